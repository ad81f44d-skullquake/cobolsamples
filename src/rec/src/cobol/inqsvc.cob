      * shared callable account-inquiry service, in the style of
      * acctsvc - answers the customer portal's C and C++ hosts with
      * an account's positions, next installment due, credit headroom
      * and mailing history in one documented struct, read from the
      * same files cust360 and the credit gate read, and logs every
      * call on the INQLOG inquiry log.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inqsvc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NET-POSITION-KEY
               FILE STATUS IS NET-POSITION-STATUS.
           SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UPDATED-SCHEDULE-STATUS.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-ITEM-STATUS.
           SELECT MAILING-LOG-FILE ASSIGN TO "MAILLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILING-LOG-STATUS.
           SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  NET-POSITION-FILE.
           COPY "netpos.cpy".
       FD  UPDATED-SCHEDULE-FILE.
           COPY "instupd.cpy".
       FD  AR-ITEM-FILE.
           COPY "aritem.cpy".
       FD  MAILING-LOG-FILE.
           COPY "maillog.cpy".
      *One line per call: when, who asked, which account and what
      *the service answered.
       FD  INQUIRY-LOG-FILE.
       01  INQUIRY-LOG-RECORD.
           05 INQL-DATE      PIC 9(8).
           05 FILLER         PIC X(1).
           05 INQL-TIME      PIC 9(6).
           05 FILLER         PIC X(1).
           05 INQL-REQUESTER PIC X(8).
           05 FILLER         PIC X(1).
           05 INQL-ACCT-NO   PIC -9(10).
           05 FILLER         PIC X(1).
           05 INQL-STATUS    PIC X(1).
           05 FILLER         PIC X(1).
           05 INQL-CUST-ID   PIC X(7).
       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  NET-POSITION-STATUS PIC X(2) VALUE '00'.
       01  UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
       01  AR-ITEM-STATUS PIC X(2) VALUE '00'.
       01  MAILING-LOG-STATUS PIC X(2) VALUE '00'.
       01  INQUIRY-LOG-STATUS PIC X(2) VALUE '00'.
       01  SOURCE-EOF PIC X VALUE 'N'.
           88 SOURCE-EOF-YES VALUE 'Y'.
       01  NET-POSITION-OPEN PIC X VALUE 'N'.
           88 NET-POSITION-OPEN-YES VALUE 'Y'.
       01  CUSTOMER-ON-FILE PIC X VALUE 'N'.
           88 CUSTOMER-ON-FILE-YES VALUE 'Y'.
       01  INSTALLMENT-FOUND PIC X VALUE 'N'.
           88 INSTALLMENT-FOUND-YES VALUE 'Y'.
       01  HEADROOM-SET PIC X VALUE 'N'.
           88 HEADROOM-SET-YES VALUE 'Y'.
       01  MEMBER-FOUND PIC X VALUE 'N'.
           88 MEMBER-FOUND-YES VALUE 'Y'.
       01  INQ-ACCT-NO PIC 9(6) VALUE ZERO.
       01  INQ-CUST-ID PIC X(7) VALUE SPACES.
       01  INQ-GROUP-ID PIC X(7) VALUE SPACES.
       01  CHECK-ACCT-NO PIC 9(6) VALUE ZERO.
       01  BEST-DUE-DATE PIC 9(8) VALUE ZERO.
       01  OWN-LIMIT PIC 9(9) VALUE ZERO.
       01  GROUP-LIMIT PIC 9(9) VALUE ZERO.
       01  MEMBER-CUST-ID PIC X(7) VALUE SPACES.
       01  ACCOUNT-BALANCE PIC S9(7)V99 VALUE ZERO.
       01  CUSTOMER-OWED PIC S9(11)V99 VALUE ZERO.
       01  OWN-EXPOSURE PIC S9(11)V99 VALUE ZERO.
       01  GROUP-EXPOSURE PIC S9(11)V99 VALUE ZERO.
       01  INVOICE-SHARE PIC S9(9)V99 VALUE ZERO.
       01  GROUP-HEADROOM PIC S9(11)V99 VALUE ZERO.
       01  AVAILABLE-CREDIT PIC S9(11)V99 VALUE ZERO.
       01  ACCT-LIST-IX BINARY-SHORT SIGNED VALUE 0.
       01  TODAY-DATE PIC 9(8) VALUE ZERO.
       01  INQUIRY-CLOCK PIC 9(8) VALUE ZERO.
      *Every customer sharing the account owner's group, parent
      *included, so the group's exposure is summed as crdgate sums it.
       01  GROUP-MEMBER-TABLE.
           05 GROUP-MEMBER-COUNT PIC 9(2) VALUE ZERO.
           05 GROUP-MEMBER-ID PIC X(7) OCCURS 50 TIMES.
       01  MEMBER-IX BINARY-SHORT SIGNED VALUE 0.
      *The latest ten statements and letters, oldest of the ten in
      *entry 1; each newer one pushes the oldest out.
       01  RECENT-MAIL-TABLE.
           05 RECENT-MAIL-COUNT PIC 9(2) VALUE ZERO.
           05 RECENT-MAIL-ENTRY OCCURS 10 TIMES.
               10 RCNT-MAIL-KIND PIC X(1).
               10 RCNT-MAIL-DATE PIC 9(8).
       01  MAIL-IX BINARY-SHORT SIGNED VALUE 0.
       01  OUT-IX BINARY-SHORT SIGNED VALUE 0.
           COPY "acctsvc.cpy".
           COPY "dispsvc.cpy".
       LINKAGE SECTION.
           COPY "inqsvc.cpy".
      *------------------------------------------------------------------------
      *ACCOUNT INQUIRY DISPATCH
      *The files are read afresh on every call, so a portal host that
      *stays up all day answers from whatever the night run last left
      *on them.  An account number outside the account range, or one
      *that resolves to no customer, is answered with the response
      *cleared; every call is logged whatever the answer.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION USING INQSVC-REQUEST INQSVC-RESULT
           INQSVC-STATUS.
            INITIALIZE INQSVC-RESULT.
            SET INQV-FOUND TO TRUE.
            IF INQV-ACCT-NO < 1 OR INQV-ACCT-NO > 999999
                SET INQV-ERROR TO TRUE
            ELSE
                MOVE INQV-ACCT-NO TO INQ-ACCT-NO
                PERFORM 1000-RESOLVE-ACCOUNT THRU 1000-EXIT
            END-IF.
            IF INQV-FOUND
                PERFORM 1500-OPEN-NET-POSITIONS THRU 1500-EXIT
                PERFORM 2000-ACCOUNT-POSITIONS THRU 2000-EXIT
                PERFORM 3000-NEXT-INSTALLMENT THRU 3000-EXIT
                PERFORM 4000-CREDIT-POSITION THRU 4000-EXIT
                IF NET-POSITION-OPEN-YES
                    CLOSE NET-POSITION-FILE
                    MOVE 'N' TO NET-POSITION-OPEN
                END-IF
                PERFORM 5000-MAIL-HISTORY THRU 5000-EXIT
            END-IF.
            PERFORM 9000-LOG-INQUIRY THRU 9000-EXIT.
      *GOBACK, not EXIT PROGRAM: called straight from a C host there
      *is no COBOL caller, so the runtime treats this as the main
      *program, where EXIT PROGRAM is a no-op and control would fall
      *through into the paragraphs below.
            GOBACK.
      *------------------------------------------------------------------------
      *OWNING CUSTOMER
      *The owner comes from the account master through ACCTSVC.  An
      *account ACCTSVC could only derive under the account number =
      *customer id rule is a real account only if that customer is on
      *CUSTMS.
      *------------------------------------------------------------------------
       1000-RESOLVE-ACCOUNT.
            MOVE 'O' TO ASVC-FUNCTION.
            MOVE INQ-ACCT-NO TO ASVC-ACCT-NO.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
            IF ASVC-ERROR
                SET INQV-NOT-FOUND TO TRUE
                GO TO 1000-EXIT
            END-IF.
            MOVE ASVC-OWNER-CUST-ID TO INQ-CUST-ID.
            MOVE 'N' TO CUSTOMER-ON-FILE.
            MOVE ZERO TO OWN-LIMIT.
            MOVE ZERO TO GROUP-LIMIT.
            MOVE SPACES TO INQ-GROUP-ID.
            OPEN INPUT CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS = '00'
                MOVE INQ-CUST-ID TO CUST-ID
                READ CUSTOMER-MASTER
                    KEY IS CUST-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 1100-TAKE-CUSTOMER THRU 1100-EXIT
                END-READ
                CLOSE CUSTOMER-MASTER
            END-IF.
            IF ASVC-DERIVED AND NOT CUSTOMER-ON-FILE-YES
                SET INQV-NOT-FOUND TO TRUE
                GO TO 1000-EXIT
            END-IF.
            MOVE INQ-CUST-ID TO INQV-CUST-ID.
            IF ASVC-OK
                MOVE ASVC-ACCT-STATUS TO INQV-ACCT-STATUS
            END-IF.
       1000-EXIT.
            EXIT.
      *Zero or blank limits (masters written before the limits
      *existed) mean no limit, as in the credit gate.  A parent's own
      *record carries the group limit.
       1100-TAKE-CUSTOMER.
            SET CUSTOMER-ON-FILE-YES TO TRUE.
            IF CUST-CREDIT-LIMIT IS NUMERIC
                MOVE CUST-CREDIT-LIMIT TO OWN-LIMIT
            END-IF.
            MOVE CUST-GROUP-ID TO INQ-GROUP-ID.
            IF CUST-GROUP-ID = CUST-ID
                AND CUST-GROUP-CREDIT-LIMIT IS NUMERIC
                MOVE CUST-GROUP-CREDIT-LIMIT TO GROUP-LIMIT
            END-IF.
       1100-EXIT.
            EXIT.
      *Optional - no NETPOS, no positions and nothing owed on them.
       1500-OPEN-NET-POSITIONS.
            OPEN INPUT NET-POSITION-FILE.
            IF NET-POSITION-STATUS = '00'
                SET NET-POSITION-OPEN-YES TO TRUE
            END-IF.
       1500-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ACCOUNT POSITIONS
      *The account's positions, one per company, read by key from its
      *lowest company.  The total is over every company; only the
      *first five are returned one by one.
      *------------------------------------------------------------------------
       2000-ACCOUNT-POSITIONS.
            IF NOT NET-POSITION-OPEN-YES
                GO TO 2000-EXIT
            END-IF.
            MOVE INQ-ACCT-NO TO CHECK-ACCT-NO.
            MOVE CHECK-ACCT-NO TO NET-ACCT-NO.
            MOVE LOW-VALUES TO NET-COMPANY-CODE.
            MOVE 'N' TO SOURCE-EOF.
            START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
                INVALID KEY GO TO 2000-EXIT
            END-START.
            PERFORM 2100-READ-POSITION.
            PERFORM 2200-TAKE-ONE-POSITION UNTIL SOURCE-EOF-YES.
       2000-EXIT.
            EXIT.
       2100-READ-POSITION.
            READ NET-POSITION-FILE NEXT RECORD
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
            IF NET-ACCT-NO NOT = CHECK-ACCT-NO
                SET SOURCE-EOF-YES TO TRUE
            END-IF.
       2200-TAKE-ONE-POSITION.
            ADD 1 TO INQV-POSITION-COUNT.
            COMPUTE INQV-POSITION-TOTAL =
                INQV-POSITION-TOTAL + NET-AMOUNT * 100.
            IF INQV-POSITION-COUNT NOT > 5
                MOVE NET-COMPANY-CODE
                    TO INQV-POS-COMPANY(INQV-POSITION-COUNT)
                COMPUTE INQV-POS-AMOUNT(INQV-POSITION-COUNT) =
                    NET-AMOUNT * 100
            END-IF.
            PERFORM 2100-READ-POSITION.
      *------------------------------------------------------------------------
      *NEXT INSTALLMENT DUE
      *The unpaid installment on the account with the earliest due
      *date; a part-paid one is due for what is left of it.  Whether
      *it is held out in open dispute comes from DISPSVC, refreshed so
      *a long-running host sees today's DISPUTE file.
      *------------------------------------------------------------------------
       3000-NEXT-INSTALLMENT.
            MOVE 'N' TO SOURCE-EOF.
            MOVE 'N' TO INSTALLMENT-FOUND.
            MOVE ZERO TO BEST-DUE-DATE.
            OPEN INPUT UPDATED-SCHEDULE-FILE.
            IF UPDATED-SCHEDULE-STATUS NOT = '00'
                GO TO 3000-EXIT
            END-IF.
            PERFORM 3100-READ-SCHEDULE.
            PERFORM 3200-JUDGE-ONE-INSTALLMENT UNTIL SOURCE-EOF-YES.
            CLOSE UPDATED-SCHEDULE-FILE.
            IF NOT INSTALLMENT-FOUND-YES
                GO TO 3000-EXIT
            END-IF.
            MOVE 'N' TO INQV-INST-DISPUTED.
            MOVE 'R' TO DSPV-FUNCTION.
            CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
                DISPSVC-STATUS.
            MOVE 'I' TO DSPV-FUNCTION.
            MOVE INQ-ACCT-NO TO DSPV-ACCT-NO.
            MOVE 'I' TO DSPV-ITEM-TYPE.
            MOVE INQV-INST-NO TO DSPV-ITEM-NO.
            CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
                DISPSVC-STATUS.
            IF DSPV-DISPUTED
                MOVE 'Y' TO INQV-INST-DISPUTED
            END-IF.
       3000-EXIT.
            EXIT.
       3100-READ-SCHEDULE.
            READ UPDATED-SCHEDULE-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       3200-JUDGE-ONE-INSTALLMENT.
            IF IUPD-ACCT-NO = INQ-ACCT-NO
                AND NOT IUPD-PAID
                AND (NOT INSTALLMENT-FOUND-YES
                     OR IUPD-DUE-DATE < BEST-DUE-DATE)
                SET INSTALLMENT-FOUND-YES TO TRUE
                MOVE IUPD-DUE-DATE TO BEST-DUE-DATE
                MOVE IUPD-INSTALLMENT-NO TO INQV-INST-NO
                MOVE IUPD-DUE-DATE TO INQV-INST-DUE-DATE
                MOVE IUPD-PAID-STATUS TO INQV-INST-STATUS
                IF IUPD-PARTIAL
                    COMPUTE INQV-INST-AMOUNT =
                        (IUPD-INSTALLMENT-AMT - IUPD-PAID-AMT) * 100
                ELSE
                    COMPUTE INQV-INST-AMOUNT =
                        IUPD-INSTALLMENT-AMT * 100
                END-IF
            END-IF.
            PERFORM 3100-READ-SCHEDULE.
      *------------------------------------------------------------------------
      *CREDIT POSITION
      *Exposure as the credit gate counts it: the owed side of every
      *NETPOS position on every account the customer holds plus the
      *invoices still open against them on ARITEM, and the same over
      *the whole group when the customer is a member of one.  The
      *gate also counts the night's priced orders before they post;
      *by day those orders have been invoiced onto ARITEM and are
      *counted there.  Headroom is the tighter of the customer's own
      *and the group's.
      *------------------------------------------------------------------------
       4000-CREDIT-POSITION.
            MOVE INQ-CUST-ID TO MEMBER-CUST-ID.
            PERFORM 4400-CUSTOMER-OWED THRU 4400-EXIT.
            MOVE CUSTOMER-OWED TO OWN-EXPOSURE.
            MOVE ZERO TO GROUP-EXPOSURE.
            MOVE ZERO TO GROUP-MEMBER-COUNT.
            IF INQ-GROUP-ID NOT = SPACES
                PERFORM 4100-LOAD-GROUP-MEMBERS THRU 4100-EXIT
                PERFORM 4300-MEMBER-OWED THRU 4300-EXIT
                    VARYING MEMBER-IX FROM 1 BY 1
                    UNTIL MEMBER-IX > GROUP-MEMBER-COUNT
            END-IF.
            PERFORM 4600-ADD-OPEN-INVOICES THRU 4600-EXIT.
            COMPUTE INQV-CREDIT-LIMIT = OWN-LIMIT * 100.
            COMPUTE INQV-EXPOSURE = OWN-EXPOSURE * 100.
            MOVE INQ-GROUP-ID TO INQV-GROUP-ID.
            COMPUTE INQV-GROUP-LIMIT = GROUP-LIMIT * 100.
            COMPUTE INQV-GROUP-EXPOSURE = GROUP-EXPOSURE * 100.
            MOVE 'N' TO HEADROOM-SET.
            MOVE ZERO TO AVAILABLE-CREDIT.
            IF OWN-LIMIT > ZERO
                COMPUTE AVAILABLE-CREDIT = OWN-LIMIT - OWN-EXPOSURE
                SET HEADROOM-SET-YES TO TRUE
            END-IF.
            IF GROUP-LIMIT > ZERO
                COMPUTE GROUP-HEADROOM = GROUP-LIMIT - GROUP-EXPOSURE
                IF NOT HEADROOM-SET-YES
                    OR GROUP-HEADROOM < AVAILABLE-CREDIT
                    MOVE GROUP-HEADROOM TO AVAILABLE-CREDIT
                END-IF
            END-IF.
            COMPUTE INQV-AVAILABLE = AVAILABLE-CREDIT * 100.
       4000-EXIT.
            EXIT.
      *The parent heads its own group, so it is a member even where
      *its record names no group; its record carries the group limit.
       4100-LOAD-GROUP-MEMBERS.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS NOT = '00'
                GO TO 4100-EXIT
            END-IF.
            MOVE LOW-VALUES TO CUST-ID.
            START CUSTOMER-MASTER KEY IS >= CUST-ID
                INVALID KEY GO TO 4100-CLOSE
            END-START.
            PERFORM 4150-READ-CUSTOMER.
            PERFORM 4200-TAKE-GROUP-MEMBER UNTIL SOURCE-EOF-YES.
       4100-CLOSE.
            CLOSE CUSTOMER-MASTER.
       4100-EXIT.
            EXIT.
       4150-READ-CUSTOMER.
            READ CUSTOMER-MASTER NEXT RECORD
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4200-TAKE-GROUP-MEMBER.
            IF CUST-ID = INQ-GROUP-ID
                AND CUST-GROUP-CREDIT-LIMIT IS NUMERIC
                MOVE CUST-GROUP-CREDIT-LIMIT TO GROUP-LIMIT
            END-IF.
            IF CUST-ID = INQ-GROUP-ID OR CUST-GROUP-ID = INQ-GROUP-ID
                IF GROUP-MEMBER-COUNT < 50
                    ADD 1 TO GROUP-MEMBER-COUNT
                    MOVE CUST-ID TO GROUP-MEMBER-ID(GROUP-MEMBER-COUNT)
                ELSE
                    DISPLAY '*** INQSVC: MORE THAN 50 MEMBERS IN GROUP '
                        INQ-GROUP-ID ' - ' CUST-ID ' NOT COUNTED'
                END-IF
            END-IF.
            PERFORM 4150-READ-CUSTOMER.
       4300-MEMBER-OWED.
            MOVE GROUP-MEMBER-ID(MEMBER-IX) TO MEMBER-CUST-ID.
            PERFORM 4400-CUSTOMER-OWED THRU 4400-EXIT.
            ADD CUSTOMER-OWED TO GROUP-EXPOSURE.
       4300-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CUSTOMER OWED ON NETPOS
      *The owed side of every position held by MEMBER-CUST-ID's
      *accounts, as a positive amount.  A credit balance on one
      *account or company does not offset what is owed on another.
      *------------------------------------------------------------------------
       4400-CUSTOMER-OWED.
            MOVE ZERO TO CUSTOMER-OWED.
            IF NOT NET-POSITION-OPEN-YES
                GO TO 4400-EXIT
            END-IF.
            MOVE 'L' TO ASVC-FUNCTION.
            MOVE MEMBER-CUST-ID TO ASVC-CUST-ID.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
            IF ASVC-ERROR
                GO TO 4400-EXIT
            END-IF.
            PERFORM 4450-ACCOUNT-OWED THRU 4450-EXIT
                VARYING ACCT-LIST-IX FROM 1 BY 1
                UNTIL ACCT-LIST-IX > ASVC-ACCT-COUNT.
       4400-EXIT.
            EXIT.
       4450-ACCOUNT-OWED.
            MOVE ASVC-LIST-ACCT-NO(ACCT-LIST-IX) TO CHECK-ACCT-NO.
            MOVE CHECK-ACCT-NO TO NET-ACCT-NO.
            MOVE LOW-VALUES TO NET-COMPANY-CODE.
            MOVE 'N' TO SOURCE-EOF.
            START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
                INVALID KEY GO TO 4450-EXIT
            END-START.
            PERFORM 2100-READ-POSITION.
            PERFORM 4470-ADD-OWED-POSITION UNTIL SOURCE-EOF-YES.
       4450-EXIT.
            EXIT.
       4470-ADD-OWED-POSITION.
            IF NET-AMOUNT < ZERO
                MOVE NET-AMOUNT TO ACCOUNT-BALANCE
                SUBTRACT ACCOUNT-BALANCE FROM CUSTOMER-OWED
            END-IF.
            PERFORM 2100-READ-POSITION.
      *------------------------------------------------------------------------
      *OPEN INVOICES
      *An item partly credited or paid counts at the same share of
      *its converted value, its owner resolved through ACCTSVC as for
      *the positions.  Optional - no ledger, no invoices owed.
      *------------------------------------------------------------------------
       4600-ADD-OPEN-INVOICES.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT AR-ITEM-FILE.
            IF AR-ITEM-STATUS NOT = '00'
                GO TO 4600-EXIT
            END-IF.
            PERFORM 4650-READ-AR-ITEM.
            PERFORM 4700-JUDGE-OPEN-INVOICE UNTIL SOURCE-EOF-YES.
            CLOSE AR-ITEM-FILE.
       4600-EXIT.
            EXIT.
       4650-READ-AR-ITEM.
            READ AR-ITEM-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4700-JUDGE-OPEN-INVOICE.
            IF ARI-OPEN-ITEM AND ARI-AMOUNT > ZERO
                MOVE 'O' TO ASVC-FUNCTION
                MOVE ARI-ACCT-NO TO ASVC-ACCT-NO
                CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                    ACCTSVC-STATUS
                COMPUTE INVOICE-SHARE ROUNDED =
                    ARI-CONV-AMOUNT * ARI-OPEN / ARI-AMOUNT
                IF ASVC-OWNER-CUST-ID = INQ-CUST-ID
                    ADD INVOICE-SHARE TO OWN-EXPOSURE
                END-IF
                MOVE 'N' TO MEMBER-FOUND
                PERFORM VARYING MEMBER-IX FROM 1 BY 1
                        UNTIL MEMBER-IX > GROUP-MEMBER-COUNT
                            OR MEMBER-FOUND-YES
                    IF GROUP-MEMBER-ID(MEMBER-IX) = ASVC-OWNER-CUST-ID
                        SET MEMBER-FOUND-YES TO TRUE
                    END-IF
                END-PERFORM
                IF MEMBER-FOUND-YES
                    ADD INVOICE-SHARE TO GROUP-EXPOSURE
                END-IF
            END-IF.
            PERFORM 4650-READ-AR-ITEM.
      *------------------------------------------------------------------------
      *STATEMENT AND LETTER HISTORY
      *MAILLOG is in the order the documents went out, so the last
      *ten for the customer are the latest; they are returned newest
      *first.  Invoices on the log are not statements or letters and
      *are left out.
      *------------------------------------------------------------------------
       5000-MAIL-HISTORY.
            MOVE 'N' TO SOURCE-EOF.
            MOVE ZERO TO RECENT-MAIL-COUNT.
            OPEN INPUT MAILING-LOG-FILE.
            IF MAILING-LOG-STATUS NOT = '00'
                GO TO 5000-EXIT
            END-IF.
            PERFORM 5100-READ-MAILING-LOG.
            PERFORM 5200-KEEP-ONE-MAILING UNTIL SOURCE-EOF-YES.
            CLOSE MAILING-LOG-FILE.
            MOVE ZERO TO OUT-IX.
            PERFORM VARYING MAIL-IX FROM RECENT-MAIL-COUNT BY -1
                    UNTIL MAIL-IX < 1
                ADD 1 TO OUT-IX
                MOVE RCNT-MAIL-KIND(MAIL-IX) TO INQV-MAIL-KIND(OUT-IX)
                MOVE RCNT-MAIL-DATE(MAIL-IX) TO INQV-MAIL-DATE(OUT-IX)
            END-PERFORM.
       5000-EXIT.
            EXIT.
       5100-READ-MAILING-LOG.
            READ MAILING-LOG-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       5200-KEEP-ONE-MAILING.
            IF MLOG-CUST-ID = INQ-CUST-ID
                AND MLOG-DATE IS NUMERIC
                AND (MLOG-KIND = 'S' OR MLOG-KIND = 'G'
                     OR MLOG-KIND = 'L' OR MLOG-KIND = 'R')
                ADD 1 TO INQV-MAIL-COUNT
                IF RECENT-MAIL-COUNT = 10
                    PERFORM VARYING MAIL-IX FROM 1 BY 1
                            UNTIL MAIL-IX > 9
                        MOVE RECENT-MAIL-ENTRY(MAIL-IX + 1)
                            TO RECENT-MAIL-ENTRY(MAIL-IX)
                    END-PERFORM
                ELSE
                    ADD 1 TO RECENT-MAIL-COUNT
                END-IF
                MOVE MLOG-KIND TO RCNT-MAIL-KIND(RECENT-MAIL-COUNT)
                MOVE MLOG-DATE TO RCNT-MAIL-DATE(RECENT-MAIL-COUNT)
            END-IF.
            PERFORM 5100-READ-MAILING-LOG.
      *------------------------------------------------------------------------
      *INQUIRY LOG
      *Opened and closed on every call so each line is on disk before
      *the host gets its answer.
      *------------------------------------------------------------------------
       9000-LOG-INQUIRY.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT INQUIRY-CLOCK FROM TIME.
            OPEN EXTEND INQUIRY-LOG-FILE.
            IF INQUIRY-LOG-STATUS = '05' OR
               INQUIRY-LOG-STATUS = '35'
                OPEN OUTPUT INQUIRY-LOG-FILE
            END-IF.
            IF INQUIRY-LOG-STATUS NOT = '00'
                AND INQUIRY-LOG-STATUS NOT = '05'
                DISPLAY '*** INQSVC: INQLOG NOT AVAILABLE - STATUS '
                    INQUIRY-LOG-STATUS
                GO TO 9000-EXIT
            END-IF.
            MOVE SPACES TO INQUIRY-LOG-RECORD.
            MOVE TODAY-DATE TO INQL-DATE.
            MOVE INQUIRY-CLOCK(1:6) TO INQL-TIME.
            MOVE INQV-REQUESTER TO INQL-REQUESTER.
            MOVE INQV-ACCT-NO TO INQL-ACCT-NO.
            MOVE INQSVC-STATUS TO INQL-STATUS.
            MOVE INQV-CUST-ID TO INQL-CUST-ID.
            WRITE INQUIRY-LOG-RECORD.
            CLOSE INQUIRY-LOG-FILE.
       9000-EXIT.
            EXIT.
