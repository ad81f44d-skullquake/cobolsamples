               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NET-POSITION-KEY
               FILE STATUS IS NET-POSITION-STATUS.
           SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CUSTOMER-SEGMENT-FILE ASSIGN TO "CUSTSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-SEGMENT-STATUS.
           SELECT ACCOUNT-NOTE-FILE ASSIGN TO "ACCTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-NOTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  NET-POSITION-FILE.
           COPY "netpos.cpy".
       FD  UPDATED-SCHEDULE-FILE.
           COPY "instupd.cpy".
       FD  NEG-EXCEPTION-MASTER.
       01  NEG-EXCEPTION-RECORD.
           05 NEG-ACCT-NO    PIC 9(6).
           05 NEG-FIRST-SEEN PIC 9(8).
           05 NEG-LAST-SEEN  PIC 9(8).
       FD  MAILING-LOG-FILE.
           COPY "maillog.cpy".
       FD  CUSTOMER-SEGMENT-FILE.
       01  CUSTOMER-SEGMENT-RECORD.
           05 CSEG-CUST-ID    PIC X(7).
           05 CSEG-CODE       PIC X(4).
           05 CSEG-SCORE      PIC 9(3).
           05 CSEG-AS-OF-DATE PIC 9(8).
       FD  ACCOUNT-NOTE-FILE.
           COPY "noterec.cpy".
       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  NET-POSITION-STATUS PIC X(2) VALUE '00'.
       01  NEG-EXCEPTION-STATUS PIC X(2) VALUE '00'.
       01  MAILING-LOG-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-SEGMENT-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-NOTE-STATUS PIC X(2) VALUE '00'.
       01  SOURCE-EOF PIC X VALUE 'N'.
           88 SOURCE-EOF-YES VALUE 'Y'.
       01  WORK-CUST-ID PIC X(7) VALUE SPACES.
       01  CHECK-ACCT-NO PIC 9(6) VALUE ZERO.
       01  ACCT-IX BINARY-SHORT SIGNED VALUE 0.
       01  ACCOUNT-HELD PIC X VALUE 'N'.
           88 ACCOUNT-HELD-YES VALUE 'Y'.
       01  HIT-COUNT PIC 9(3) VALUE ZERO.
       01  LAST-STMT-DATE PIC 9(8) VALUE ZERO.
       01  LAST-LETTER-DATE PIC 9(8) VALUE ZERO.
       01  AMOUNT-DISPLAY PIC -(6)9.99 VALUE ZERO.
      *The accounts the customer holds, from the ACCTMS account master
      *through ACCTSVC; every section below shows those accounts.
           COPY "acctsvc.cpy".
      *Open disputes against those accounts, through DISPSVC.
           COPY "dispsvc.cpy".
       01  DISPUTE-IX BINARY-SHORT SIGNED VALUE 0.
       01  DISPUTE-FLAG PIC X(9) VALUE SPACES.
      *The latest notes written against the accounts, oldest of the
      *five in entry 1; each newer note pushes the oldest out.
       01  RECENT-NOTE-TABLE.
           05 RECENT-NOTE-COUNT PIC 9(1) VALUE ZERO.
           05 RECENT-NOTE-ENTRY OCCURS 5 TIMES.
               10 RCNT-NOTE-NO    PIC 9(6).
               10 RCNT-ACCT-NO    PIC 9(6).
               10 RCNT-DATE       PIC 9(8).
               10 RCNT-OPERATOR   PIC X(8).
               10 RCNT-CATEGORY   PIC X(4).
               10 RCNT-TEXT       PIC X(60).
               10 RCNT-FOLLOW-UP  PIC 9(8).
               10 RCNT-FUP-STATUS PIC X(1).
       01  NOTE-IX BINARY-SHORT SIGNED VALUE 0.
      *------------------------------------------------------------------------
      *CUSTOMER 360 COMPOSITE INQUIRY
      *One read-only screen instead of three tools and two prints:
      *keyed by customer id, it shows the CUSTMS identity, address
      *and status (including credit limit, address flag and merge
      *state), the accounts the customer holds on the ACCTMS account
      *master, each account's net positions by company, every open
      *installment with its paid status, any negative-balance
      *exception and its lifecycle state, every dispute open against
      *the accounts (installments in dispute are flagged as such),
      *the warehouse segment,
      *the most recent statement and letter dates from the mailing
      *log, and the latest notes written against the accounts with
      *any follow-up still open - so service answers the call while
      *the customer is still on the line.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                MOVE '0' TO WORK-CUST-ID
                GO TO 1000-EXIT
            END-IF.
            DISPLAY '=========================================='.
            PERFORM 2000-SHOW-IDENTITY THRU 2000-EXIT.
            PERFORM 2500-SHOW-ACCOUNTS THRU 2500-EXIT.
            PERFORM 3000-SHOW-POSITIONS THRU 3000-EXIT.
            PERFORM 4000-SHOW-INSTALLMENTS THRU 4000-EXIT.
            PERFORM 5000-SHOW-EXCEPTIONS THRU 5000-EXIT.
            PERFORM 5500-SHOW-DISPUTES THRU 5500-EXIT.
            PERFORM 6000-SHOW-SEGMENT THRU 6000-EXIT.
            PERFORM 7000-SHOW-MAILING-DATES THRU 7000-EXIT.
            PERFORM 7500-SHOW-RECENT-NOTES THRU 7500-EXIT.
            DISPLAY '=========================================='.
       1000-EXIT.
            EXIT.
            CLOSE CUSTOMER-MASTER.
       2000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ACCOUNTS HELD
      *------------------------------------------------------------------------
       2500-SHOW-ACCOUNTS.
            MOVE 'L' TO ASVC-FUNCTION.
            MOVE WORK-CUST-ID TO ASVC-CUST-ID.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
            DISPLAY 'ACCOUNTS:'.
            IF ASVC-ACCT-COUNT = ZERO
                DISPLAY '  (NONE)'
                GO TO 2500-EXIT
            END-IF.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ASVC-ACCT-COUNT
                DISPLAY '  ACCT ' ASVC-LIST-ACCT-NO(ACCT-IX)
                    ' TYPE ' ASVC-LIST-TYPE(ACCT-IX)
                    ' STATUS ' ASVC-LIST-STATUS(ACCT-IX)
            END-PERFORM.
            IF ASVC-DERIVED
                DISPLAY '  (NOT ON ACCTMS - ACCOUNT NUMBER FROM ID)'
            END-IF.
       2500-EXIT.
            EXIT.
       2600-CHECK-HELD-ACCOUNT.
            MOVE 'N' TO ACCOUNT-HELD.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ASVC-ACCT-COUNT
                        OR ACCOUNT-HELD-YES
                IF ASVC-LIST-ACCT-NO(ACCT-IX) = CHECK-ACCT-NO
                    SET ACCOUNT-HELD-YES TO TRUE
                END-IF
            END-PERFORM.
       2600-EXIT.
            EXIT.
       3000-SHOW-POSITIONS.
            MOVE 'N' TO SOURCE-EOF.
            MOVE ZERO TO HIT-COUNT.
                GO TO 3000-EXIT
            END-IF.
            DISPLAY 'NET POSITIONS:'.
            PERFORM 3050-SHOW-ACCOUNT-POSITIONS THRU 3050-EXIT
                VARYING ACCT-IX FROM 1 BY 1
                UNTIL ACCT-IX > ASVC-ACCT-COUNT.
            CLOSE NET-POSITION-FILE.
            IF HIT-COUNT = ZERO
                DISPLAY '  (NONE)'
            END-IF.
       3000-EXIT.
            EXIT.
      *Each account held, read by key from its lowest company.
       3050-SHOW-ACCOUNT-POSITIONS.
            MOVE ASVC-LIST-ACCT-NO(ACCT-IX) TO CHECK-ACCT-NO.
            MOVE CHECK-ACCT-NO TO NET-ACCT-NO.
            MOVE LOW-VALUES TO NET-COMPANY-CODE.
            MOVE 'N' TO SOURCE-EOF.
            START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
                INVALID KEY GO TO 3050-EXIT
            END-START.
            PERFORM 3100-READ-POSITION.
            PERFORM 3200-SHOW-ONE-POSITION UNTIL SOURCE-EOF-YES.
       3050-EXIT.
            EXIT.
       3100-READ-POSITION.
            READ NET-POSITION-FILE NEXT RECORD
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
            IF NET-ACCT-NO NOT = CHECK-ACCT-NO
                SET SOURCE-EOF-YES TO TRUE
            END-IF.
       3200-SHOW-ONE-POSITION.
            ADD 1 TO HIT-COUNT.
            MOVE NET-AMOUNT TO AMOUNT-DISPLAY.
            DISPLAY '  ACCT ' NET-ACCT-NO ' CO ' NET-COMPANY-CODE
                ' BALANCE ' AMOUNT-DISPLAY.
            PERFORM 3100-READ-POSITION.
       4000-SHOW-INSTALLMENTS.
            MOVE 'N' TO SOURCE-EOF.
                GO TO 4000-EXIT
            END-IF.
            DISPLAY 'INSTALLMENTS:'.
            MOVE 'R' TO DSPV-FUNCTION.
            CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
                DISPSVC-STATUS.
            PERFORM 4100-READ-SCHEDULE.
            PERFORM 4200-SHOW-ONE-INSTALLMENT UNTIL SOURCE-EOF-YES.
            CLOSE UPDATED-SCHEDULE-FILE.
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4200-SHOW-ONE-INSTALLMENT.
            MOVE IUPD-ACCT-NO TO CHECK-ACCT-NO.
            PERFORM 2600-CHECK-HELD-ACCOUNT THRU 2600-EXIT.
            IF ACCOUNT-HELD-YES
                ADD 1 TO HIT-COUNT
                MOVE SPACES TO DISPUTE-FLAG
                IF IUPD-PAID-STATUS NOT = 'P'
                    MOVE 'I' TO DSPV-FUNCTION
                    MOVE IUPD-ACCT-NO TO DSPV-ACCT-NO
                    MOVE 'I' TO DSPV-ITEM-TYPE
                    MOVE IUPD-INSTALLMENT-NO TO DSPV-ITEM-NO
                    CALL 'dispsvc' USING DISPSVC-REQUEST
                        DISPSVC-RESULT DISPSVC-STATUS
                    IF DSPV-DISPUTED
                        MOVE ' DISPUTED' TO DISPUTE-FLAG
                    END-IF
                END-IF
                DISPLAY '  ACCT ' IUPD-ACCT-NO
                    ' INST ' IUPD-INSTALLMENT-NO
                    ' AMT ' IUPD-INSTALLMENT-AMT
                    ' DUE ' IUPD-DUE-DATE
                    ' PAID ' IUPD-PAID-AMT
                    ' STATUS ' IUPD-PAID-STATUS
                    DISPUTE-FLAG
            END-IF.
            PERFORM 4100-READ-SCHEDULE.
       5000-SHOW-EXCEPTIONS.
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       5200-SHOW-ONE-NEG.
            MOVE NEG-ACCT-NO TO CHECK-ACCT-NO.
            PERFORM 2600-CHECK-HELD-ACCOUNT THRU 2600-EXIT.
            IF ACCOUNT-HELD-YES
                ADD 1 TO HIT-COUNT
                DISPLAY 'NEGATIVE-BALANCE EXCEPTION: ACCT '
                    NEG-ACCT-NO ' STATE ' NEG-STATUS
                    ' FIRST SEEN ' NEG-FIRST-SEEN
                    ' LAST SEEN ' NEG-LAST-SEEN
            END-IF.
            PERFORM 5100-READ-NEG.
      *------------------------------------------------------------------------
      *OPEN DISPUTES
      *------------------------------------------------------------------------
       5500-SHOW-DISPUTES.
            MOVE ZERO TO HIT-COUNT.
            DISPLAY 'OPEN DISPUTES:'.
            PERFORM 5600-SHOW-ACCOUNT-DISPUTES THRU 5600-EXIT
                VARYING ACCT-IX FROM 1 BY 1
                UNTIL ACCT-IX > ASVC-ACCT-COUNT.
            IF HIT-COUNT = ZERO
                DISPLAY '  (NONE)'
            END-IF.
       5500-EXIT.
            EXIT.
       5600-SHOW-ACCOUNT-DISPUTES.
            MOVE 'A' TO DSPV-FUNCTION.
            MOVE ASVC-LIST-ACCT-NO(ACCT-IX) TO DSPV-ACCT-NO.
            CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
                DISPSVC-STATUS.
            IF NOT DSPV-DISPUTED
                GO TO 5600-EXIT
            END-IF.
            PERFORM VARYING DISPUTE-IX FROM 1 BY 1
                    UNTIL DISPUTE-IX > DSPV-OPEN-COUNT
                        OR DISPUTE-IX > 10
                ADD 1 TO HIT-COUNT
                DISPLAY '  DISPUTE ' DSPV-DISPUTE-NO(DISPUTE-IX)
                    ' ACCT ' DSPV-ACCT-NO
                    ' ' DSPV-LIST-ITEM-TYPE(DISPUTE-IX)
                    ' ' DSPV-LIST-ITEM-NO(DISPUTE-IX)
                    ' OPENED ' DSPV-OPENED-DATE(DISPUTE-IX)
                    ' OWNER ' DSPV-OWNER(DISPUTE-IX)
                DISPLAY '          ' DSPV-REASON(DISPUTE-IX)
            END-PERFORM.
            IF DSPV-OPEN-COUNT > 10
                DISPLAY '  ... ' DSPV-OPEN-COUNT
                    ' OPEN ON ACCT ' DSPV-ACCT-NO ' - SEE DISPMNT'
            END-IF.
       5600-EXIT.
            EXIT.
       6000-SHOW-SEGMENT.
            MOVE 'N' TO SOURCE-EOF.
            MOVE ZERO TO HIT-COUNT.
                    AND MLOG-DATE > LAST-STMT-DATE
                    MOVE MLOG-DATE TO LAST-STMT-DATE
                END-IF
                IF (MLOG-KIND = 'L' OR MLOG-KIND = 'R')
                    AND MLOG-DATE > LAST-LETTER-DATE
                    MOVE MLOG-DATE TO LAST-LETTER-DATE
                END-IF
            END-IF.
            PERFORM 7100-READ-MAILING-LOG.
      *------------------------------------------------------------------------
      *RECENT NOTES
      *ACCTNOTE is in the order the notes were written, so the last
      *five notes on the customer's accounts are the latest; they are
      *shown newest first.
      *------------------------------------------------------------------------
       7500-SHOW-RECENT-NOTES.
            MOVE 'N' TO SOURCE-EOF.
            MOVE ZERO TO RECENT-NOTE-COUNT.
            OPEN INPUT ACCOUNT-NOTE-FILE.
            IF ACCOUNT-NOTE-STATUS NOT = '00'
                GO TO 7500-SHOW
            END-IF.
            PERFORM 7600-READ-NOTE.
            PERFORM 7700-KEEP-ONE-NOTE UNTIL SOURCE-EOF-YES.
            CLOSE ACCOUNT-NOTE-FILE.
       7500-SHOW.
            DISPLAY 'RECENT NOTES:'.
            IF RECENT-NOTE-COUNT = ZERO
                DISPLAY '  (NONE)'
                GO TO 7500-EXIT
            END-IF.
            PERFORM VARYING NOTE-IX FROM RECENT-NOTE-COUNT BY -1
                    UNTIL NOTE-IX < 1
                DISPLAY '  ' RCNT-DATE(NOTE-IX)
                    ' ACCT ' RCNT-ACCT-NO(NOTE-IX)
                    ' ' RCNT-OPERATOR(NOTE-IX)
                    ' ' RCNT-CATEGORY(NOTE-IX)
                    ' NOTE ' RCNT-NOTE-NO(NOTE-IX)
                DISPLAY '          ' RCNT-TEXT(NOTE-IX)
                IF RCNT-FUP-STATUS(NOTE-IX) = 'O'
                    DISPLAY '          FOLLOW UP '
                        RCNT-FOLLOW-UP(NOTE-IX) ' OPEN'
                END-IF
            END-PERFORM.
       7500-EXIT.
            EXIT.
       7600-READ-NOTE.
            READ ACCOUNT-NOTE-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       7700-KEEP-ONE-NOTE.
            MOVE NOTE-ACCT-NO TO CHECK-ACCT-NO.
            PERFORM 2600-CHECK-HELD-ACCOUNT THRU 2600-EXIT.
            IF ACCOUNT-HELD-YES
                IF RECENT-NOTE-COUNT = 5
                    PERFORM VARYING NOTE-IX FROM 1 BY 1
                            UNTIL NOTE-IX > 4
                        MOVE RECENT-NOTE-ENTRY(NOTE-IX + 1)
                            TO RECENT-NOTE-ENTRY(NOTE-IX)
                    END-PERFORM
                ELSE
                    ADD 1 TO RECENT-NOTE-COUNT
                END-IF
                MOVE NOTE-NO TO RCNT-NOTE-NO(RECENT-NOTE-COUNT)
                MOVE NOTE-ACCT-NO TO RCNT-ACCT-NO(RECENT-NOTE-COUNT)
                MOVE NOTE-DATE TO RCNT-DATE(RECENT-NOTE-COUNT)
                MOVE NOTE-OPERATOR TO RCNT-OPERATOR(RECENT-NOTE-COUNT)
                MOVE NOTE-CATEGORY TO RCNT-CATEGORY(RECENT-NOTE-COUNT)
                MOVE NOTE-TEXT TO RCNT-TEXT(RECENT-NOTE-COUNT)
                MOVE NOTE-FOLLOW-UP-DATE
                    TO RCNT-FOLLOW-UP(RECENT-NOTE-COUNT)
                MOVE NOTE-FOLLOW-UP-STATUS
                    TO RCNT-FUP-STATUS(RECENT-NOTE-COUNT)
            END-IF.
            PERFORM 7600-READ-NOTE.
