       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctcls.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
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
           SELECT PENDING-ACK-FILE ASSIGN TO "SETPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-ACK-STATUS.
           SELECT SANCTION-HOLD-FILE ASSIGN TO "SANHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTION-HOLD-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-ORDER-STATUS.
           SELECT CLOSURE-DOCUMENT-FILE ASSIGN TO "CLOSDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-DOCUMENT-STATUS.
           SELECT CLOSURE-REGISTER-FILE ASSIGN TO "CLOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSURE-REGISTER-STATUS.
           SELECT MAIL-HOLD-FILE ASSIGN TO "MAILHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-HOLD-STATUS.
           SELECT MAILING-LOG-FILE ASSIGN TO "MAILLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILING-LOG-STATUS.
           SELECT ACCOUNT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-AUDIT-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY "acctrec.cpy".
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  NET-POSITION-FILE.
           COPY "netpos.cpy".
       FD  UPDATED-SCHEDULE-FILE.
           COPY "instupd.cpy".
       FD  PENDING-ACK-FILE.
       01  PENDING-ACK-RECORD.
           05 PEND-BUSINESS-DATE PIC 9(8).
           05 PEND-SEQUENCE      PIC 9(5).
           05 PEND-ACCT-NO       PIC 9(6).
           05 PEND-DIRECTION     PIC X(1).
           05 PEND-AMOUNT        PIC 9(9)V99.
           05 PEND-CYCLES-OUT    PIC 9(3).
       FD  SANCTION-HOLD-FILE.
           COPY "sanhold.cpy".
       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-ACCT-NO      PIC 9(6).
           05 SO-AMOUNT       PIC 9(7)V99.
           05 SO-TYPE-CODE    PIC X(2).
           05 SO-COMPANY-CODE PIC X(3).
           05 SO-FREQUENCY    PIC X(1).
           05 SO-NEXT-RUN-DATE PIC 9(8).
       FD  CLOSURE-DOCUMENT-FILE.
       01  CLOSURE-DOCUMENT-LINE PIC X(80).
       FD  CLOSURE-REGISTER-FILE.
       01  CLOSURE-REGISTER-LINE PIC X(80).
       FD  MAIL-HOLD-FILE.
       01  MAIL-HOLD-LINE PIC X(80).
       FD  MAILING-LOG-FILE.
           COPY "maillog.cpy".
       FD  ACCOUNT-AUDIT-FILE.
       01  ACCOUNT-AUDIT-LINE PIC X(80).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      *The shared page heading lives in WORKING-STORAGE, not under the
      *FD: VALUE clauses are ignored in the FILE SECTION, so a heading
      *record defined there carries low-values in its label fields and
      *a LINE SEQUENTIAL WRITE of it is rejected (file status 71).
           COPY "rpthdr.cpy".
       01  ACCOUNT-MASTER-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  NET-POSITION-STATUS PIC X(2) VALUE '00'.
       01  UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
       01  PENDING-ACK-STATUS PIC X(2) VALUE '00'.
       01  SANCTION-HOLD-STATUS PIC X(2) VALUE '00'.
       01  STANDING-ORDER-STATUS PIC X(2) VALUE '00'.
       01  CLOSURE-DOCUMENT-STATUS PIC X(2) VALUE '00'.
       01  CLOSURE-REGISTER-STATUS PIC X(2) VALUE '00'.
       01  MAIL-HOLD-STATUS PIC X(2) VALUE '00'.
       01  MAILING-LOG-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-EOF PIC X VALUE 'N'.
           88 ACCOUNT-EOF-YES VALUE 'Y'.
       01  NET-POSITION-EOF PIC X VALUE 'N'.
           88 NET-POSITION-EOF-YES VALUE 'Y'.
       01  SCHEDULE-EOF PIC X VALUE 'N'.
           88 SCHEDULE-EOF-YES VALUE 'Y'.
       01  PENDING-ACK-EOF PIC X VALUE 'N'.
           88 PENDING-ACK-EOF-YES VALUE 'Y'.
       01  SANCTION-HOLD-EOF PIC X VALUE 'N'.
           88 SANCTION-HOLD-EOF-YES VALUE 'Y'.
       01  STANDING-ORDER-EOF PIC X VALUE 'N'.
           88 STANDING-ORDER-EOF-YES VALUE 'Y'.
       01  LOAD-OVERFLOW PIC X VALUE 'N'.
           88 LOAD-OVERFLOW-YES VALUE 'Y'.
       01  ACCOUNT-TABLE.
           05 ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
           05 ACCOUNT-ENTRY OCCURS 500 TIMES.
               10 TBL-ACCT-NO        PIC 9(6).
               10 TBL-ACCT-CUST-ID   PIC X(7).
               10 TBL-ACCT-TYPE      PIC X(2).
               10 TBL-ACCT-OPEN-DATE PIC 9(8).
               10 TBL-ACCT-STATUS    PIC X(1).
       01  ACCT-IX BINARY-SHORT SIGNED VALUE 0.
       01  FOUND-IX BINARY-SHORT SIGNED VALUE 0.
      *The whole standing-order master; an order cancelled by a
      *closure is flagged and left out when the file is written back.
       01  ORDER-TABLE.
           05 ORDER-COUNT PIC 9(3) VALUE ZERO.
           05 ORDER-ENTRY OCCURS 500 TIMES.
               10 TBL-SO-IMAGE     PIC X(29).
               10 TBL-SO-CANCELLED PIC X(1).
       01  SO-IX BINARY-SHORT SIGNED VALUE 0.
       01  WORK-ACCT-NO PIC X(6) VALUE SPACES.
       01  WORK-ACCT-NUM PIC 9(6) VALUE ZERO.
       01  TODAY-DATE PIC 9(8) VALUE ZERO.
       01  SESSION-ENDED PIC X VALUE 'N'.
           88 SESSION-ENDED-YES VALUE 'Y'.
       01  CONFIRM-CHOICE PIC X(1) VALUE SPACE.
       01  ACCOUNTS-CHANGED PIC X VALUE 'N'.
           88 ACCOUNTS-CHANGED-YES VALUE 'Y'.
       01  ORDERS-CHANGED PIC X VALUE 'N'.
           88 ORDERS-CHANGED-YES VALUE 'Y'.
      *What one closure request found standing in the way.
       01  BLOCKER-COUNT PIC 9(3) VALUE ZERO.
       01  POSITION-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  OPEN-INSTALLMENT-COUNT PIC 9(3) VALUE ZERO.
       01  OPEN-INSTALLMENT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  PAID-INSTALLMENT-COUNT PIC 9(3) VALUE ZERO.
       01  PAID-INSTALLMENT-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  PENDING-ACK-COUNT PIC 9(3) VALUE ZERO.
       01  PENDING-ACK-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  HELD-PAYMENT-COUNT PIC 9(3) VALUE ZERO.
       01  HELD-PAYMENT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  CANCELLED-ORDER-COUNT PIC 9(3) VALUE ZERO.
       01  OTHER-OPEN-COUNT PIC 9(3) VALUE ZERO.
       01  DISPUTE-IX BINARY-SHORT SIGNED VALUE 0.
       01  AMOUNT-DISPLAY PIC -(8)9.99 VALUE ZERO.
       01  BLOCKER-TEXT PIC X(60) VALUE SPACES.
       01  DOCUMENT-PAGE-NO PIC 9(3) VALUE ZERO.
       01  CUSTOMER-FOUND PIC X VALUE 'N'.
           88 CUSTOMER-FOUND-YES VALUE 'Y'.
       01  SUPPRESS-THIS-ONE PIC X VALUE 'N'.
           88 SUPPRESS-THIS-ONE-YES VALUE 'Y'.
       01  BEFORE-IMAGE PIC X(70) VALUE SPACES.
       01  AFTER-IMAGE PIC X(70) VALUE SPACES.
       01  LOG-EVENT PIC X(8) VALUE SPACES.
       01  CLOSED-COUNT PIC 9(3) VALUE ZERO.
       01  REFUSED-COUNT PIC 9(3) VALUE ZERO.
       01  SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  SIGNON-LEVEL PIC X(1) VALUE SPACE.
           88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
       01  SIGNON-STATUS PIC X(1) VALUE SPACE.
           88 SIGNON-ACCEPTED VALUE 'O'.
           COPY "dispsvc.cpy".
           COPY "audstmp.cpy".
      *------------------------------------------------------------------------
      *ACCOUNT CLOSURE REQUEST
      *The one place a customer's request to close an account is
      *worked, instead of a clerk walking it through customer and
      *account maintenance, the standing-order file, the installment
      *schedule and the position by hand.  For each account the
      *operator keys, everything that blocks a closure is checked and
      *reported together - a non-zero net position on NETPOS, an
      *installment on INSTUPD not fully paid, an open dispute on the
      *dispute service, and a settlement still in flight (an
      *instruction the bank has not yet answered on SETPEND, or a
      *payment held for sanctions review on SANHOLD).  A blocked
      *request changes nothing.  Once an account is clear and the
      *operator confirms, its STANDORD standing orders are cancelled,
      *a final statement and a closure letter go to the CLOSDOC print
      *file (held on MAILHOLD instead for an undeliverable address),
      *and the account is closed on ACCTMS - status 'C', which the
      *posting engine, the fee billing and the standing-order
      *generator all refuse.  Every request, refused or done, lands
      *on the CLOSRPT register with its blockers, and every closure
      *writes the ACCTAUD before/after pair and a SECLOG entry under
      *the operator's id.  The operator must hold maintain or
      *administer authority on OPRPROF.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY 'OPERATOR ID:'.
            ACCEPT SIGNON-OPERATOR-ID.
            CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
                SIGNON-STATUS.
            IF NOT SIGNON-ACCEPTED
                DISPLAY 'SIGN-ON REFUSED - CLOSURE UNAVAILABLE'
                STOP RUN
            END-IF.
            IF SIGNON-LEVEL-INQUIRY
                DISPLAY 'ACCOUNT CLOSURE NEEDS MAINTAIN AUTHORITY - '
                    'SESSION REFUSED'
                STOP RUN
            END-IF.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-LOAD-ACCOUNT-MASTER THRU 1000-EXIT.
            PERFORM 1500-LOAD-STANDING-ORDERS THRU 1500-EXIT.
            IF LOAD-OVERFLOW-YES
                DISPLAY '*** CLOSURES REFUSED - THE MASTERS CANNOT BE '
                    'SAVED'
                STOP RUN
            END-IF.
            MOVE 'R' TO DSPV-FUNCTION.
            CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
                DISPSVC-STATUS.
            PERFORM 2000-CLOSURE-REQUEST THRU 2000-EXIT
                UNTIL SESSION-ENDED-YES.
            IF ACCOUNTS-CHANGED-YES
                PERFORM 8000-WRITE-ACCOUNT-MASTER THRU 8000-EXIT
            END-IF.
            IF ORDERS-CHANGED-YES
                PERFORM 8500-WRITE-STANDING-ORDERS THRU 8500-EXIT
            END-IF.
            DISPLAY 'ACCTCLS: ' CLOSED-COUNT ' CLOSED, '
                REFUSED-COUNT ' REFUSED'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
      *------------------------------------------------------------------------
      *MASTER LOADS
      *Both masters are written back whole at the end of the session,
      *so one too large for its table refuses the session outright.
      *------------------------------------------------------------------------
       1000-LOAD-ACCOUNT-MASTER.
            OPEN INPUT ACCOUNT-MASTER.
            IF ACCOUNT-MASTER-STATUS NOT = '00'
                DISPLAY 'ACCTMS NOT FOUND - NO ACCOUNT CAN BE CLOSED'
                GO TO 1000-EXIT
            END-IF.
            PERFORM 1100-READ-ACCOUNT.
            PERFORM 1200-STORE-ACCOUNT
                UNTIL ACCOUNT-EOF-YES OR ACCOUNT-COUNT = 500.
            IF NOT ACCOUNT-EOF-YES
                SET LOAD-OVERFLOW-YES TO TRUE
                DISPLAY '*** ACCTMS HOLDS MORE THAN 500 ACCOUNTS'
            END-IF.
            CLOSE ACCOUNT-MASTER.
       1000-EXIT.
            EXIT.
       1100-READ-ACCOUNT.
            READ ACCOUNT-MASTER NEXT RECORD
                AT END SET ACCOUNT-EOF-YES TO TRUE
            END-READ.
       1200-STORE-ACCOUNT.
            ADD 1 TO ACCOUNT-COUNT.
            MOVE ACCOUNT-RECORD TO ACCOUNT-ENTRY(ACCOUNT-COUNT).
            IF NOT ACCT-OPEN AND NOT ACCT-CLOSED
                MOVE 'O' TO TBL-ACCT-STATUS(ACCOUNT-COUNT)
            END-IF.
            PERFORM 1100-READ-ACCOUNT.
       1500-LOAD-STANDING-ORDERS.
            OPEN INPUT STANDING-ORDER-FILE.
            IF STANDING-ORDER-STATUS NOT = '00'
                GO TO 1500-EXIT
            END-IF.
            PERFORM 1600-READ-STANDING-ORDER.
            PERFORM 1700-STORE-STANDING-ORDER
                UNTIL STANDING-ORDER-EOF-YES OR ORDER-COUNT = 500.
            IF NOT STANDING-ORDER-EOF-YES
                SET LOAD-OVERFLOW-YES TO TRUE
                DISPLAY '*** STANDORD HOLDS MORE THAN 500 ORDERS'
            END-IF.
            CLOSE STANDING-ORDER-FILE.
       1500-EXIT.
            EXIT.
       1600-READ-STANDING-ORDER.
            READ STANDING-ORDER-FILE
                AT END SET STANDING-ORDER-EOF-YES TO TRUE
            END-READ.
       1700-STORE-STANDING-ORDER.
            ADD 1 TO ORDER-COUNT.
            MOVE STANDING-ORDER-RECORD TO TBL-SO-IMAGE(ORDER-COUNT).
            MOVE 'N' TO TBL-SO-CANCELLED(ORDER-COUNT).
            PERFORM 1600-READ-STANDING-ORDER.
      *------------------------------------------------------------------------
      *ONE CLOSURE REQUEST
      *------------------------------------------------------------------------
       2000-CLOSURE-REQUEST.
            DISPLAY '----------------------------------------'.
            DISPLAY 'ACCOUNT TO CLOSE (6 DIGITS, 0 TO END):'.
            ACCEPT WORK-ACCT-NO.
            IF WORK-ACCT-NO = SPACES OR WORK-ACCT-NO = '0'
                SET SESSION-ENDED-YES TO TRUE
                GO TO 2000-EXIT
            END-IF.
            IF WORK-ACCT-NO IS NOT NUMERIC
                DISPLAY 'ACCOUNT NUMBER NOT NUMERIC - REJECTED'
                GO TO 2000-EXIT
            END-IF.
            MOVE WORK-ACCT-NO TO WORK-ACCT-NUM.
            IF WORK-ACCT-NUM = ZERO
                SET SESSION-ENDED-YES TO TRUE
                GO TO 2000-EXIT
            END-IF.
            MOVE 0 TO FOUND-IX.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ACCOUNT-COUNT OR FOUND-IX > 0
                IF TBL-ACCT-NO(ACCT-IX) = WORK-ACCT-NUM
                    MOVE ACCT-IX TO FOUND-IX
                END-IF
            END-PERFORM.
      *Only an account on the master can carry the closed status; an
      *account still resolved by the old account-equals-customer rule
      *is entered through account maintenance first.
            IF FOUND-IX = 0
                DISPLAY 'ACCOUNT ' WORK-ACCT-NUM ' NOT ON ACCTMS - '
                    'ENTER IT THROUGH ACCOUNT MAINTENANCE FIRST'
                GO TO 2000-EXIT
            END-IF.
            IF TBL-ACCT-STATUS(FOUND-IX) = 'C'
                DISPLAY 'ACCOUNT ' WORK-ACCT-NUM ' ALREADY CLOSED'
                GO TO 2000-EXIT
            END-IF.
            DISPLAY 'ACCOUNT ' WORK-ACCT-NUM ' OWNER '
                TBL-ACCT-CUST-ID(FOUND-IX) ' TYPE '
                TBL-ACCT-TYPE(FOUND-IX) ' OPENED '
                TBL-ACCT-OPEN-DATE(FOUND-IX).
            PERFORM 7500-OPEN-REGISTER THRU 7500-EXIT.
            MOVE SPACES TO CLOSURE-REGISTER-LINE.
            STRING 'REQUEST ' WORK-ACCT-NUM
                ' OWNER ' TBL-ACCT-CUST-ID(FOUND-IX)
                ' ON ' TODAY-DATE
                ' BY ' SIGNON-OPERATOR-ID
                INTO CLOSURE-REGISTER-LINE.
            WRITE CLOSURE-REGISTER-LINE.
            PERFORM 3000-CHECK-BLOCKERS THRU 3000-EXIT.
            IF BLOCKER-COUNT > ZERO
                ADD 1 TO REFUSED-COUNT
                MOVE SPACES TO CLOSURE-REGISTER-LINE
                STRING '    REFUSED - ' BLOCKER-COUNT ' BLOCKER(S)'
                    INTO CLOSURE-REGISTER-LINE
                WRITE CLOSURE-REGISTER-LINE
                CLOSE CLOSURE-REGISTER-FILE
                DISPLAY 'CLOSURE REFUSED - ' BLOCKER-COUNT
                    ' BLOCKER(S) MUST BE CLEARED FIRST'
                MOVE 'REFUSED ' TO LOG-EVENT
                PERFORM 9900-LOG-CLOSURE-ACTION THRU 9900-EXIT
                GO TO 2000-EXIT
            END-IF.
            DISPLAY 'NO BLOCKERS - CLOSE ACCOUNT ' WORK-ACCT-NUM
                ' NOW (Y/N)?'.
            ACCEPT CONFIRM-CHOICE.
            IF CONFIRM-CHOICE NOT = 'Y' AND CONFIRM-CHOICE NOT = 'y'
                MOVE SPACES TO CLOSURE-REGISTER-LINE
                STRING '    CLEAR - NOT CONFIRMED, NOTHING CHANGED'
                    INTO CLOSURE-REGISTER-LINE
                WRITE CLOSURE-REGISTER-LINE
                CLOSE CLOSURE-REGISTER-FILE
                DISPLAY 'NOT CONFIRMED - NOTHING CHANGED'
                GO TO 2000-EXIT
            END-IF.
            PERFORM 4000-CANCEL-STANDING-ORDERS THRU 4000-EXIT.
            PERFORM 5000-WRITE-FINAL-DOCUMENTS THRU 5000-EXIT.
            MOVE ACCOUNT-ENTRY(FOUND-IX) TO BEFORE-IMAGE.
            MOVE 'C' TO TBL-ACCT-STATUS(FOUND-IX).
            MOVE ACCOUNT-ENTRY(FOUND-IX) TO AFTER-IMAGE.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET ACCOUNTS-CHANGED-YES TO TRUE.
            ADD 1 TO CLOSED-COUNT.
            MOVE SPACES TO CLOSURE-REGISTER-LINE.
            STRING '    CLOSED - ' CANCELLED-ORDER-COUNT
                ' STANDING ORDER(S) CANCELLED'
                INTO CLOSURE-REGISTER-LINE.
            WRITE CLOSURE-REGISTER-LINE.
            PERFORM 6000-CHECK-OTHER-ACCOUNTS THRU 6000-EXIT.
            CLOSE CLOSURE-REGISTER-FILE.
            MOVE 'CLOSED  ' TO LOG-EVENT.
            PERFORM 9900-LOG-CLOSURE-ACTION THRU 9900-EXIT.
            DISPLAY 'CLOSED ' WORK-ACCT-NUM ' - '
                CANCELLED-ORDER-COUNT ' STANDING ORDER(S) CANCELLED'.
       2000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *BLOCKER CHECKS
      *Every source is optional - a file that is not there blocks
      *nothing - and every blocker found is reported, not just the
      *first, so the customer hears the whole list at once.
      *------------------------------------------------------------------------
       3000-CHECK-BLOCKERS.
            MOVE ZERO TO BLOCKER-COUNT.
            PERFORM 3100-CHECK-POSITION THRU 3100-EXIT.
            PERFORM 3200-CHECK-INSTALLMENTS THRU 3200-EXIT.
            PERFORM 3300-CHECK-DISPUTES THRU 3300-EXIT.
            PERFORM 3400-CHECK-SETTLEMENTS THRU 3400-EXIT.
       3000-EXIT.
            EXIT.
       3100-CHECK-POSITION.
            MOVE ZERO TO POSITION-TOTAL.
            MOVE 'N' TO NET-POSITION-EOF.
            OPEN INPUT NET-POSITION-FILE.
            IF NET-POSITION-STATUS NOT = '00'
                GO TO 3100-EXIT
            END-IF.
      *The account's positions, one per company, read by key from
      *its lowest company.
            MOVE WORK-ACCT-NUM TO NET-ACCT-NO.
            MOVE LOW-VALUES TO NET-COMPANY-CODE.
            START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
                INVALID KEY SET NET-POSITION-EOF-YES TO TRUE
            END-START.
            IF NOT NET-POSITION-EOF-YES
                PERFORM 3110-READ-POSITION
            END-IF.
            PERFORM 3120-CHECK-ONE-POSITION
                UNTIL NET-POSITION-EOF-YES.
            CLOSE NET-POSITION-FILE.
       3100-EXIT.
            EXIT.
       3110-READ-POSITION.
            READ NET-POSITION-FILE NEXT RECORD
                AT END SET NET-POSITION-EOF-YES TO TRUE
            END-READ.
            IF NET-ACCT-NO NOT = WORK-ACCT-NUM
                SET NET-POSITION-EOF-YES TO TRUE
            END-IF.
       3120-CHECK-ONE-POSITION.
            ADD NET-AMOUNT TO POSITION-TOTAL.
            IF NET-AMOUNT NOT = ZERO
                MOVE NET-AMOUNT TO AMOUNT-DISPLAY
                MOVE SPACES TO BLOCKER-TEXT
                STRING 'NON-ZERO NET POSITION ' AMOUNT-DISPLAY
                    ' CO ' NET-COMPANY-CODE
                    INTO BLOCKER-TEXT
                PERFORM 3900-REPORT-BLOCKER THRU 3900-EXIT
            END-IF.
            PERFORM 3110-READ-POSITION.
       3200-CHECK-INSTALLMENTS.
            MOVE ZERO TO OPEN-INSTALLMENT-COUNT.
            MOVE ZERO TO OPEN-INSTALLMENT-TOTAL.
            MOVE ZERO TO PAID-INSTALLMENT-COUNT.
            MOVE ZERO TO PAID-INSTALLMENT-TOTAL.
            MOVE 'N' TO SCHEDULE-EOF.
            OPEN INPUT UPDATED-SCHEDULE-FILE.
            IF UPDATED-SCHEDULE-STATUS NOT = '00'
                GO TO 3200-EXIT
            END-IF.
            PERFORM 3210-READ-SCHEDULE.
            PERFORM 3220-CHECK-ONE-INSTALLMENT UNTIL SCHEDULE-EOF-YES.
            CLOSE UPDATED-SCHEDULE-FILE.
            IF OPEN-INSTALLMENT-COUNT > ZERO
                MOVE OPEN-INSTALLMENT-TOTAL TO AMOUNT-DISPLAY
                MOVE SPACES TO BLOCKER-TEXT
                STRING OPEN-INSTALLMENT-COUNT
                    ' OPEN INSTALLMENT(S) - ' AMOUNT-DISPLAY
                    ' UNPAID'
                    INTO BLOCKER-TEXT
                PERFORM 3900-REPORT-BLOCKER THRU 3900-EXIT
            END-IF.
       3200-EXIT.
            EXIT.
       3210-READ-SCHEDULE.
            READ UPDATED-SCHEDULE-FILE
                AT END SET SCHEDULE-EOF-YES TO TRUE
            END-READ.
       3220-CHECK-ONE-INSTALLMENT.
            IF IUPD-ACCT-NO = WORK-ACCT-NUM
                IF IUPD-PAID
                    ADD 1 TO PAID-INSTALLMENT-COUNT
                    ADD IUPD-PAID-AMT TO PAID-INSTALLMENT-TOTAL
                ELSE
                    ADD 1 TO OPEN-INSTALLMENT-COUNT
                    ADD IUPD-INSTALLMENT-AMT TO OPEN-INSTALLMENT-TOTAL
                    SUBTRACT IUPD-PAID-AMT FROM OPEN-INSTALLMENT-TOTAL
                END-IF
            END-IF.
            PERFORM 3210-READ-SCHEDULE.
       3300-CHECK-DISPUTES.
            MOVE 'A' TO DSPV-FUNCTION.
            MOVE WORK-ACCT-NUM TO DSPV-ACCT-NO.
            CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
                DISPSVC-STATUS.
            IF NOT DSPV-DISPUTED
                GO TO 3300-EXIT
            END-IF.
            PERFORM VARYING DISPUTE-IX FROM 1 BY 1
                    UNTIL DISPUTE-IX > DSPV-OPEN-COUNT
                        OR DISPUTE-IX > 10
                MOVE SPACES TO BLOCKER-TEXT
                STRING 'OPEN DISPUTE ' DSPV-DISPUTE-NO(DISPUTE-IX)
                    ' ON ' DSPV-LIST-ITEM-TYPE(DISPUTE-IX)
                    ' ' DSPV-LIST-ITEM-NO(DISPUTE-IX)
                    ' OWNER ' DSPV-OWNER(DISPUTE-IX)
                    INTO BLOCKER-TEXT
                PERFORM 3900-REPORT-BLOCKER THRU 3900-EXIT
            END-PERFORM.
       3300-EXIT.
            EXIT.
      *A settlement is pending while the bank has not answered its
      *instruction, or while compliance still holds the payment.
       3400-CHECK-SETTLEMENTS.
            MOVE ZERO TO PENDING-ACK-COUNT.
            MOVE ZERO TO PENDING-ACK-TOTAL.
            MOVE ZERO TO HELD-PAYMENT-COUNT.
            MOVE ZERO TO HELD-PAYMENT-TOTAL.
            MOVE 'N' TO PENDING-ACK-EOF.
            OPEN INPUT PENDING-ACK-FILE.
            IF PENDING-ACK-STATUS = '00'
                PERFORM 3410-READ-PENDING-ACK
                PERFORM 3420-CHECK-ONE-PENDING-ACK
                    UNTIL PENDING-ACK-EOF-YES
                CLOSE PENDING-ACK-FILE
            END-IF.
            MOVE 'N' TO SANCTION-HOLD-EOF.
            OPEN INPUT SANCTION-HOLD-FILE.
            IF SANCTION-HOLD-STATUS = '00'
                PERFORM 3430-READ-SANCTION-HOLD
                PERFORM 3440-CHECK-ONE-SANCTION-HOLD
                    UNTIL SANCTION-HOLD-EOF-YES
                CLOSE SANCTION-HOLD-FILE
            END-IF.
            IF PENDING-ACK-COUNT > ZERO
                MOVE PENDING-ACK-TOTAL TO AMOUNT-DISPLAY
                MOVE SPACES TO BLOCKER-TEXT
                STRING PENDING-ACK-COUNT
                    ' SETTLEMENT(S) AWAITING BANK - ' AMOUNT-DISPLAY
                    INTO BLOCKER-TEXT
                PERFORM 3900-REPORT-BLOCKER THRU 3900-EXIT
            END-IF.
            IF HELD-PAYMENT-COUNT > ZERO
                MOVE HELD-PAYMENT-TOTAL TO AMOUNT-DISPLAY
                MOVE SPACES TO BLOCKER-TEXT
                STRING HELD-PAYMENT-COUNT
                    ' PAYMENT(S) HELD FOR SANCTIONS - ' AMOUNT-DISPLAY
                    INTO BLOCKER-TEXT
                PERFORM 3900-REPORT-BLOCKER THRU 3900-EXIT
            END-IF.
       3400-EXIT.
            EXIT.
       3410-READ-PENDING-ACK.
            READ PENDING-ACK-FILE
                AT END SET PENDING-ACK-EOF-YES TO TRUE
            END-READ.
       3420-CHECK-ONE-PENDING-ACK.
            IF PEND-ACCT-NO = WORK-ACCT-NUM
                ADD 1 TO PENDING-ACK-COUNT
                ADD PEND-AMOUNT TO PENDING-ACK-TOTAL
            END-IF.
            PERFORM 3410-READ-PENDING-ACK.
       3430-READ-SANCTION-HOLD.
            READ SANCTION-HOLD-FILE
                AT END SET SANCTION-HOLD-EOF-YES TO TRUE
            END-READ.
       3440-CHECK-ONE-SANCTION-HOLD.
            IF SHLD-ACCT-NO = WORK-ACCT-NUM AND SHLD-HELD
                ADD 1 TO HELD-PAYMENT-COUNT
                ADD SHLD-AMOUNT TO HELD-PAYMENT-TOTAL
            END-IF.
            PERFORM 3430-READ-SANCTION-HOLD.
       3900-REPORT-BLOCKER.
            ADD 1 TO BLOCKER-COUNT.
            DISPLAY '  BLOCKER: ' BLOCKER-TEXT.
            MOVE SPACES TO CLOSURE-REGISTER-LINE.
            STRING '    BLOCKER: ' BLOCKER-TEXT
                INTO CLOSURE-REGISTER-LINE.
            WRITE CLOSURE-REGISTER-LINE.
       3900-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *STANDING-ORDER CANCELLATION
      *Each of the account's orders is listed on the register before
      *it is dropped, so a cancellation can be re-keyed if it ever
      *has to be undone.
      *------------------------------------------------------------------------
       4000-CANCEL-STANDING-ORDERS.
            MOVE ZERO TO CANCELLED-ORDER-COUNT.
            PERFORM 4100-CANCEL-ONE-ORDER THRU 4100-EXIT
                VARYING SO-IX FROM 1 BY 1
                UNTIL SO-IX > ORDER-COUNT.
       4000-EXIT.
            EXIT.
       4100-CANCEL-ONE-ORDER.
            MOVE TBL-SO-IMAGE(SO-IX) TO STANDING-ORDER-RECORD.
            IF SO-ACCT-NO NOT = WORK-ACCT-NUM
                OR TBL-SO-CANCELLED(SO-IX) = 'Y'
                GO TO 4100-EXIT
            END-IF.
            MOVE 'Y' TO TBL-SO-CANCELLED(SO-IX).
            SET ORDERS-CHANGED-YES TO TRUE.
            ADD 1 TO CANCELLED-ORDER-COUNT.
            MOVE SPACES TO CLOSURE-REGISTER-LINE.
            STRING '    STANDING ORDER CANCELLED: '
                TBL-SO-IMAGE(SO-IX)
                INTO CLOSURE-REGISTER-LINE.
            WRITE CLOSURE-REGISTER-LINE.
       4100-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *FINAL STATEMENT AND CLOSURE LETTER
      *One page each on CLOSDOC, appended so a session's closures
      *print together.  An owner whose address the post office has
      *returned gets neither - the pair is held on MAILHOLD until a
      *new address is on file, exactly as the statements are held.
      *------------------------------------------------------------------------
       5000-WRITE-FINAL-DOCUMENTS.
            MOVE 'N' TO CUSTOMER-FOUND.
            MOVE 'N' TO SUPPRESS-THIS-ONE.
            OPEN INPUT CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS = '00'
                MOVE TBL-ACCT-CUST-ID(FOUND-IX) TO CUST-ID
                READ CUSTOMER-MASTER
                    KEY IS CUST-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        SET CUSTOMER-FOUND-YES TO TRUE
                END-READ
                CLOSE CUSTOMER-MASTER
            END-IF.
            IF NOT CUSTOMER-FOUND-YES
                MOVE TBL-ACCT-CUST-ID(FOUND-IX) TO CUST-ID
                MOVE SPACES TO CUST-NAME
                MOVE SPACES TO CUST-ADDR-LINE-1
                MOVE SPACES TO CUST-ADDR-LINE-2
                MOVE SPACES TO CUST-CITY
                MOVE SPACES TO CUST-POSTAL-CODE
                MOVE SPACE TO CUST-ADDR-STATUS
            END-IF.
            IF CUST-ADDR-UNDELIVERABLE
                SET SUPPRESS-THIS-ONE-YES TO TRUE
                OPEN EXTEND MAIL-HOLD-FILE
                IF MAIL-HOLD-STATUS = '05'
                    OR MAIL-HOLD-STATUS = '35'
                    OPEN OUTPUT MAIL-HOLD-FILE
                END-IF
                MOVE SPACES TO MAIL-HOLD-LINE
                STRING 'CLOSURE LETTER HELD - ' CUST-ID
                    ' ' CUST-NAME
                    ' ADDRESS UNDELIVERABLE'
                    INTO MAIL-HOLD-LINE
                WRITE MAIL-HOLD-LINE
                CLOSE MAIL-HOLD-FILE
                MOVE SPACES TO CLOSURE-REGISTER-LINE
                STRING '    FINAL STATEMENT AND LETTER HELD - '
                    'ADDRESS UNDELIVERABLE'
                    INTO CLOSURE-REGISTER-LINE
                WRITE CLOSURE-REGISTER-LINE
                GO TO 5000-EXIT
            END-IF.
            OPEN EXTEND CLOSURE-DOCUMENT-FILE.
            IF CLOSURE-DOCUMENT-STATUS = '05'
                OR CLOSURE-DOCUMENT-STATUS = '35'
                OPEN OUTPUT CLOSURE-DOCUMENT-FILE
            END-IF.
            PERFORM 5100-WRITE-FINAL-STATEMENT THRU 5100-EXIT.
            PERFORM 5200-WRITE-CLOSURE-LETTER THRU 5200-EXIT.
            CLOSE CLOSURE-DOCUMENT-FILE.
      *The composite inquiry answers "when did this customer last get
      *a statement" from the mailing log, so the final one goes there.
            OPEN EXTEND MAILING-LOG-FILE.
            IF MAILING-LOG-STATUS = '05'
                OR MAILING-LOG-STATUS = '35'
                OPEN OUTPUT MAILING-LOG-FILE
            END-IF.
            MOVE 'S' TO MLOG-KIND.
            MOVE CUST-ID TO MLOG-CUST-ID.
            MOVE TODAY-DATE TO MLOG-DATE.
            MOVE 'P' TO MLOG-CHANNEL.
            WRITE MAILING-LOG-RECORD.
            MOVE 'L' TO MLOG-KIND.
            WRITE MAILING-LOG-RECORD.
            CLOSE MAILING-LOG-FILE.
       5000-EXIT.
            EXIT.
       5100-WRITE-FINAL-STATEMENT.
            ADD 1 TO DOCUMENT-PAGE-NO.
            MOVE 'FINAL ACCOUNT STATEMENT' TO RPTHDR-TITLE.
            MOVE DOCUMENT-PAGE-NO TO RPTHDR-PAGE-NO.
            WRITE CLOSURE-DOCUMENT-LINE FROM REPORT-HEADER-LINE.
            PERFORM 5300-WRITE-NAME-AND-ADDRESS THRU 5300-EXIT.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING 'ACCOUNT ' WORK-ACCT-NUM
                ' TYPE ' TBL-ACCT-TYPE(FOUND-IX)
                ' OPENED ' TBL-ACCT-OPEN-DATE(FOUND-IX)
                ' CLOSED ' TODAY-DATE
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            IF PAID-INSTALLMENT-COUNT > ZERO
                MOVE PAID-INSTALLMENT-TOTAL TO AMOUNT-DISPLAY
                MOVE SPACES TO CLOSURE-DOCUMENT-LINE
                STRING 'INSTALLMENTS PAID IN FULL: '
                    PAID-INSTALLMENT-COUNT
                    ' TOTAL PAID ' AMOUNT-DISPLAY
                    INTO CLOSURE-DOCUMENT-LINE
                WRITE CLOSURE-DOCUMENT-LINE
            END-IF.
            IF CANCELLED-ORDER-COUNT > ZERO
                MOVE SPACES TO CLOSURE-DOCUMENT-LINE
                STRING 'STANDING ORDERS CANCELLED: '
                    CANCELLED-ORDER-COUNT
                    INTO CLOSURE-DOCUMENT-LINE
                WRITE CLOSURE-DOCUMENT-LINE
            END-IF.
            MOVE POSITION-TOTAL TO AMOUNT-DISPLAY.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING 'CLOSING BALANCE: ' AMOUNT-DISPLAY
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
       5100-EXIT.
            EXIT.
       5200-WRITE-CLOSURE-LETTER.
            ADD 1 TO DOCUMENT-PAGE-NO.
            MOVE 'ACCOUNT CLOSURE CONFIRMATION' TO RPTHDR-TITLE.
            MOVE DOCUMENT-PAGE-NO TO RPTHDR-PAGE-NO.
            WRITE CLOSURE-DOCUMENT-LINE FROM REPORT-HEADER-LINE.
            PERFORM 5300-WRITE-NAME-AND-ADDRESS THRU 5300-EXIT.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING 'DEAR ' CUST-NAME
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING 'AS YOU REQUESTED, ACCOUNT ' WORK-ACCT-NUM
                ' WAS CLOSED ON ' TODAY-DATE '.'
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING 'THE ACCOUNT IS SETTLED WITH NOTHING OWING ON '
                'EITHER SIDE, AND NO FURTHER'
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING 'CHARGES, FEES OR STANDING-ORDER PAYMENTS WILL '
                'BE TAKEN FROM IT.'
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING 'YOUR FINAL STATEMENT IS ENCLOSED.'
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
       5200-EXIT.
            EXIT.
       5300-WRITE-NAME-AND-ADDRESS.
            IF NOT CUSTOMER-FOUND-YES
                MOVE SPACES TO CLOSURE-DOCUMENT-LINE
                STRING 'CUSTOMER ' CUST-ID
                    INTO CLOSURE-DOCUMENT-LINE
                WRITE CLOSURE-DOCUMENT-LINE
                GO TO 5300-EXIT
            END-IF.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            MOVE CUST-NAME TO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            MOVE CUST-ADDR-LINE-1 TO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
            IF CUST-ADDR-LINE-2 NOT = SPACES
                MOVE SPACES TO CLOSURE-DOCUMENT-LINE
                MOVE CUST-ADDR-LINE-2 TO CLOSURE-DOCUMENT-LINE
                WRITE CLOSURE-DOCUMENT-LINE
            END-IF.
            MOVE SPACES TO CLOSURE-DOCUMENT-LINE.
            STRING CUST-CITY ' ' CUST-POSTAL-CODE
                INTO CLOSURE-DOCUMENT-LINE.
            WRITE CLOSURE-DOCUMENT-LINE.
       5300-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *OWNER'S REMAINING ACCOUNTS
      *An owner left with no open account is a candidate for
      *deactivation in customer maintenance - which stays a separate,
      *deliberate step, since the customer may be opening another.
      *------------------------------------------------------------------------
       6000-CHECK-OTHER-ACCOUNTS.
            MOVE ZERO TO OTHER-OPEN-COUNT.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ACCOUNT-COUNT
                IF TBL-ACCT-CUST-ID(ACCT-IX)
                        = TBL-ACCT-CUST-ID(FOUND-IX)
                    AND TBL-ACCT-STATUS(ACCT-IX) NOT = 'C'
                    ADD 1 TO OTHER-OPEN-COUNT
                END-IF
            END-PERFORM.
            IF OTHER-OPEN-COUNT = ZERO
                DISPLAY 'CUSTOMER ' TBL-ACCT-CUST-ID(FOUND-IX)
                    ' HOLDS NO OTHER OPEN ACCOUNT - DEACTIVATE IN '
                    'CUSTOMER MAINTENANCE IF LEAVING'
                MOVE SPACES TO CLOSURE-REGISTER-LINE
                STRING '    OWNER HOLDS NO OTHER OPEN ACCOUNT'
                    INTO CLOSURE-REGISTER-LINE
                WRITE CLOSURE-REGISTER-LINE
            END-IF.
       6000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *BEFORE/AFTER AUDIT TRAIL - the same ACCTAUD pair the account
      *maintenance writes for a close, stamp line included.
      *------------------------------------------------------------------------
       7000-WRITE-AUDIT-PAIR.
            OPEN EXTEND ACCOUNT-AUDIT-FILE.
            IF ACCOUNT-AUDIT-STATUS = '05' OR
               ACCOUNT-AUDIT-STATUS = '35'
                OPEN OUTPUT ACCOUNT-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
            MOVE 'ACCTMS CLOSE' TO AST-ACTION.
            MOVE WORK-ACCT-NUM TO AST-KEY.
            MOVE AUDIT-STAMP-LINE TO ACCOUNT-AUDIT-LINE.
            WRITE ACCOUNT-AUDIT-LINE.
            MOVE SPACES TO ACCOUNT-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE INTO ACCOUNT-AUDIT-LINE.
            WRITE ACCOUNT-AUDIT-LINE.
            MOVE SPACES TO ACCOUNT-AUDIT-LINE.
            STRING 'AFTER:  ' AFTER-IMAGE INTO ACCOUNT-AUDIT-LINE.
            WRITE ACCOUNT-AUDIT-LINE.
            CLOSE ACCOUNT-AUDIT-FILE.
       7000-EXIT.
            EXIT.
       7500-OPEN-REGISTER.
            OPEN EXTEND CLOSURE-REGISTER-FILE.
            IF CLOSURE-REGISTER-STATUS = '05' OR
               CLOSURE-REGISTER-STATUS = '35'
                OPEN OUTPUT CLOSURE-REGISTER-FILE
            END-IF.
       7500-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *MASTER WRITE-BACK
      *A closure adds no account, so the table is still in the key
      *order it was read in.
      *------------------------------------------------------------------------
       8000-WRITE-ACCOUNT-MASTER.
            OPEN OUTPUT ACCOUNT-MASTER.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ACCOUNT-COUNT
                MOVE ACCOUNT-ENTRY(ACCT-IX) TO ACCOUNT-RECORD
                WRITE ACCOUNT-RECORD
                    INVALID KEY
                        DISPLAY 'WRITE FAILED FOR ' ACCT-NO
                END-WRITE
            END-PERFORM.
            CLOSE ACCOUNT-MASTER.
            DISPLAY 'ACCTMS REWRITTEN - ' ACCOUNT-COUNT
                ' ACCOUNT(S)'.
       8000-EXIT.
            EXIT.
       8500-WRITE-STANDING-ORDERS.
            OPEN OUTPUT STANDING-ORDER-FILE.
            PERFORM VARYING SO-IX FROM 1 BY 1
                    UNTIL SO-IX > ORDER-COUNT
                IF TBL-SO-CANCELLED(SO-IX) NOT = 'Y'
                    MOVE TBL-SO-IMAGE(SO-IX) TO STANDING-ORDER-RECORD
                    WRITE STANDING-ORDER-RECORD
                END-IF
            END-PERFORM.
            CLOSE STANDING-ORDER-FILE.
       8500-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CLOSURE-ACTION LOG
      *------------------------------------------------------------------------
       9900-LOG-CLOSURE-ACTION.
            OPEN EXTEND SECURITY-LOG-FILE.
            IF SECURITY-LOG-STATUS = '05' OR
               SECURITY-LOG-STATUS = '35'
                OPEN OUTPUT SECURITY-LOG-FILE
            END-IF.
            MOVE SPACES TO SECURITY-LOG-LINE.
            STRING 'ACCTMS CLOSURE ' LOG-EVENT ' ' WORK-ACCT-NUM
                ' BY ' SIGNON-OPERATOR-ID
                INTO SECURITY-LOG-LINE.
            WRITE SECURITY-LOG-LINE.
            CLOSE SECURITY-LOG-FILE.
       9900-EXIT.
            EXIT.
