               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NET-POSITION-KEY
               FILE STATUS IS NET-POSITION-STATUS.
           SELECT DEBITS-FILE ASSIGN TO "DEBITS"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT MAILING-LOG-FILE ASSIGN TO "MAILLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILING-LOG-STATUS.
           SELECT LATE-CHARGE-FILE ASSIGN TO "LATEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LATE-CHARGE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT EDELIVERY-FILE ASSIGN TO "EDELIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDELIVERY-STATUS.
           SELECT EDELIVERY-CONTROL-FILE ASSIGN TO "EDLVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDELIVERY-CONTROL-STATUS.
           SELECT STATEMENT-ACTIVITY-FILE ASSIGN TO "STMTACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-ACTIVITY-STATUS.
           SELECT STATEMENT-WORK-FILE ASSIGN TO "STMTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-WORK-STATUS.
           SELECT SORTED-STATEMENT-FILE ASSIGN TO "STMTSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-STATEMENT-STATUS.
           SELECT STATEMENT-SORT-FILE ASSIGN TO "STMTSRT".
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  NET-POSITION-FILE.
           COPY "netpos.cpy".
       FD  DEBITS-FILE.
       01  DEBIT-RECORD.
           05 DEBIT-ACCT-NO      PIC 9(6).
           05 DEBIT-AMOUNT       PIC S9(7)V99.
           05 DEBIT-COMPANY-CODE PIC X(3).
       FD  CREDITS-FILE.
       01  CREDIT-RECORD.
           05 CREDIT-ACCT-NO      PIC 9(6).
           05 CREDIT-AMOUNT       PIC S9(7)V99.
           05 CREDIT-COMPANY-CODE PIC X(3).
       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-LINE PIC X(80).
           05 CSEG-SCORE      PIC 9(3).
           05 CSEG-AS-OF-DATE PIC 9(8).
       FD  MAILING-LOG-FILE.
           COPY "maillog.cpy".
       FD  LATE-CHARGE-FILE.
           COPY "latechg.cpy".
       FD  RUN-CONTROL-FILE.
           COPY "runctlrec.cpy".
       FD  EDELIVERY-FILE.
           COPY "edeliv.cpy".
      *EDLVCTL carries the last electronic document number issued,
      *shared by every program that delivers through the gateway.
       FD  EDELIVERY-CONTROL-FILE.
       01  EDELIVERY-CONTROL-RECORD.
           05 EDLC-LAST-DOC-NO PIC 9(9).
      *STMTACT carries every debit and credit not yet on a statement,
      *dated with the run that took it in.
       FD  STATEMENT-ACTIVITY-FILE.
       01  STATEMENT-ACTIVITY-RECORD.
           05 SACT-ACCT-NO PIC 9(6).
           05 SACT-KIND    PIC X(1).
               88 SACT-DEBIT  VALUE 'D'.
               88 SACT-CREDIT VALUE 'C'.
           05 SACT-DATE    PIC 9(8).
           05 SACT-AMOUNT  PIC S9(7)V99.
      *STMTWRK carries each NETPOS line tagged with the customer that
      *owns the account; STMTSRTD is the same lines sorted customer-
      *then-account so every account a customer holds lands on the
      *one statement.
       FD  STATEMENT-WORK-FILE.
       01  STATEMENT-WORK-RECORD.
           05 SWRK-CUST-ID PIC X(7).
           05 SWRK-ACCT-NO PIC 9(6).
           05 SWRK-AMOUNT  PIC S9(7)V99.
       FD  SORTED-STATEMENT-FILE.
       01  SORTED-STATEMENT-RECORD.
           05 SSTM-CUST-ID PIC X(7).
           05 SSTM-ACCT-NO PIC 9(6).
           05 SSTM-AMOUNT  PIC S9(7)V99.
       SD  STATEMENT-SORT-FILE.
       01  STATEMENT-SORT-RECORD.
           05 SRT-CUST-ID PIC X(7).
           05 SRT-ACCT-NO PIC 9(6).
           05 SRT-AMOUNT  PIC S9(7)V99.
       WORKING-STORAGE SECTION.
      *The shared page heading lives in WORKING-STORAGE, not under the
      *FD: VALUE clauses are ignored in the FILE SECTION, so a heading
           05 DEBIT-COUNT PIC 9(3) VALUE ZERO.
           05 DEBIT-ENTRY OCCURS 100 TIMES.
               10 TBL-DEBIT-ACCT   PIC 9(6).
               10 TBL-DEBIT-AMOUNT PIC S9(7)V99.
       01  CREDIT-TABLE.
           05 CREDIT-COUNT PIC 9(3) VALUE ZERO.
           05 CREDIT-ENTRY OCCURS 100 TIMES.
               10 TBL-CREDIT-ACCT   PIC 9(6).
               10 TBL-CREDIT-AMOUNT PIC S9(7)V99.
       01  DC-IX BINARY-SHORT SIGNED VALUE 0.
       01  STATEMENT-WORK-STATUS PIC X(2) VALUE '00'.
       01  SORTED-STATEMENT-STATUS PIC X(2) VALUE '00'.
       01  SORTED-STATEMENT-EOF PIC X VALUE 'N'.
           88 SORTED-STATEMENT-EOF-YES VALUE 'Y'.
       01  RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
       01  TABLE-OVERFLOW PIC X VALUE 'N'.
           88 TABLE-OVERFLOW-YES VALUE 'Y'.
           COPY "tblmon.cpy".
       01  CUSTOMER-DONE PIC X VALUE 'N'.
           88 CUSTOMER-DONE-YES VALUE 'Y'.
       01  STMT-CUST-ID PIC X(7) VALUE SPACES.
       01  STMT-ACCT-NO PIC 9(6) VALUE ZERO.
       01  STMT-ACCOUNTS PIC 9(3) VALUE ZERO.
       01  CUSTOMER-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  TOTAL-DISPLAY PIC -(8)9.99 VALUE ZERO.
           COPY "acctsvc.cpy".
       01  STMT-PAGE-NO PIC 9(3) VALUE ZERO.
       01  STMT-COUNT PIC 9(5) VALUE ZERO.
       01  MASTER-AVAILABLE PIC X VALUE 'N'.
           88 MASTER-AVAILABLE-YES VALUE 'Y'.
       01  AMOUNT-DISPLAY PIC -(6)9.99 VALUE ZERO.
       01  MAIL-HOLD-STATUS PIC X(2) VALUE '00'.
       01  SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
       01  SUPPRESS-THIS-ONE PIC X VALUE 'N'.
               10 TBL-SEG-CODE PIC X(4).
       01  SEG-IX BINARY-SHORT SIGNED VALUE 0.
       01  MAILING-LOG-STATUS PIC X(2) VALUE '00'.
       01  LATE-CHARGE-STATUS PIC X(2) VALUE '00'.
       01  LATE-CHARGE-EOF PIC X VALUE 'N'.
           88 LATE-CHARGE-EOF-YES VALUE 'Y'.
      *Late charges still owed, one statement line each under the
      *account they were charged to.
       01  LATE-CHARGE-TABLE.
           05 LATE-CHARGE-COUNT PIC 9(3) VALUE ZERO.
           05 LATE-CHARGE-ENTRY OCCURS 300 TIMES.
               10 TBL-LCHG-ACCT   PIC 9(6).
               10 TBL-LCHG-INST   PIC 9(2).
               10 TBL-LCHG-DATE   PIC 9(8).
               10 TBL-LCHG-AMOUNT PIC 9(5)V99.
       01  LCHG-IX BINARY-SHORT SIGNED VALUE 0.
       01  RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
       01  CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
       01  EDELIVERY-STATUS PIC X(2) VALUE '00'.
       01  EDELIVERY-CONTROL-STATUS PIC X(2) VALUE '00'.
       01  EDELIVERY-OPEN PIC X VALUE 'N'.
           88 EDELIVERY-OPEN-YES VALUE 'Y'.
       01  DELIVER-PRINT PIC X VALUE 'Y'.
           88 DELIVER-PRINT-YES VALUE 'Y'.
       01  DELIVER-ELECTRONIC PIC X VALUE 'N'.
           88 DELIVER-ELECTRONIC-YES VALUE 'Y'.
       01  DELIVERY-EMAIL PIC X(60) VALUE SPACES.
       01  LAST-DOC-NO PIC 9(9) VALUE ZERO.
       01  DOC-LINE-COUNT PIC 9(5) VALUE ZERO.
       01  EDELIVERY-COUNT PIC 9(5) VALUE ZERO.
           COPY "datesvc.cpy".
      *Cycle days due tonight, by day of the month: the run date's own
      *day, and the day of each non-business day just before it,
      *whose cycles roll forward onto this run.
       01  DUE-DAY-TABLE.
           05 DUE-DAY-FLAG PIC X(1) OCCURS 31 TIMES.
       01  WALK-DATE PIC 9(8) VALUE ZERO.
       01  WALK-DATE-PARTS REDEFINES WALK-DATE.
           05 FILLER   PIC 9(6).
           05 WALK-DAY PIC 9(2).
       01  WALK-STEPS PIC 9(2) VALUE ZERO.
       01  WALK-DONE PIC X VALUE 'N'.
           88 WALK-DONE-YES VALUE 'Y'.
       01  CUSTOMER-CYCLE-DAY PIC 9(2) VALUE ZERO.
       01  CYCLE-DUE PIC X VALUE 'N'.
           88 CYCLE-DUE-YES VALUE 'Y'.
       01  NOT-DUE-COUNT PIC 9(5) VALUE ZERO.
       01  STATEMENT-ACTIVITY-STATUS PIC X(2) VALUE '00'.
       01  ACTIVITY-EOF PIC X VALUE 'N'.
           88 ACTIVITY-EOF-YES VALUE 'Y'.
       01  DAY-TAKEN-IN PIC X VALUE 'N'.
           88 DAY-TAKEN-IN-YES VALUE 'Y'.
      *Unbilled activity - what STMTACT held plus tonight's debits and
      *credits.  An item is marked billed as it prints, and only the
      *unbilled items are written back.
       01  ACTIVITY-TABLE.
           05 ACTIVITY-COUNT PIC 9(4) VALUE ZERO.
           05 ACTIVITY-ENTRY OCCURS 2000 TIMES.
               10 TBL-ACT-ACCT   PIC 9(6).
               10 TBL-ACT-KIND   PIC X(1).
               10 TBL-ACT-DATE   PIC 9(8).
               10 TBL-ACT-AMOUNT PIC S9(7)V99.
               10 TBL-ACT-BILLED PIC X(1).
       01  ACT-IX BINARY-SHORT SIGNED VALUE 0.
       01  MAILING-LOG-EOF PIC X VALUE 'N'.
           88 MAILING-LOG-EOF-YES VALUE 'Y'.
      *Each customer's last statement date from MAILLOG, the start of
      *the period the next statement covers.
       01  LAST-STMT-TABLE.
           05 LAST-STMT-COUNT PIC 9(3) VALUE ZERO.
           05 LAST-STMT-ENTRY OCCURS 500 TIMES.
               10 TBL-LAST-CUST-ID   PIC X(7).
               10 TBL-LAST-STMT-DATE PIC 9(8).
       01  LAST-IX BINARY-SHORT SIGNED VALUE 0.
       01  LAST-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
       01  PERIOD-FROM-DATE PIC 9(8) VALUE ZERO.
      *------------------------------------------------------------------------
      *CUSTOMER STATEMENT GENERATION
      *Joins the netting output to the customer master: one statement
      *per customer, headed with the shared RPTHDR page heading,
      *carrying the customer's name and mailing address from CUSTMS
      *and, for every account the customer holds, the account's net
      *position and the day's debit and credit detail behind it from
      *DEBITS and CREDITS, and any late charges still owed on it from
      *the LATEREG register.  Each NETPOS account resolves to its owner
      *through the ACCTMS account master (the ACCTSVC service); an
      *account not on that master keeps the original rule, owner id =
      *account number zero-filled.  An account whose owner has no
      *master record still gets its statement body, flagged for the
      *mail room to investigate rather than silently dropped.
      *A customer who takes statements electronically, with a good
      *email address on file, gets the same statement as a document
      *on the EDELIV file the email gateway picks up instead of on
      *the print stream ('B' customers get both); one whose address
      *the gateway bounced falls back to print until maintenance
      *records a new one.
      *Statements run on billing cycles: each customer carries a cycle
      *day on CUSTMS, and a run produces statements only for the
      *customers whose cycle day falls on the run date - or on a
      *non-business day on the CALFL calendar just before it, rolled
      *forward to this run.  Debits and credits accumulate on STMTACT
      *between statements, so each statement carries all the
      *activity since the customer's previous one (its date taken
      *from MAILLOG) and nothing already billed.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
            IF CURRENT-RUN-DATE = ZERO
                ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
            END-IF.
            PERFORM 0750-READ-EDELIVERY-CONTROL THRU 0750-EXIT.
            PERFORM 0800-DETERMINE-DUE-DAYS THRU 0800-EXIT.
            OPEN INPUT NET-POSITION-FILE.
            IF NET-POSITION-STATUS NOT = '00'
                DISPLAY 'NETPOS NOT AVAILABLE - NO STATEMENTS'
            PERFORM 1500-LOAD-CREDIT-TABLE THRU 1500-EXIT.
            PERFORM 1800-LOAD-CAP-TABLE THRU 1800-EXIT.
            PERFORM 1900-LOAD-SEGMENT-TABLE THRU 1900-EXIT.
            PERFORM 1950-LOAD-LATE-CHARGES THRU 1950-EXIT.
            PERFORM 1650-LOAD-LAST-STATEMENTS THRU 1650-EXIT.
            PERFORM 1600-LOAD-ACTIVITY THRU 1600-EXIT.
      *A short table would bill activity twice or not at all, and
      *would rewrite STMTACT short; no statement goes out.
            IF TABLE-OVERFLOW-YES
                DISPLAY 'CUSTSTMT: TABLE OVERFLOW - RUN BLOCKED'
                CLOSE NET-POSITION-FILE
                IF MASTER-AVAILABLE-YES
                    CLOSE CUSTOMER-MASTER
                END-IF
                MOVE 8 TO RETURN-CODE
                GO TO 0000-DONE
            END-IF.
            PERFORM 2000-BUILD-STATEMENT-WORK THRU 2000-EXIT.
            PERFORM 2050-SORT-STATEMENT-WORK THRU 2050-EXIT.
            OPEN OUTPUT STATEMENT-PRINT-FILE.
            PERFORM 2200-PRINT-ONE-STATEMENT THRU 2200-EXIT
                UNTIL SORTED-STATEMENT-EOF-YES.
            CLOSE SORTED-STATEMENT-FILE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING 'STATEMENTS PRINTED: ' STMT-COUNT
                INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            CLOSE STATEMENT-PRINT-FILE.
            IF EDELIVERY-OPEN-YES
                CLOSE EDELIVERY-FILE
                PERFORM 8100-WRITE-EDELIVERY-CONTROL THRU 8100-EXIT
            END-IF.
            PERFORM 8200-REWRITE-ACTIVITY THRU 8200-EXIT.
            CLOSE NET-POSITION-FILE.
            IF MASTER-AVAILABLE-YES
                CLOSE CUSTOMER-MASTER
            END-IF.
            DISPLAY 'CUSTSTMT: ' STMT-COUNT ' STATEMENT(S) PRINTED, '
                EDELIVERY-COUNT ' DELIVERED ELECTRONICALLY, '
                SUPPRESSED-COUNT ' HELD, '
                NOT-DUE-COUNT ' NOT DUE THIS CYCLE'.
       0000-DONE.
            EXIT PROGRAM.
       0700-READ-RUN-CONTROL.
            CLOSE RUN-CONTROL-FILE.
       0700-EXIT.
            EXIT.
       0750-READ-EDELIVERY-CONTROL.
            OPEN INPUT EDELIVERY-CONTROL-FILE.
            IF EDELIVERY-CONTROL-STATUS NOT = '00'
                GO TO 0750-EXIT
            END-IF.
            READ EDELIVERY-CONTROL-FILE
                AT END GO TO 0750-CLOSE
            END-READ.
            IF EDLC-LAST-DOC-NO IS NUMERIC
                MOVE EDLC-LAST-DOC-NO TO LAST-DOC-NO
            END-IF.
       0750-CLOSE.
            CLOSE EDELIVERY-CONTROL-FILE.
       0750-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CYCLE DAYS DUE
      *A run on a non-business day bills nobody - its cycles roll to
      *the next business day's run, which walks back over the
      *non-business days before it and takes their cycles in.  With
      *no CALFL calendar every day counts as a business day.
      *------------------------------------------------------------------------
       0800-DETERMINE-DUE-DAYS.
            MOVE ALL 'N' TO DUE-DAY-TABLE.
            MOVE CURRENT-RUN-DATE TO WALK-DATE.
            MOVE 'W' TO DSVC-FUNCTION.
            MOVE WALK-DATE TO DSVC-DATE-1.
            CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
                DATESVC-STATUS.
            IF DSVC-NOT-BUSINESS
                DISPLAY 'RUN DATE ' CURRENT-RUN-DATE
                    ' IS NOT A BUSINESS DAY - NO CYCLE DUE'
                GO TO 0800-EXIT
            END-IF.
            MOVE 'Y' TO DUE-DAY-FLAG(WALK-DAY).
            MOVE 'N' TO WALK-DONE.
            MOVE ZERO TO WALK-STEPS.
            PERFORM 0810-WALK-BACK-ONE-DAY THRU 0810-EXIT
                UNTIL WALK-DONE-YES.
       0800-EXIT.
            EXIT.
       0810-WALK-BACK-ONE-DAY.
            ADD 1 TO WALK-STEPS.
            IF WALK-STEPS > 10
                SET WALK-DONE-YES TO TRUE
                GO TO 0810-EXIT
            END-IF.
            MOVE 'D' TO DSVC-FUNCTION.
            MOVE WALK-DATE TO DSVC-DATE-1.
            MOVE -1 TO DSVC-COUNT.
            CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
                DATESVC-STATUS.
            IF NOT DSVC-OK
                SET WALK-DONE-YES TO TRUE
                GO TO 0810-EXIT
            END-IF.
            MOVE DSVC-RESULT-DATE TO WALK-DATE.
            MOVE 'W' TO DSVC-FUNCTION.
            MOVE WALK-DATE TO DSVC-DATE-1.
            CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
                DATESVC-STATUS.
            IF NOT DSVC-NOT-BUSINESS
                SET WALK-DONE-YES TO TRUE
                GO TO 0810-EXIT
            END-IF.
            MOVE 'Y' TO DUE-DAY-FLAG(WALK-DAY).
       0810-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *DETAIL PICKUP
      *The day's debit and credit files are small enough to hold in
            PERFORM 1100-READ-DEBIT.
            PERFORM 1200-STORE-DEBIT
                UNTIL DEBITS-EOF-YES OR DEBIT-COUNT = 100.
            MOVE ZERO TO RECORDS-LEFT-OUT.
            PERFORM 1250-COUNT-DEBIT-LEFT-OUT
                UNTIL DEBITS-EOF-YES.
            CLOSE DEBITS-FILE.
            MOVE 'DEBITS  ' TO TMON-FILE.
            MOVE 100 TO TMON-LIMIT.
            MOVE DEBIT-COUNT TO TMON-USED.
            PERFORM 1990-REPORT-TABLE-USAGE THRU 1990-EXIT.
       1000-EXIT.
            EXIT.
       1100-READ-DEBIT.
            MOVE DEBIT-ACCT-NO TO TBL-DEBIT-ACCT(DEBIT-COUNT).
            MOVE DEBIT-AMOUNT TO TBL-DEBIT-AMOUNT(DEBIT-COUNT).
            PERFORM 1100-READ-DEBIT.
       1250-COUNT-DEBIT-LEFT-OUT.
            ADD 1 TO RECORDS-LEFT-OUT.
            PERFORM 1100-READ-DEBIT.
       1500-LOAD-CREDIT-TABLE.
            OPEN INPUT CREDITS-FILE.
            IF CREDITS-STATUS NOT = '00'
            PERFORM 1600-READ-CREDIT.
            PERFORM 1700-STORE-CREDIT
                UNTIL CREDITS-EOF-YES OR CREDIT-COUNT = 100.
            MOVE ZERO TO RECORDS-LEFT-OUT.
            PERFORM 1750-COUNT-CREDIT-LEFT-OUT
                UNTIL CREDITS-EOF-YES.
            CLOSE CREDITS-FILE.
            MOVE 'CREDITS ' TO TMON-FILE.
            MOVE 100 TO TMON-LIMIT.
            MOVE CREDIT-COUNT TO TMON-USED.
            PERFORM 1990-REPORT-TABLE-USAGE THRU 1990-EXIT.
       1500-EXIT.
            EXIT.
       1600-READ-CREDIT.
            MOVE CREDIT-ACCT-NO TO TBL-CREDIT-ACCT(CREDIT-COUNT).
            MOVE CREDIT-AMOUNT TO TBL-CREDIT-AMOUNT(CREDIT-COUNT).
            PERFORM 1600-READ-CREDIT.
       1750-COUNT-CREDIT-LEFT-OUT.
            ADD 1 TO RECORDS-LEFT-OUT.
            PERFORM 1600-READ-CREDIT.
       1800-LOAD-CAP-TABLE.
            OPEN INPUT CAP-STATEMENT-FILE.
            IF CAP-STATEMENT-STATUS NOT = '00'
            MOVE CSEG-CODE TO TBL-SEG-CODE(SEGMENT-COUNT).
            PERFORM 1910-READ-SEGMENT.
      *------------------------------------------------------------------------
      *ACTIVITY SINCE THE LAST STATEMENT
      *STMTACT is taken in whole, then tonight's debits and credits
      *are added under the run date - once only: an item already on
      *STMTACT under the run date, or a statement already logged on
      *MAILLOG for it, shows the night was taken in before, so a
      *rerun of the same night does not bill the day twice.  A table
      *overflow blocks the run, so STMTACT is never rewritten short.
      *------------------------------------------------------------------------
       1600-LOAD-ACTIVITY.
            MOVE ZERO TO RECORDS-LEFT-OUT.
            OPEN INPUT STATEMENT-ACTIVITY-FILE.
            IF STATEMENT-ACTIVITY-STATUS = '00'
                PERFORM 1610-READ-ACTIVITY
                PERFORM 1620-STORE-ACTIVITY
                    UNTIL ACTIVITY-EOF-YES OR ACTIVITY-COUNT = 2000
                PERFORM 1625-COUNT-ACTIVITY-LEFT-OUT
                    UNTIL ACTIVITY-EOF-YES
                CLOSE STATEMENT-ACTIVITY-FILE
            END-IF.
            IF NOT DAY-TAKEN-IN-YES
                PERFORM 1630-TAKE-IN-DEBIT THRU 1630-EXIT
                    VARYING DC-IX FROM 1 BY 1
                    UNTIL DC-IX > DEBIT-COUNT
                PERFORM 1640-TAKE-IN-CREDIT THRU 1640-EXIT
                    VARYING DC-IX FROM 1 BY 1
                    UNTIL DC-IX > CREDIT-COUNT
            END-IF.
            MOVE 'STMTACT ' TO TMON-FILE.
            MOVE 2000 TO TMON-LIMIT.
            MOVE ACTIVITY-COUNT TO TMON-USED.
            PERFORM 1990-REPORT-TABLE-USAGE THRU 1990-EXIT.
       1600-EXIT.
            EXIT.
       1610-READ-ACTIVITY.
            READ STATEMENT-ACTIVITY-FILE
                AT END SET ACTIVITY-EOF-YES TO TRUE
            END-READ.
       1620-STORE-ACTIVITY.
            ADD 1 TO ACTIVITY-COUNT.
            MOVE SACT-ACCT-NO TO TBL-ACT-ACCT(ACTIVITY-COUNT).
            MOVE SACT-KIND TO TBL-ACT-KIND(ACTIVITY-COUNT).
            MOVE SACT-DATE TO TBL-ACT-DATE(ACTIVITY-COUNT).
            MOVE SACT-AMOUNT TO TBL-ACT-AMOUNT(ACTIVITY-COUNT).
            MOVE 'N' TO TBL-ACT-BILLED(ACTIVITY-COUNT).
            IF SACT-DATE = CURRENT-RUN-DATE
                SET DAY-TAKEN-IN-YES TO TRUE
            END-IF.
            PERFORM 1610-READ-ACTIVITY.
       1625-COUNT-ACTIVITY-LEFT-OUT.
            ADD 1 TO RECORDS-LEFT-OUT.
            PERFORM 1610-READ-ACTIVITY.
       1630-TAKE-IN-DEBIT.
            IF ACTIVITY-COUNT = 2000
                ADD 1 TO RECORDS-LEFT-OUT
                GO TO 1630-EXIT
            END-IF.
            ADD 1 TO ACTIVITY-COUNT.
            MOVE TBL-DEBIT-ACCT(DC-IX) TO TBL-ACT-ACCT(ACTIVITY-COUNT).
            MOVE 'D' TO TBL-ACT-KIND(ACTIVITY-COUNT).
            MOVE CURRENT-RUN-DATE TO TBL-ACT-DATE(ACTIVITY-COUNT).
            MOVE TBL-DEBIT-AMOUNT(DC-IX)
                TO TBL-ACT-AMOUNT(ACTIVITY-COUNT).
            MOVE 'N' TO TBL-ACT-BILLED(ACTIVITY-COUNT).
       1630-EXIT.
            EXIT.
       1640-TAKE-IN-CREDIT.
            IF ACTIVITY-COUNT = 2000
                ADD 1 TO RECORDS-LEFT-OUT
                GO TO 1640-EXIT
            END-IF.
            ADD 1 TO ACTIVITY-COUNT.
            MOVE TBL-CREDIT-ACCT(DC-IX) TO TBL-ACT-ACCT(ACTIVITY-COUNT).
            MOVE 'C' TO TBL-ACT-KIND(ACTIVITY-COUNT).
            MOVE CURRENT-RUN-DATE TO TBL-ACT-DATE(ACTIVITY-COUNT).
            MOVE TBL-CREDIT-AMOUNT(DC-IX)
                TO TBL-ACT-AMOUNT(ACTIVITY-COUNT).
            MOVE 'N' TO TBL-ACT-BILLED(ACTIVITY-COUNT).
       1640-EXIT.
            EXIT.
      *Latest statement date per customer off MAILLOG; MAILLOG is
      *optional - without it every statement is a first statement.
      *Read before the activity pickup, which needs to know whether
      *statements have already gone out for the run date.
       1650-LOAD-LAST-STATEMENTS.
            OPEN INPUT MAILING-LOG-FILE.
            IF MAILING-LOG-STATUS NOT = '00'
                GO TO 1650-EXIT
            END-IF.
            MOVE ZERO TO RECORDS-LEFT-OUT.
            PERFORM 1660-READ-MAILING-LOG.
            PERFORM 1670-STORE-LAST-STATEMENT THRU 1670-NEXT
                UNTIL MAILING-LOG-EOF-YES.
            CLOSE MAILING-LOG-FILE.
            MOVE 'MAILLOG ' TO TMON-FILE.
            MOVE 500 TO TMON-LIMIT.
            MOVE LAST-STMT-COUNT TO TMON-USED.
            PERFORM 1990-REPORT-TABLE-USAGE THRU 1990-EXIT.
       1650-EXIT.
            EXIT.
       1660-READ-MAILING-LOG.
            READ MAILING-LOG-FILE
                AT END SET MAILING-LOG-EOF-YES TO TRUE
            END-READ.
       1670-STORE-LAST-STATEMENT.
            IF MLOG-KIND NOT = 'S' OR MLOG-DATE IS NOT NUMERIC
                GO TO 1670-NEXT
            END-IF.
            IF MLOG-DATE = CURRENT-RUN-DATE
                SET DAY-TAKEN-IN-YES TO TRUE
            END-IF.
            MOVE MLOG-CUST-ID TO STMT-CUST-ID.
            PERFORM 1680-FIND-LAST-STATEMENT THRU 1680-EXIT.
            IF LAST-FOUND-IX = 0
                IF LAST-STMT-COUNT < 500
                    ADD 1 TO LAST-STMT-COUNT
                    MOVE MLOG-CUST-ID
                        TO TBL-LAST-CUST-ID(LAST-STMT-COUNT)
                    MOVE MLOG-DATE
                        TO TBL-LAST-STMT-DATE(LAST-STMT-COUNT)
                ELSE
                    ADD 1 TO RECORDS-LEFT-OUT
                END-IF
                GO TO 1670-NEXT
            END-IF.
            IF MLOG-DATE > TBL-LAST-STMT-DATE(LAST-FOUND-IX)
                MOVE MLOG-DATE TO TBL-LAST-STMT-DATE(LAST-FOUND-IX)
            END-IF.
       1670-NEXT.
            PERFORM 1660-READ-MAILING-LOG.
       1680-FIND-LAST-STATEMENT.
            MOVE 0 TO LAST-FOUND-IX.
            PERFORM VARYING LAST-IX FROM 1 BY 1
                    UNTIL LAST-IX > LAST-STMT-COUNT
                        OR LAST-FOUND-IX > 0
                IF TBL-LAST-CUST-ID(LAST-IX) = STMT-CUST-ID
                    MOVE LAST-IX TO LAST-FOUND-IX
                END-IF
            END-PERFORM.
       1680-EXIT.
            EXIT.
      *Only outstanding charges print - a charge a payoff has settled
      *is no longer owed.  LATEREG is optional.
       1950-LOAD-LATE-CHARGES.
            OPEN INPUT LATE-CHARGE-FILE.
            IF LATE-CHARGE-STATUS NOT = '00'
                GO TO 1950-EXIT
            END-IF.
            MOVE ZERO TO RECORDS-LEFT-OUT.
            PERFORM 1960-READ-LATE-CHARGE.
            PERFORM 1970-STORE-LATE-CHARGE THRU 1970-EXIT
                UNTIL LATE-CHARGE-EOF-YES.
            CLOSE LATE-CHARGE-FILE.
            MOVE 'LATEREG ' TO TMON-FILE.
            MOVE 300 TO TMON-LIMIT.
            MOVE LATE-CHARGE-COUNT TO TMON-USED.
            PERFORM 1990-REPORT-TABLE-USAGE THRU 1990-EXIT.
       1950-EXIT.
            EXIT.
       1960-READ-LATE-CHARGE.
            READ LATE-CHARGE-FILE
                AT END SET LATE-CHARGE-EOF-YES TO TRUE
            END-READ.
       1970-STORE-LATE-CHARGE.
            IF LCHG-OUTSTANDING AND LATE-CHARGE-COUNT = 300
                ADD 1 TO RECORDS-LEFT-OUT
                GO TO 1970-NEXT
            END-IF.
            IF LCHG-OUTSTANDING
                ADD 1 TO LATE-CHARGE-COUNT
                MOVE LCHG-ACCT-NO TO TBL-LCHG-ACCT(LATE-CHARGE-COUNT)
                MOVE LCHG-INSTALLMENT-NO
                    TO TBL-LCHG-INST(LATE-CHARGE-COUNT)
                MOVE LCHG-ASSESS-DATE
                    TO TBL-LCHG-DATE(LATE-CHARGE-COUNT)
                MOVE LCHG-CHARGE-AMT
                    TO TBL-LCHG-AMOUNT(LATE-CHARGE-COUNT)
            END-IF.
       1970-NEXT.
            PERFORM 1960-READ-LATE-CHARGE.
       1970-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *TABLE USAGE
      *Each fixed-table load reports its usage to the table monitor;
      *records left out because the table was full raise the alarm
      *and block the run before any statement goes out.
      *------------------------------------------------------------------------
       1990-REPORT-TABLE-USAGE.
            MOVE 'CUSTSTMT' TO TMON-PROGRAM.
            MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
            CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
            IF TMON-OVERFLOWED
                SET TABLE-OVERFLOW-YES TO TRUE
            END-IF.
       1990-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *NET POSITIONS BY OWNING CUSTOMER
      *Each NETPOS line is tagged with the customer that owns the
      *account and written to STMTWRK, then sorted customer-then-
      *account onto STMTSRTD so the print pass meets each customer's
      *accounts together.
      *------------------------------------------------------------------------
       2000-BUILD-STATEMENT-WORK.
            OPEN OUTPUT STATEMENT-WORK-FILE.
            PERFORM 2100-READ-NET-POSITION.
            PERFORM 2150-STORE-NET-POSITION
                UNTIL NET-POSITION-EOF-YES.
            CLOSE STATEMENT-WORK-FILE.
       2000-EXIT.
            EXIT.
       2050-SORT-STATEMENT-WORK.
            SORT STATEMENT-SORT-FILE
                ON ASCENDING KEY SRT-CUST-ID SRT-ACCT-NO
                USING STATEMENT-WORK-FILE
                GIVING SORTED-STATEMENT-FILE.
            OPEN INPUT SORTED-STATEMENT-FILE.
            IF SORTED-STATEMENT-STATUS NOT = '00'
                DISPLAY '*** STMTSRTD NOT AVAILABLE - NO STATEMENTS'
                SET SORTED-STATEMENT-EOF-YES TO TRUE
                GO TO 2050-EXIT
            END-IF.
            PERFORM 2060-READ-SORTED-STATEMENT.
       2050-EXIT.
            EXIT.
       2060-READ-SORTED-STATEMENT.
            READ SORTED-STATEMENT-FILE
                AT END SET SORTED-STATEMENT-EOF-YES TO TRUE
            END-READ.
       2100-READ-NET-POSITION.
            READ NET-POSITION-FILE
                AT END SET NET-POSITION-EOF-YES TO TRUE
            END-READ.
       2150-STORE-NET-POSITION.
            MOVE 'O' TO ASVC-FUNCTION.
            MOVE NET-ACCT-NO TO ASVC-ACCT-NO.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
            MOVE ASVC-OWNER-CUST-ID TO SWRK-CUST-ID.
            MOVE NET-ACCT-NO TO SWRK-ACCT-NO.
            MOVE NET-AMOUNT TO SWRK-AMOUNT.
            WRITE STATEMENT-WORK-RECORD.
            PERFORM 2100-READ-NET-POSITION.
      *------------------------------------------------------------------------
      *ONE STATEMENT PER CUSTOMER
      *STMTSRTD is positioned on the customer's first account on entry
      *and on the next customer's first on exit.
      *------------------------------------------------------------------------
       2200-PRINT-ONE-STATEMENT.
            MOVE SSTM-CUST-ID TO STMT-CUST-ID.
            MOVE 'N' TO CUSTOMER-DONE.
            MOVE ZERO TO STMT-ACCOUNTS.
            MOVE ZERO TO CUSTOMER-TOTAL.
      *A customer whose cycle is not due tonight is passed over; the
      *activity waits on STMTACT for the customer's own cycle.
            PERFORM 2210-CHECK-CYCLE-DUE THRU 2210-EXIT.
            IF NOT CYCLE-DUE-YES
                ADD 1 TO NOT-DUE-COUNT
                PERFORM 2290-NEXT-ACCOUNT THRU 2290-EXIT
                    UNTIL CUSTOMER-DONE-YES
                GO TO 2200-EXIT
            END-IF.
      *An address the post office has returned mail from suppresses
      *the printed statement - printing to a dead address again helps
      *nobody - and the suppressed statement diverts to the holding
      *register until a good address is recorded.  The statement is
      *skipped altogether only when it cannot go electronically.
            PERFORM 2250-CHOOSE-DELIVERY THRU 2250-EXIT.
            IF SUPPRESS-THIS-ONE-YES
                PERFORM 2290-NEXT-ACCOUNT THRU 2290-EXIT
                    UNTIL CUSTOMER-DONE-YES
                GO TO 2200-EXIT
            END-IF.
            IF DELIVER-PRINT-YES
                ADD 1 TO STMT-PAGE-NO
                ADD 1 TO STMT-COUNT
            END-IF.
            IF DELIVER-ELECTRONIC-YES
                PERFORM 2800-START-EDELIVERY THRU 2800-EXIT
            END-IF.
            MOVE 'CUSTOMER STATEMENT' TO RPTHDR-TITLE.
            MOVE STMT-PAGE-NO TO RPTHDR-PAGE-NO.
            MOVE REPORT-HEADER-LINE TO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
            PERFORM 2300-PRINT-NAME-AND-ADDRESS THRU 2300-EXIT.
            PERFORM 2350-PRINT-PERIOD THRU 2350-EXIT.
            PERFORM 2600-PRINT-ONE-ACCOUNT THRU 2600-EXIT
                UNTIL CUSTOMER-DONE-YES.
            IF STMT-ACCOUNTS > 1
                MOVE CUSTOMER-TOTAL TO TOTAL-DISPLAY
                MOVE SPACES TO STATEMENT-LINE
                STRING 'TOTAL ALL ACCOUNTS: ' TOTAL-DISPLAY
                    INTO STATEMENT-LINE
                PERFORM 2900-EMIT-LINE THRU 2900-EXIT
                MOVE SPACES TO STATEMENT-LINE
                PERFORM 2900-EMIT-LINE THRU 2900-EXIT
            END-IF.
            IF DELIVER-ELECTRONIC-YES
                PERFORM 2850-END-EDELIVERY THRU 2850-EXIT
            END-IF.
      *One mailing-log line per statement sent, by each channel it
      *went by - the composite inquiry answers "when did this
      *customer last get a statement" from here.
            OPEN EXTEND MAILING-LOG-FILE.
            IF MAILING-LOG-STATUS = '05'
                OR MAILING-LOG-STATUS = '35'
                OPEN OUTPUT MAILING-LOG-FILE
            END-IF.
            MOVE 'S' TO MLOG-KIND.
            MOVE STMT-CUST-ID TO MLOG-CUST-ID.
            MOVE CURRENT-RUN-DATE TO MLOG-DATE.
            IF DELIVER-PRINT-YES
                MOVE 'P' TO MLOG-CHANNEL
                WRITE MAILING-LOG-RECORD
            END-IF.
            IF DELIVER-ELECTRONIC-YES
                MOVE 'E' TO MLOG-CHANNEL
                WRITE MAILING-LOG-RECORD
            END-IF.
            CLOSE MAILING-LOG-FILE.
       2200-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *BILLING CYCLE - the customer's cycle day from the master; no
      *master record, or no day assigned, bills on cycle day 01.
      *------------------------------------------------------------------------
       2210-CHECK-CYCLE-DUE.
            MOVE 'N' TO CYCLE-DUE.
            MOVE 1 TO CUSTOMER-CYCLE-DAY.
            IF NOT MASTER-AVAILABLE-YES
                GO TO 2210-TEST
            END-IF.
            MOVE STMT-CUST-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
                    GO TO 2210-TEST
            END-READ.
            IF CUST-CYCLE-DAY IS NUMERIC
                AND CUST-CYCLE-DAY >= 1 AND CUST-CYCLE-DAY <= 28
                MOVE CUST-CYCLE-DAY TO CUSTOMER-CYCLE-DAY
            END-IF.
       2210-TEST.
            IF DUE-DAY-FLAG(CUSTOMER-CYCLE-DAY) = 'Y'
                SET CYCLE-DUE-YES TO TRUE
            END-IF.
       2210-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *DELIVERY CHANNEL AND UNDELIVERABLE-ADDRESS HOLD
      *Electronic delivery needs an email address the gateway has not
      *bounced; without one the customer is printed.  The address
      *hold applies to the print copy only - an electronic customer
      *with a dead postal address still gets the electronic copy.
      *------------------------------------------------------------------------
       2250-CHOOSE-DELIVERY.
            MOVE 'N' TO SUPPRESS-THIS-ONE.
            MOVE 'Y' TO DELIVER-PRINT.
            MOVE 'N' TO DELIVER-ELECTRONIC.
            IF NOT MASTER-AVAILABLE-YES
                GO TO 2250-EXIT
            END-IF.
            MOVE STMT-CUST-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
                    GO TO 2250-EXIT
            END-READ.
            IF (CUST-DELIVER-ELECTRONIC OR CUST-DELIVER-BOTH)
                AND CUST-EMAIL-ADDR NOT = SPACES
                AND NOT CUST-EMAIL-BOUNCED
                SET DELIVER-ELECTRONIC-YES TO TRUE
                MOVE CUST-EMAIL-ADDR TO DELIVERY-EMAIL
                IF CUST-DELIVER-ELECTRONIC
                    MOVE 'N' TO DELIVER-PRINT
                END-IF
            END-IF.
            IF DELIVER-PRINT-YES AND CUST-ADDR-UNDELIVERABLE
                MOVE 'N' TO DELIVER-PRINT
                IF NOT DELIVER-ELECTRONIC-YES
                    SET SUPPRESS-THIS-ONE-YES TO TRUE
                END-IF
                ADD 1 TO SUPPRESSED-COUNT
                OPEN EXTEND MAIL-HOLD-FILE
                IF MAIL-HOLD-STATUS = '05'
       2250-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CUSTOMER BREAK - reads the next sorted line and notes when it
      *belongs to another customer (or the file is exhausted).
      *------------------------------------------------------------------------
       2290-NEXT-ACCOUNT.
            PERFORM 2060-READ-SORTED-STATEMENT.
            IF SORTED-STATEMENT-EOF-YES
                SET CUSTOMER-DONE-YES TO TRUE
                GO TO 2290-EXIT
            END-IF.
            IF SSTM-CUST-ID NOT = STMT-CUST-ID
                SET CUSTOMER-DONE-YES TO TRUE
            END-IF.
       2290-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *MASTER JOIN
      *------------------------------------------------------------------------
       2300-PRINT-NAME-AND-ADDRESS.
            IF NOT MASTER-AVAILABLE-YES
                GO TO 2300-NOMASTER
            END-IF.
            MOVE STMT-CUST-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
            END-READ.
            MOVE SPACES TO STATEMENT-LINE.
            MOVE CUST-NAME TO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
            MOVE SPACES TO STATEMENT-LINE.
            MOVE CUST-ADDR-LINE-1 TO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
            IF CUST-ADDR-LINE-2 NOT = SPACES
                MOVE SPACES TO STATEMENT-LINE
                MOVE CUST-ADDR-LINE-2 TO STATEMENT-LINE
                PERFORM 2900-EMIT-LINE THRU 2900-EXIT
            END-IF.
            MOVE SPACES TO STATEMENT-LINE.
            STRING CUST-CITY ' ' CUST-POSTAL-CODE
                INTO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
      *The warehouse segment, when one is on file, prints for the
      *mail room's selective inserts.
            PERFORM VARYING SEG-IX FROM 1 BY 1
                    MOVE SPACES TO STATEMENT-LINE
                    STRING 'SEGMENT: ' TBL-SEG-CODE(SEG-IX)
                        INTO STATEMENT-LINE
                    PERFORM 2900-EMIT-LINE THRU 2900-EXIT
                END-IF
            END-PERFORM.
            GO TO 2300-EXIT.
            MOVE SPACES TO STATEMENT-LINE.
            MOVE '*** NO MASTER RECORD - INVESTIGATE BEFORE MAILING'
                TO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
       2300-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *STATEMENT PERIOD - from the customer's previous statement to
      *tonight's run date.
      *------------------------------------------------------------------------
       2350-PRINT-PERIOD.
            PERFORM 1680-FIND-LAST-STATEMENT THRU 1680-EXIT.
            MOVE SPACES TO STATEMENT-LINE.
            IF LAST-FOUND-IX > 0
                MOVE TBL-LAST-STMT-DATE(LAST-FOUND-IX)
                    TO PERIOD-FROM-DATE
                STRING 'STATEMENT PERIOD: ' PERIOD-FROM-DATE
                    ' TO ' CURRENT-RUN-DATE
                    INTO STATEMENT-LINE
            ELSE
                STRING 'STATEMENT PERIOD: ACTIVITY TO '
                    CURRENT-RUN-DATE
                    INTO STATEMENT-LINE
            END-IF.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
            MOVE SPACES TO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
       2350-EXIT.
            EXIT.
      *Every unbilled debit and credit on the account, each dated,
      *marked billed as it prints.
       2400-PRINT-DEBIT-DETAIL.
            PERFORM VARYING ACT-IX FROM 1 BY 1
                    UNTIL ACT-IX > ACTIVITY-COUNT
                IF TBL-ACT-ACCT(ACT-IX) = STMT-ACCT-NO
                    AND TBL-ACT-KIND(ACT-IX) = 'D'
                    MOVE TBL-ACT-AMOUNT(ACT-IX) TO AMOUNT-DISPLAY
                    MOVE SPACES TO STATEMENT-LINE
                    STRING '  DEBIT:  ' AMOUNT-DISPLAY
                        '  ' TBL-ACT-DATE(ACT-IX)
                        INTO STATEMENT-LINE
                    PERFORM 2900-EMIT-LINE THRU 2900-EXIT
                    MOVE 'Y' TO TBL-ACT-BILLED(ACT-IX)
                END-IF
            END-PERFORM.
       2400-EXIT.
            EXIT.
       2500-PRINT-CREDIT-DETAIL.
            PERFORM VARYING ACT-IX FROM 1 BY 1
                    UNTIL ACT-IX > ACTIVITY-COUNT
                IF TBL-ACT-ACCT(ACT-IX) = STMT-ACCT-NO
                    AND TBL-ACT-KIND(ACT-IX) = 'C'
                    MOVE TBL-ACT-AMOUNT(ACT-IX) TO AMOUNT-DISPLAY
                    MOVE SPACES TO STATEMENT-LINE
                    STRING '  CREDIT: ' AMOUNT-DISPLAY
                        '  ' TBL-ACT-DATE(ACT-IX)
                        INTO STATEMENT-LINE
                    PERFORM 2900-EMIT-LINE THRU 2900-EXIT
                    MOVE 'Y' TO TBL-ACT-BILLED(ACT-IX)
                END-IF
            END-PERFORM.
       2500-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ONE ACCOUNT SECTION OF THE STATEMENT
      *------------------------------------------------------------------------
       2600-PRINT-ONE-ACCOUNT.
            MOVE SSTM-ACCT-NO TO STMT-ACCT-NO.
            ADD 1 TO STMT-ACCOUNTS.
            ADD SSTM-AMOUNT TO CUSTOMER-TOTAL.
            MOVE SPACES TO STATEMENT-LINE.
            STRING 'ACCOUNT: ' STMT-ACCT-NO INTO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
            PERFORM 2400-PRINT-DEBIT-DETAIL THRU 2400-EXIT.
            PERFORM 2500-PRINT-CREDIT-DETAIL THRU 2500-EXIT.
            MOVE SSTM-AMOUNT TO AMOUNT-DISPLAY.
            MOVE SPACES TO STATEMENT-LINE.
            STRING 'NET POSITION: ' AMOUNT-DISPLAY
                INTO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
      *Interest capitalized into principal this month shows as its
      *own line - the balance moved and the customer sees why.
            PERFORM VARYING CAP-IX FROM 1 BY 1
                    UNTIL CAP-IX > CAP-COUNT
                IF TBL-CAPS-ACCT(CAP-IX) = STMT-ACCT-NO
                    MOVE SPACES TO STATEMENT-LINE
                    STRING 'INTEREST CAPITALIZED: '
                        TBL-CAPS-AMOUNT(CAP-IX)
                        INTO STATEMENT-LINE
                    PERFORM 2900-EMIT-LINE THRU 2900-EXIT
                END-IF
            END-PERFORM.
      *Each late charge still owed shows with the installment it was
      *charged on and the date it was assessed.
            PERFORM VARYING LCHG-IX FROM 1 BY 1
                    UNTIL LCHG-IX > LATE-CHARGE-COUNT
                IF TBL-LCHG-ACCT(LCHG-IX) = STMT-ACCT-NO
                    MOVE TBL-LCHG-AMOUNT(LCHG-IX) TO AMOUNT-DISPLAY
                    MOVE SPACES TO STATEMENT-LINE
                    STRING 'LATE CHARGE: ' AMOUNT-DISPLAY
                        ' INSTALLMENT ' TBL-LCHG-INST(LCHG-IX)
                        ' ASSESSED ' TBL-LCHG-DATE(LCHG-IX)
                        INTO STATEMENT-LINE
                    PERFORM 2900-EMIT-LINE THRU 2900-EXIT
                END-IF
            END-PERFORM.
            MOVE SPACES TO STATEMENT-LINE.
            PERFORM 2900-EMIT-LINE THRU 2900-EXIT.
            PERFORM 2290-NEXT-ACCOUNT THRU 2290-EXIT.
       2600-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ELECTRONIC DOCUMENT
      *Header naming the customer and the address, then the same
      *lines the print copy carries, then a trailer with the line
      *count.  The delivery file is opened on the first document of
      *the run and appended to, so the gateway's pickup holds every
      *program's documents.
      *------------------------------------------------------------------------
       2800-START-EDELIVERY.
            IF NOT EDELIVERY-OPEN-YES
                OPEN EXTEND EDELIVERY-FILE
                IF EDELIVERY-STATUS = '05' OR EDELIVERY-STATUS = '35'
                    OPEN OUTPUT EDELIVERY-FILE
                END-IF
                SET EDELIVERY-OPEN-YES TO TRUE
            END-IF.
            ADD 1 TO LAST-DOC-NO.
            ADD 1 TO EDELIVERY-COUNT.
            MOVE ZERO TO DOC-LINE-COUNT.
            MOVE SPACES TO EDELIVERY-RECORD.
            MOVE 'H' TO EDLV-REC-TYPE.
            MOVE 'S' TO EDLV-DOC-KIND.
            MOVE LAST-DOC-NO TO EDLV-DOC-NO.
            MOVE STMT-CUST-ID TO EDLV-CUST-ID.
            MOVE DELIVERY-EMAIL TO EDLV-EMAIL-ADDR.
            MOVE CURRENT-RUN-DATE TO EDLV-DOC-DATE.
            WRITE EDELIVERY-RECORD.
       2800-EXIT.
            EXIT.
       2850-END-EDELIVERY.
            MOVE SPACES TO EDLV-BODY.
            MOVE 'T' TO EDLV-REC-TYPE.
            MOVE DOC-LINE-COUNT TO EDLV-LINE-COUNT.
            WRITE EDELIVERY-RECORD.
       2850-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ONE STATEMENT LINE to each channel the statement goes by
      *------------------------------------------------------------------------
       2900-EMIT-LINE.
            IF DELIVER-PRINT-YES
                WRITE STATEMENT-LINE
            END-IF.
            IF DELIVER-ELECTRONIC-YES
                MOVE 'D' TO EDLV-REC-TYPE
                MOVE STATEMENT-LINE TO EDLV-BODY
                WRITE EDELIVERY-RECORD
                ADD 1 TO DOC-LINE-COUNT
            END-IF.
       2900-EXIT.
            EXIT.
       8100-WRITE-EDELIVERY-CONTROL.
            OPEN OUTPUT EDELIVERY-CONTROL-FILE.
            MOVE LAST-DOC-NO TO EDLC-LAST-DOC-NO.
            WRITE EDELIVERY-CONTROL-RECORD.
            CLOSE EDELIVERY-CONTROL-FILE.
       8100-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *STMTACT WRITE-BACK - the activity no statement has carried yet
      *------------------------------------------------------------------------
       8200-REWRITE-ACTIVITY.
            OPEN OUTPUT STATEMENT-ACTIVITY-FILE.
            PERFORM VARYING ACT-IX FROM 1 BY 1
                    UNTIL ACT-IX > ACTIVITY-COUNT
                IF TBL-ACT-BILLED(ACT-IX) NOT = 'Y'
                    MOVE TBL-ACT-ACCT(ACT-IX) TO SACT-ACCT-NO
                    MOVE TBL-ACT-KIND(ACT-IX) TO SACT-KIND
                    MOVE TBL-ACT-DATE(ACT-IX) TO SACT-DATE
                    MOVE TBL-ACT-AMOUNT(ACT-IX) TO SACT-AMOUNT
                    WRITE STATEMENT-ACTIVITY-RECORD
                END-IF
            END-PERFORM.
            CLOSE STATEMENT-ACTIVITY-FILE.
       8200-EXIT.
            EXIT.
