000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. remind.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT REMINDER-TEMPLATE-FILE ASSIGN TO "REMTMPL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REMINDER-TEMPLATE-STATUS.
000000     SELECT MANDATE-FILE ASSIGN TO "DDMAND"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MANDATE-STATUS.
000000     SELECT REMINDER-REGISTER-FILE ASSIGN TO "REMREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REMINDER-REGISTER-STATUS.
000000     SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UPDATED-SCHEDULE-STATUS.
000000     SELECT INSTALLMENT-SCHEDULE-FILE ASSIGN TO "INSTSC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INSTALLMENT-SCHEDULE-STATUS.
000000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT REMINDER-LETTER-FILE ASSIGN TO "REMLTRS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REMINDER-LETTER-STATUS.
000000     SELECT REMINDER-REPORT-FILE ASSIGN TO "REMRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REMINDER-REPORT-STATUS.
000000     SELECT MAIL-HOLD-FILE ASSIGN TO "MAILHOLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MAIL-HOLD-STATUS.
000000     SELECT MAILING-LOG-FILE ASSIGN TO "MAILLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MAILING-LOG-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*REMTMPL is laid out as the letter generator's LETTMPL - plain
000000*print lines - with &DUE added to the &NAME/&ACCT/&AMT
000000*placeholders.
000000 FD  REMINDER-TEMPLATE-FILE.
000000 01  REMINDER-TEMPLATE-LINE PIC X(80).
000000 FD  MANDATE-FILE.
000000     COPY "ddmand.cpy".
000000*One REMREG entry per installment reminded, so no installment is
000000*reminded twice; 'H' when the notice was held for the address.
000000 FD  REMINDER-REGISTER-FILE.
000000 01  REMINDER-REGISTER-RECORD.
000000     05 RREG-ACCT-NO        PIC 9(6).
000000     05 RREG-INSTALLMENT-NO PIC 9(2).
000000     05 RREG-DUE-DATE       PIC 9(8).
000000     05 RREG-SENT-DATE      PIC 9(8).
000000     05 RREG-STATE          PIC X(1).
000000         88 RREG-SENT VALUE 'S'.
000000         88 RREG-HELD VALUE 'H'.
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  REMINDER-LETTER-FILE.
000000 01  REMINDER-LETTER-LINE PIC X(80).
000000 FD  REMINDER-REPORT-FILE.
000000 01  REMINDER-REPORT-LINE PIC X(80).
000000 FD  MAIL-HOLD-FILE.
000000 01  MAIL-HOLD-LINE PIC X(80).
000000 FD  MAILING-LOG-FILE.
000000     COPY "maillog.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 REMINDER-TEMPLATE-STATUS PIC X(2) VALUE '00'.
000000    01 MANDATE-STATUS PIC X(2) VALUE '00'.
000000    01 REMINDER-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 INSTALLMENT-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 REMINDER-LETTER-STATUS PIC X(2) VALUE '00'.
000000    01 REMINDER-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 MAIL-HOLD-STATUS PIC X(2) VALUE '00'.
000000    01 MAILING-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 TEMPLATE-EOF PIC X VALUE 'N'.
000000       88 TEMPLATE-EOF-YES VALUE 'Y'.
000000    01 MANDATE-EOF PIC X VALUE 'N'.
000000       88 MANDATE-EOF-YES VALUE 'Y'.
000000    01 REGISTER-EOF PIC X VALUE 'N'.
000000       88 REGISTER-EOF-YES VALUE 'Y'.
000000    01 SCHEDULE-EOF PIC X VALUE 'N'.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 POLICY-FOUND PIC X VALUE 'N'.
000000       88 POLICY-FOUND-YES VALUE 'Y'.
000000    01 MASTER-AVAILABLE PIC X VALUE 'N'.
000000       88 MASTER-AVAILABLE-YES VALUE 'Y'.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000    01 ALREADY-REMINDED PIC X VALUE 'N'.
000000       88 ALREADY-REMINDED-YES VALUE 'Y'.
000000    01 SUPPRESS-THIS-ONE PIC X VALUE 'N'.
000000       88 SUPPRESS-THIS-ONE-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000     COPY "acctsvc.cpy".
000000     COPY "dispsvc.cpy".
000000    01 LEAD-DAYS PIC 9(3) VALUE ZERO.
000000    01 HORIZON-DATE PIC 9(8) VALUE ZERO.
000000    01 TEMPLATE-TABLE.
000000       05 TEMPLATE-COUNT PIC 9(2) VALUE ZERO.
000000       05 TEMPLATE-ENTRY PIC X(80) OCCURS 30 TIMES.
000000    01 TMPL-IX BINARY-SHORT SIGNED VALUE 0.
000000*Accounts paying by direct debit - an active mandate - are not
000000*reminded; the bank collects on the due date.
000000    01 MANDATE-TABLE.
000000       05 MANDATE-COUNT PIC 9(3) VALUE ZERO.
000000       05 TBL-MAND-ACCT PIC 9(6) OCCURS 500 TIMES.
000000    01 MAND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MAND-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REMINDED-TABLE.
000000       05 REMINDED-COUNT PIC 9(4) VALUE ZERO.
000000       05 REMINDED-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-REM-ACCT PIC 9(6).
000000          10 TBL-REM-INST PIC 9(2).
000000    01 REM-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 WORK-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 WORK-INSTALLMENT-NO PIC 9(2) VALUE ZERO.
000000    01 WORK-DUE-DATE PIC 9(8) VALUE ZERO.
000000    01 WORK-UNPAID PIC 9(7)V99 VALUE ZERO.
000000    01 LETTER-CUST-ID PIC X(7) VALUE SPACES.
000000    01 LETTER-ACCT PIC 9(6) VALUE ZERO.
000000    01 LETTER-NAME PIC X(30) VALUE SPACES.
000000    01 LETTER-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 LETTER-DUE-DATE PIC 9(8) VALUE ZERO.
000000    01 WORK-LINE PIC X(80) VALUE SPACES.
000000    01 BUILD-LINE PIC X(160) VALUE SPACES.
000000    01 SCAN-POS BINARY-SHORT SIGNED VALUE 0.
000000    01 TOKEN-FOUND-POS BINARY-SHORT SIGNED VALUE 0.
000000    01 TOKEN-LENGTH BINARY-SHORT SIGNED VALUE 0.
000000    01 VALUE-TEXT PIC X(30) VALUE SPACES.
000000    01 VALUE-LENGTH BINARY-SHORT SIGNED VALUE 0.
000000    01 SUBST-PASSES BINARY-SHORT SIGNED VALUE 0.
000000    01 AMOUNT-DISPLAY PIC 9(7).99 VALUE ZERO.
000000    01 DUE-DATE-PARTS.
000000       05 DUE-YYYY PIC 9(4).
000000       05 DUE-MM   PIC 9(2).
000000       05 DUE-DD   PIC 9(2).
000000    01 DUE-DATE-DISPLAY.
000000       05 DUE-DISP-MM   PIC 9(2).
000000       05 FILLER        PIC X VALUE '/'.
000000       05 DUE-DISP-DD   PIC 9(2).
000000       05 FILLER        PIC X VALUE '/'.
000000       05 DUE-DISP-YYYY PIC 9(4).
000000    01 REMINDER-COUNT PIC 9(5) VALUE ZERO.
000000    01 HELD-COUNT PIC 9(5) VALUE ZERO.
000000    01 MANDATE-SKIP-COUNT PIC 9(5) VALUE ZERO.
000000    01 DISPUTED-SKIP-COUNT PIC 9(5) VALUE ZERO.
000000    01 NO-TEMPLATE-COUNT PIC 9(5) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PRE-DUE PAYMENT REMINDERS
000000*A courtesy notice ahead of the due date for customers who pay
000000*by cheque or transfer rather than direct debit.  Every unpaid
000000*installment falling due after the run date and no later than
000000*the REMIND LEAD-DAYS ahead of it is reminded once: the updated
000000*schedule says what is still owed (an installment already paid
000000*there is skipped), the INSTSC schedule as written stands in on
000000*a first night with no INSTUPD yet, an account with an active
000000*DDMAND mandate is skipped, as is an installment in open
000000*dispute on the DISPUTE register, and the REMREG register keeps a
000000*reminder from going out twice - a window rather than a single
000000*day, so an installment falling due the day after a weekend is
000000*not missed on the nights the stream does not run.  The letter
000000*is merged from REMTMPL the way the letter generator merges
000000*LETTMPL, logged to MAILLOG as kind 'R', and held on MAILHOLD
000000*instead when the owner's address is undeliverable.  REMRPT
000000*lists every reminder sent or held.  No LEAD-DAYS in force means
000000*no reminders.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-READ-POLICY THRU 0800-EXIT.
000000     IF NOT POLICY-FOUND-YES
000000         DISPLAY 'REMIND: LEAD-DAYS NOT IN FORCE - '
000000             'NO REMINDERS TONIGHT'
000000         EXIT PROGRAM
000000     END-IF.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'REMIND: NO RUN DATE - NOTHING CAN BE DUE'
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-1.
000000     MOVE LEAD-DAYS TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         DISPLAY '*** REMIND: RUN DATE ' CURRENT-RUN-DATE
000000             ' NOT A VALID DATE'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE DSVC-RESULT-DATE TO HORIZON-DATE.
000000     PERFORM 1000-LOAD-TEMPLATE THRU 1000-EXIT.
000000     PERFORM 1300-LOAD-MANDATES THRU 1300-EXIT.
000000     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
000000     IF TABLE-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN OUTPUT REMINDER-REPORT-FILE.
000000     MOVE SPACES TO REMINDER-REPORT-LINE.
000000     STRING 'PRE-DUE REMINDER REGISTER - DUE AFTER '
000000         CURRENT-RUN-DATE ' THROUGH ' HORIZON-DATE
000000         INTO REMINDER-REPORT-LINE.
000000     WRITE REMINDER-REPORT-LINE.
000000     OPEN OUTPUT REMINDER-LETTER-FILE.
000000     OPEN INPUT CUSTOMER-MASTER.
000000     IF CUSTOMER-MASTER-STATUS = '00'
000000         SET MASTER-AVAILABLE-YES TO TRUE
000000     END-IF.
000000     OPEN EXTEND REMINDER-REGISTER-FILE.
000000     IF REMINDER-REGISTER-STATUS = '05'
000000         OR REMINDER-REGISTER-STATUS = '35'
000000         OPEN OUTPUT REMINDER-REGISTER-FILE
000000     END-IF.
000000     MOVE 'R' TO DSPV-FUNCTION.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     PERFORM 2000-SELECT-INSTALLMENTS THRU 2000-EXIT.
000000     CLOSE REMINDER-REGISTER-FILE.
000000     IF MASTER-AVAILABLE-YES
000000         CLOSE CUSTOMER-MASTER
000000     END-IF.
000000     MOVE SPACES TO REMINDER-LETTER-LINE.
000000     STRING 'REMINDER LETTERS PRINTED: ' REMINDER-COUNT
000000         INTO REMINDER-LETTER-LINE.
000000     WRITE REMINDER-LETTER-LINE.
000000     CLOSE REMINDER-LETTER-FILE.
000000     MOVE SPACES TO REMINDER-REPORT-LINE.
000000     STRING 'REMINDED: ' REMINDER-COUNT
000000         ' HELD: ' HELD-COUNT
000000         ' DIRECT DEBIT: ' MANDATE-SKIP-COUNT
000000         ' NO TEMPLATE: ' NO-TEMPLATE-COUNT
000000         INTO REMINDER-REPORT-LINE.
000000     WRITE REMINDER-REPORT-LINE.
000000     CLOSE REMINDER-REPORT-FILE.
000000     DISPLAY 'REMIND: ' REMINDER-COUNT ' REMINDER(S) '
000000         HELD-COUNT ' HELD ' DISPUTED-SKIP-COUNT ' IN DISPUTE'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*POLICY PICKUP
000000*REMIND LEAD-DAYS on the parameter library: how many days ahead
000000*of an installment's due date the courtesy reminder goes out.  A
000000*lead of zero days reminds nobody and is as good as none.
000000*------------------------------------------------------------------------
000000 0800-READ-POLICY.
000000     MOVE 'REMIND' TO PSVC-PROGRAM.
000000     MOVE 'LEAD-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO LEAD-DAYS
000000         SET POLICY-FOUND-YES TO TRUE
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000 1000-LOAD-TEMPLATE.
000000     OPEN INPUT REMINDER-TEMPLATE-FILE.
000000     IF REMINDER-TEMPLATE-STATUS NOT = '00'
000000         DISPLAY 'REMTMPL EMPTY OR MISSING - NO REMINDERS'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-TEMPLATE.
000000     PERFORM 1200-STORE-TEMPLATE
000000         UNTIL TEMPLATE-EOF-YES OR TEMPLATE-COUNT = 30.
000000     CLOSE REMINDER-TEMPLATE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-TEMPLATE.
000000     READ REMINDER-TEMPLATE-FILE
000000         AT END SET TEMPLATE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-TEMPLATE.
000000     ADD 1 TO TEMPLATE-COUNT.
000000     MOVE REMINDER-TEMPLATE-LINE
000000         TO TEMPLATE-ENTRY(TEMPLATE-COUNT).
000000     PERFORM 1100-READ-TEMPLATE.
000000*------------------------------------------------------------------------
000000*MANDATE PICKUP
000000*A mandate counts once it is active and effective by the horizon
000000*- the collection run will take the installment.  More mandates
000000*than the table holds would remind direct-debit customers, so
000000*the run stops instead.
000000*------------------------------------------------------------------------
000000 1300-LOAD-MANDATES.
000000     OPEN INPUT MANDATE-FILE.
000000     IF MANDATE-STATUS NOT = '00'
000000         GO TO 1300-EXIT
000000     END-IF.
000000     PERFORM 1350-READ-MANDATE.
000000     PERFORM 1400-STORE-MANDATE
000000         UNTIL MANDATE-EOF-YES OR TABLE-OVERFLOW-YES.
000000     CLOSE MANDATE-FILE.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY '*** REMIND: DDMAND HOLDS MORE THAN 500 '
000000             'MANDATES - NO REMINDERS'
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000 1350-READ-MANDATE.
000000     READ MANDATE-FILE
000000         AT END SET MANDATE-EOF-YES TO TRUE
000000     END-READ.
000000 1400-STORE-MANDATE.
000000     IF MAND-ACTIVE
000000         AND MAND-EFFECTIVE-DATE IS NUMERIC
000000         AND MAND-EFFECTIVE-DATE NOT > HORIZON-DATE
000000         IF MANDATE-COUNT = 500
000000             SET TABLE-OVERFLOW-YES TO TRUE
000000         ELSE
000000             ADD 1 TO MANDATE-COUNT
000000             MOVE MAND-ACCT-NO TO TBL-MAND-ACCT(MANDATE-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 1350-READ-MANDATE.
000000*------------------------------------------------------------------------
000000*REGISTER PICKUP
000000*Every installment ever reminded, held ones included - a held
000000*notice is not retried each night against the same bad address.
000000*------------------------------------------------------------------------
000000 1500-LOAD-REGISTER.
000000     OPEN INPUT REMINDER-REGISTER-FILE.
000000     IF REMINDER-REGISTER-STATUS NOT = '00'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     PERFORM 1550-READ-REGISTER.
000000     PERFORM 1600-STORE-REGISTER
000000         UNTIL REGISTER-EOF-YES OR TABLE-OVERFLOW-YES.
000000     CLOSE REMINDER-REGISTER-FILE.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY '*** REMIND: REMREG HOLDS MORE THAN 2000 '
000000             'REMINDERS - NOTHING SENT, REPEATS NOT PROVABLE'
000000     END-IF.
000000 1500-EXIT.
000000     EXIT.
000000 1550-READ-REGISTER.
000000     READ REMINDER-REGISTER-FILE
000000         AT END SET REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 1600-STORE-REGISTER.
000000     IF REMINDED-COUNT = 2000
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     ELSE
000000         ADD 1 TO REMINDED-COUNT
000000         MOVE RREG-ACCT-NO TO TBL-REM-ACCT(REMINDED-COUNT)
000000         MOVE RREG-INSTALLMENT-NO TO TBL-REM-INST(REMINDED-COUNT)
000000     END-IF.
000000     PERFORM 1550-READ-REGISTER.
000000*------------------------------------------------------------------------
000000*INSTALLMENT SELECTION
000000*The updated schedule when there is one - it carries what has
000000*been paid - else the schedule as written, where nothing has.
000000*------------------------------------------------------------------------
000000 2000-SELECT-INSTALLMENTS.
000000     OPEN INPUT UPDATED-SCHEDULE-FILE.
000000     IF UPDATED-SCHEDULE-STATUS = '00'
000000         PERFORM 2100-READ-UPDATED
000000         PERFORM 2200-TAKE-UPDATED UNTIL SCHEDULE-EOF-YES
000000         CLOSE UPDATED-SCHEDULE-FILE
000000     ELSE
000000         OPEN INPUT INSTALLMENT-SCHEDULE-FILE
000000         IF INSTALLMENT-SCHEDULE-STATUS = '00'
000000             PERFORM 2150-READ-SCHEDULE
000000             PERFORM 2250-TAKE-SCHEDULE UNTIL SCHEDULE-EOF-YES
000000             CLOSE INSTALLMENT-SCHEDULE-FILE
000000         ELSE
000000             DISPLAY 'REMIND: NO INSTALLMENT SCHEDULE - '
000000                 'NOTHING TO REMIND'
000000         END-IF
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-UPDATED.
000000     READ UPDATED-SCHEDULE-FILE
000000         AT END SET SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000 2150-READ-SCHEDULE.
000000     READ INSTALLMENT-SCHEDULE-FILE
000000         AT END SET SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-TAKE-UPDATED.
000000     IF NOT IUPD-PAID
000000         AND IUPD-PAID-AMT < IUPD-INSTALLMENT-AMT
000000         MOVE IUPD-ACCT-NO TO WORK-ACCT-NO
000000         MOVE IUPD-INSTALLMENT-NO TO WORK-INSTALLMENT-NO
000000         MOVE IUPD-DUE-DATE TO WORK-DUE-DATE
000000         SUBTRACT IUPD-PAID-AMT FROM IUPD-INSTALLMENT-AMT
000000             GIVING WORK-UNPAID
000000         PERFORM 2300-REMIND-ONE-INSTALLMENT THRU 2300-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-UPDATED.
000000 2250-TAKE-SCHEDULE.
000000     MOVE ISCH-ACCT-NO TO WORK-ACCT-NO.
000000     MOVE ISCH-INSTALLMENT-NO TO WORK-INSTALLMENT-NO.
000000     MOVE ISCH-DUE-DATE TO WORK-DUE-DATE.
000000     MOVE ISCH-INSTALLMENT-AMT TO WORK-UNPAID.
000000     PERFORM 2300-REMIND-ONE-INSTALLMENT THRU 2300-EXIT.
000000     PERFORM 2150-READ-SCHEDULE.
000000*------------------------------------------------------------------------
000000*ONE INSTALLMENT
000000*A missing template is an exception and is not registered, so
000000*the reminder goes out the first night the template is back and
000000*the installment is still inside the window.
000000*------------------------------------------------------------------------
000000 2300-REMIND-ONE-INSTALLMENT.
000000     IF WORK-DUE-DATE IS NOT NUMERIC
000000         OR WORK-DUE-DATE NOT > CURRENT-RUN-DATE
000000         OR WORK-DUE-DATE > HORIZON-DATE
000000         OR WORK-UNPAID = ZERO
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE 'N' TO ALREADY-REMINDED.
000000     PERFORM VARYING REM-IX FROM 1 BY 1
000000             UNTIL REM-IX > REMINDED-COUNT
000000                 OR ALREADY-REMINDED-YES
000000         IF TBL-REM-ACCT(REM-IX) = WORK-ACCT-NO
000000             AND TBL-REM-INST(REM-IX) = WORK-INSTALLMENT-NO
000000             SET ALREADY-REMINDED-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000     IF ALREADY-REMINDED-YES
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE ZERO TO MAND-FOUND-IX.
000000     PERFORM VARYING MAND-IX FROM 1 BY 1
000000             UNTIL MAND-IX > MANDATE-COUNT
000000                 OR MAND-FOUND-IX > ZERO
000000         IF TBL-MAND-ACCT(MAND-IX) = WORK-ACCT-NO
000000             MOVE MAND-IX TO MAND-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF MAND-FOUND-IX > ZERO
000000         ADD 1 TO MANDATE-SKIP-COUNT
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE 'I' TO DSPV-FUNCTION.
000000     MOVE WORK-ACCT-NO TO DSPV-ACCT-NO.
000000     MOVE 'I' TO DSPV-ITEM-TYPE.
000000     MOVE WORK-INSTALLMENT-NO TO DSPV-ITEM-NO.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     IF DSPV-DISPUTED
000000         ADD 1 TO DISPUTED-SKIP-COUNT
000000         GO TO 2300-EXIT
000000     END-IF.
000000     IF TEMPLATE-COUNT = ZERO
000000         ADD 1 TO NO-TEMPLATE-COUNT
000000         MOVE SPACES TO REMINDER-REPORT-LINE
000000         STRING '*** NO TEMPLATE - ACCT ' WORK-ACCT-NO
000000             ' INST ' WORK-INSTALLMENT-NO ' DUE ' WORK-DUE-DATE
000000             ' NOT REMINDED'
000000             INTO REMINDER-REPORT-LINE
000000         WRITE REMINDER-REPORT-LINE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE WORK-ACCT-NO TO LETTER-ACCT.
000000     MOVE WORK-UNPAID TO LETTER-AMOUNT.
000000     MOVE WORK-DUE-DATE TO LETTER-DUE-DATE.
000000     PERFORM 3200-RESOLVE-CUSTOMER THRU 3200-EXIT.
000000     MOVE WORK-ACCT-NO TO RREG-ACCT-NO.
000000     MOVE WORK-INSTALLMENT-NO TO RREG-INSTALLMENT-NO.
000000     MOVE WORK-DUE-DATE TO RREG-DUE-DATE.
000000     MOVE CURRENT-RUN-DATE TO RREG-SENT-DATE.
000000     MOVE SPACES TO REMINDER-REPORT-LINE.
000000     IF SUPPRESS-THIS-ONE-YES
000000         SET RREG-HELD TO TRUE
000000         STRING 'HELD     ACCT ' WORK-ACCT-NO
000000             ' INST ' WORK-INSTALLMENT-NO ' DUE ' WORK-DUE-DATE
000000             ' CUST ' LETTER-CUST-ID ' ADDRESS UNDELIVERABLE'
000000             INTO REMINDER-REPORT-LINE
000000     ELSE
000000         SET RREG-SENT TO TRUE
000000         PERFORM 3000-WRITE-ONE-LETTER THRU 3000-EXIT
000000         STRING 'REMINDED ACCT ' WORK-ACCT-NO
000000             ' INST ' WORK-INSTALLMENT-NO ' DUE ' WORK-DUE-DATE
000000             ' AMOUNT ' WORK-UNPAID
000000             INTO REMINDER-REPORT-LINE
000000     END-IF.
000000     WRITE REMINDER-REGISTER-RECORD.
000000     WRITE REMINDER-REPORT-LINE.
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*REMINDER LETTER
000000*One mailing-log line per printed reminder, so the composite
000000*inquiry sees it alongside letters and statements.
000000*------------------------------------------------------------------------
000000 3000-WRITE-ONE-LETTER.
000000     ADD 1 TO REMINDER-COUNT.
000000     OPEN EXTEND MAILING-LOG-FILE.
000000     IF MAILING-LOG-STATUS = '05'
000000         OR MAILING-LOG-STATUS = '35'
000000         OPEN OUTPUT MAILING-LOG-FILE
000000     END-IF.
000000     MOVE 'R' TO MLOG-KIND.
000000     MOVE LETTER-CUST-ID TO MLOG-CUST-ID.
000000     MOVE CURRENT-RUN-DATE TO MLOG-DATE.
000000     MOVE 'P' TO MLOG-CHANNEL.
000000     WRITE MAILING-LOG-RECORD.
000000     CLOSE MAILING-LOG-FILE.
000000     PERFORM 3100-WRITE-TEMPLATE-LINE THRU 3100-EXIT
000000         VARYING TMPL-IX FROM 1 BY 1
000000         UNTIL TMPL-IX > TEMPLATE-COUNT.
000000     MOVE SPACES TO REMINDER-LETTER-LINE.
000000     WRITE REMINDER-LETTER-LINE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-WRITE-TEMPLATE-LINE.
000000     MOVE TEMPLATE-ENTRY(TMPL-IX) TO WORK-LINE.
000000     MOVE ZERO TO SUBST-PASSES.
000000     PERFORM 4000-SUBSTITUTE-ONE-TOKEN THRU 4000-EXIT.
000000     PERFORM 4000-SUBSTITUTE-ONE-TOKEN THRU 4000-EXIT
000000         UNTIL TOKEN-FOUND-POS = ZERO OR SUBST-PASSES > 5.
000000     MOVE WORK-LINE TO REMINDER-LETTER-LINE.
000000     WRITE REMINDER-LETTER-LINE.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LETTER ADDRESSEE
000000*The account's owner comes from the shared account service; an
000000*owner whose address the post office has returned mail from has
000000*the reminder held on MAILHOLD, the same as statements.
000000*------------------------------------------------------------------------
000000 3200-RESOLVE-CUSTOMER.
000000     MOVE 'N' TO SUPPRESS-THIS-ONE.
000000     MOVE SPACES TO LETTER-NAME.
000000     MOVE SPACES TO LETTER-CUST-ID.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE WORK-ACCT-NO TO ASVC-ACCT-NO.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ERROR
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE ASVC-OWNER-CUST-ID TO LETTER-CUST-ID.
000000     IF NOT MASTER-AVAILABLE-YES
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE ASVC-OWNER-CUST-ID TO CUST-ID.
000000     READ CUSTOMER-MASTER
000000         KEY IS CUST-ID
000000         INVALID KEY
000000             GO TO 3200-EXIT
000000     END-READ.
000000     MOVE CUST-NAME TO LETTER-NAME.
000000     IF CUST-ADDR-UNDELIVERABLE
000000         SET SUPPRESS-THIS-ONE-YES TO TRUE
000000         ADD 1 TO HELD-COUNT
000000         OPEN EXTEND MAIL-HOLD-FILE
000000         IF MAIL-HOLD-STATUS = '05'
000000             OR MAIL-HOLD-STATUS = '35'
000000             OPEN OUTPUT MAIL-HOLD-FILE
000000         END-IF
000000         MOVE SPACES TO MAIL-HOLD-LINE
000000         STRING 'REMINDER HELD - ' CUST-ID
000000             ' ' CUST-NAME
000000             ' ADDRESS UNDELIVERABLE'
000000             INTO MAIL-HOLD-LINE
000000         WRITE MAIL-HOLD-LINE
000000         CLOSE MAIL-HOLD-FILE
000000     END-IF.
000000 3200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PLACEHOLDER SUBSTITUTION
000000*The same leftmost-token splice the letter generator applies to
000000*its templates, against this reminder's name, account, amount
000000*still owed on the installment and due date (&DUE, MM/DD/YYYY).
000000*------------------------------------------------------------------------
000000 4000-SUBSTITUTE-ONE-TOKEN.
000000     ADD 1 TO SUBST-PASSES.
000000     MOVE ZERO TO TOKEN-FOUND-POS.
000000     PERFORM VARYING SCAN-POS FROM 1 BY 1
000000             UNTIL SCAN-POS > 75 OR TOKEN-FOUND-POS > ZERO
000000         IF WORK-LINE(SCAN-POS:5) = '&NAME'
000000             MOVE SCAN-POS TO TOKEN-FOUND-POS
000000             MOVE 5 TO TOKEN-LENGTH
000000             MOVE LETTER-NAME TO VALUE-TEXT
000000         ELSE
000000             IF WORK-LINE(SCAN-POS:5) = '&ACCT'
000000                 MOVE SCAN-POS TO TOKEN-FOUND-POS
000000                 MOVE 5 TO TOKEN-LENGTH
000000                 MOVE SPACES TO VALUE-TEXT
000000                 MOVE LETTER-ACCT TO VALUE-TEXT(1:6)
000000             ELSE
000000                 IF WORK-LINE(SCAN-POS:4) = '&AMT'
000000                     MOVE SCAN-POS TO TOKEN-FOUND-POS
000000                     MOVE 4 TO TOKEN-LENGTH
000000                     MOVE SPACES TO VALUE-TEXT
000000                     MOVE LETTER-AMOUNT TO AMOUNT-DISPLAY
000000                     MOVE AMOUNT-DISPLAY TO VALUE-TEXT(1:10)
000000                 ELSE
000000                     IF WORK-LINE(SCAN-POS:4) = '&DUE'
000000                         MOVE SCAN-POS TO TOKEN-FOUND-POS
000000                         MOVE 4 TO TOKEN-LENGTH
000000                         MOVE LETTER-DUE-DATE TO DUE-DATE-PARTS
000000                         MOVE DUE-MM TO DUE-DISP-MM
000000                         MOVE DUE-DD TO DUE-DISP-DD
000000                         MOVE DUE-YYYY TO DUE-DISP-YYYY
000000                         MOVE SPACES TO VALUE-TEXT
000000                         MOVE DUE-DATE-DISPLAY
000000                             TO VALUE-TEXT(1:10)
000000                     END-IF
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF TOKEN-FOUND-POS = ZERO
000000         GO TO 4000-EXIT
000000     END-IF.
000000     PERFORM 4500-TRIM-VALUE-TEXT THRU 4500-EXIT.
000000     MOVE SPACES TO BUILD-LINE.
000000     IF TOKEN-FOUND-POS = 1
000000         STRING VALUE-TEXT(1:VALUE-LENGTH)
000000             WORK-LINE(TOKEN-FOUND-POS + TOKEN-LENGTH:)
000000             INTO BUILD-LINE
000000     ELSE
000000         STRING WORK-LINE(1:TOKEN-FOUND-POS - 1)
000000             VALUE-TEXT(1:VALUE-LENGTH)
000000             WORK-LINE(TOKEN-FOUND-POS + TOKEN-LENGTH:)
000000             INTO BUILD-LINE
000000     END-IF.
000000     MOVE BUILD-LINE(1:80) TO WORK-LINE.
000000 4000-EXIT.
000000     EXIT.
000000 4500-TRIM-VALUE-TEXT.
000000     MOVE 1 TO VALUE-LENGTH.
000000     PERFORM VARYING SCAN-POS FROM 30 BY -1
000000             UNTIL SCAN-POS < 1
000000         IF VALUE-TEXT(SCAN-POS:1) NOT = SPACE
000000             AND VALUE-LENGTH = 1
000000             AND SCAN-POS > 1
000000             MOVE SCAN-POS TO VALUE-LENGTH
000000         END-IF
000000     END-PERFORM.
000000     IF VALUE-TEXT = SPACES
000000         MOVE 1 TO VALUE-LENGTH
000000     END-IF.
000000 4500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 completed with exceptions - reminders due with no
000000*template to merge them from; 8 fatal, set where it happens.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF NO-TEMPLATE-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
