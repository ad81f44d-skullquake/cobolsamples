000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. latechg.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UPDATED-SCHEDULE-STATUS.
000000     SELECT LATE-CHARGE-FILE ASSIGN TO "LATEREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS LATE-CHARGE-STATUS.
000000     SELECT ACCRUAL-TRANS-FILE ASSIGN TO "ACCRTX"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCRUAL-TRANS-STATUS.
000000     SELECT DELINQUENCY-REPORT-FILE ASSIGN TO "DELINQ"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DELINQUENCY-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  LATE-CHARGE-FILE.
000000     COPY "latechg.cpy".
000000 FD  ACCRUAL-TRANS-FILE.
000000     COPY "transrec.cpy".
000000 FD  DELINQUENCY-REPORT-FILE.
000000 01  DELINQUENCY-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 LATE-CHARGE-STATUS PIC X(2) VALUE '00'.
000000    01 ACCRUAL-TRANS-STATUS PIC X(2) VALUE '00'.
000000    01 DELINQUENCY-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SCHEDULE-EOF PIC X VALUE 'N'.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 LATE-CHARGE-EOF PIC X VALUE 'N'.
000000       88 LATE-CHARGE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 POLICY-FOUND PIC X VALUE 'N'.
000000       88 POLICY-FOUND-YES VALUE 'Y'.
000000    01 GRACE-DAYS PIC 9(3) VALUE ZERO.
000000    01 CYCLE-DAYS PIC 9(3) VALUE 30.
000000    01 FLAT-CHARGE PIC 9(5)V99 VALUE ZERO.
000000    01 CHARGE-PERCENT PIC 9(2)V9(4) VALUE ZERO.
000000    01 MAX-CHARGE PIC 9(5)V99 VALUE ZERO.
000000*Charges already on the register, by account, installment and
000000*cycle - the key that keeps the same lateness from being
000000*charged twice.
000000    01 CHARGED-TABLE.
000000       05 CHARGED-COUNT PIC 9(4) VALUE ZERO.
000000       05 CHARGED-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-CHG-ACCT  PIC 9(6).
000000          10 TBL-CHG-INST  PIC 9(2).
000000          10 TBL-CHG-CYCLE PIC 9(3).
000000    01 CHG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHARGED-OVERFLOW PIC X VALUE 'N'.
000000       88 CHARGED-OVERFLOW-YES VALUE 'Y'.
000000    01 ALREADY-CHARGED PIC X VALUE 'N'.
000000       88 ALREADY-CHARGED-YES VALUE 'Y'.
000000     COPY "datesvc.cpy".
000000     COPY "dispsvc.cpy".
000000    01 DAYS-PAST-DUE PIC S9(5) VALUE ZERO.
000000    01 DAYS-PAST-GRACE PIC S9(5) VALUE ZERO.
000000    01 MISSED-CYCLES PIC 9(3) VALUE ZERO.
000000    01 CYCLE-NO PIC 9(3) VALUE ZERO.
000000    01 UNPAID-AMOUNT PIC 9(7)V99 VALUE ZERO.
000000    01 CHARGE-AMOUNT PIC 9(7)V99 VALUE ZERO.
000000    01 CHARGE-COUNT PIC 9(5) VALUE ZERO.
000000    01 CHARGE-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 DISPUTED-COUNT PIC 9(5) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 10.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*LATE-CHARGE ASSESSMENT
000000*Runs behind the payment pass, against the INSTUPD schedule it
000000*has just brought up to date.  An installment still unpaid more
000000*than the LATECHG grace days past its due date is late for one
000000*cycle, and for one more cycle every further LATECHG cycle days
000000*it stays unpaid.  Each missed cycle not already on the LATEREG
000000*register is charged once - the policy's flat charge plus its
000000*percentage of the unpaid amount, held to the ceiling - as an
000000*'FE' fee transaction on the ACCRTX side feed, so the charge
000000*posts to the account through the typed posting chain on the
000000*next posting night, and is appended to LATEREG as outstanding
000000*so the same lateness is never charged again.  Tonight's charges
000000*are listed at the foot of the DELINQ delinquency report.  No
000000*policy in force means no charges, loudly.  An installment in open
000000*dispute on the DISPUTE register is not charged while the
000000*dispute stands.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-READ-POLICY THRU 0800-EXIT.
000000     IF NOT POLICY-FOUND-YES
000000         DISPLAY 'LATECHG: NO LATE-CHARGE POLICY IN FORCE - '
000000             'NO LATE CHARGES TONIGHT'
000000         EXIT PROGRAM
000000     END-IF.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'LATECHG: NO RUN DATE - LATENESS CANNOT BE '
000000             'MEASURED'
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1000-LOAD-CHARGED THRU 1000-EXIT.
000000     IF CHARGED-OVERFLOW-YES
000000         DISPLAY '*** LATECHG: LATEREG HOLDS MORE THAN 2000 '
000000             'CHARGES - NOTHING CHARGED, REPEATS NOT PROVABLE'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE 'R' TO DSPV-FUNCTION.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     PERFORM 2000-ASSESS-CHARGES THRU 2000-EXIT.
000000     DISPLAY 'LATECHG: ' CHARGE-COUNT
000000         ' LATE CHARGE(S) TOTALLING ' CHARGE-TOTAL.
000000     IF DISPUTED-COUNT > ZERO
000000         DISPLAY 'LATECHG: ' DISPUTED-COUNT
000000             ' INSTALLMENT(S) IN DISPUTE NOT CHARGED'
000000     END-IF.
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
000000*LATECHG parameters on the parameter library: GRACE-DAYS an
000000*installment may run past due before it is charged (zero when
000000*none is in force), CYCLE-DAYS in one missed cycle (30 when none
000000*is in force), a FLAT-AMOUNT and a PERCENT of the unpaid amount -
000000*either or both may be used - and a MAX-CHARGE ceiling on any
000000*one charge (none when none is in force).  A policy charging
000000*nothing - no flat amount and no percentage - is as good as no
000000*policy.
000000*------------------------------------------------------------------------
000000 0800-READ-POLICY.
000000     MOVE 'GRACE-DAYS' TO PSVC-NAME.
000000     PERFORM 0890-LOOK-UP-PARAMETER THRU 0890-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO GRACE-DAYS
000000     END-IF.
000000     MOVE 'CYCLE-DAYS' TO PSVC-NAME.
000000     PERFORM 0890-LOOK-UP-PARAMETER THRU 0890-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO CYCLE-DAYS
000000     END-IF.
000000     MOVE 'FLAT-AMOUNT' TO PSVC-NAME.
000000     PERFORM 0890-LOOK-UP-PARAMETER THRU 0890-EXIT.
000000     IF PSVC-NUMERIC
000000         AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER < 100000
000000         MOVE PSVC-NUMBER TO FLAT-CHARGE
000000     END-IF.
000000     MOVE 'MAX-CHARGE' TO PSVC-NAME.
000000     PERFORM 0890-LOOK-UP-PARAMETER THRU 0890-EXIT.
000000     IF PSVC-NUMERIC
000000         AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER < 100000
000000         MOVE PSVC-NUMBER TO MAX-CHARGE
000000     END-IF.
000000     MOVE 'PERCENT' TO PSVC-NAME.
000000     PERFORM 0890-LOOK-UP-PARAMETER THRU 0890-EXIT.
000000     IF PSVC-NUMERIC
000000         AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER < 100
000000         MOVE PSVC-NUMBER TO CHARGE-PERCENT
000000     END-IF.
000000     IF FLAT-CHARGE > ZERO OR CHARGE-PERCENT > ZERO
000000         SET POLICY-FOUND-YES TO TRUE
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*The value of one LATECHG parameter, PSVC-NAME, in force today.
000000 0890-LOOK-UP-PARAMETER.
000000     MOVE 'LATECHG' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000 0890-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*REGISTER PICKUP
000000*Every charge ever assessed, settled or not, counts against a
000000*repeat.  A register too big for the table stops the run - a
000000*charge that cannot be proved new is not made.
000000*------------------------------------------------------------------------
000000 1000-LOAD-CHARGED.
000000     OPEN INPUT LATE-CHARGE-FILE.
000000     IF LATE-CHARGE-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-LATE-CHARGE.
000000     PERFORM 1200-STORE-CHARGED
000000         UNTIL LATE-CHARGE-EOF-YES OR CHARGED-OVERFLOW-YES.
000000     CLOSE LATE-CHARGE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-LATE-CHARGE.
000000     READ LATE-CHARGE-FILE
000000         AT END SET LATE-CHARGE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-CHARGED.
000000     IF CHARGED-COUNT = 2000
000000         SET CHARGED-OVERFLOW-YES TO TRUE
000000     ELSE
000000         ADD 1 TO CHARGED-COUNT
000000         MOVE LCHG-ACCT-NO TO TBL-CHG-ACCT(CHARGED-COUNT)
000000         MOVE LCHG-INSTALLMENT-NO TO TBL-CHG-INST(CHARGED-COUNT)
000000         MOVE LCHG-CYCLE-NO TO TBL-CHG-CYCLE(CHARGED-COUNT)
000000         PERFORM 1100-READ-LATE-CHARGE
000000     END-IF.
000000*------------------------------------------------------------------------
000000*SCHEDULE PASS
000000*------------------------------------------------------------------------
000000 2000-ASSESS-CHARGES.
000000     OPEN INPUT UPDATED-SCHEDULE-FILE.
000000     IF UPDATED-SCHEDULE-STATUS NOT = '00'
000000         DISPLAY 'INSTUPD NOT AVAILABLE - NOTHING TO CHARGE'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     OPEN EXTEND LATE-CHARGE-FILE.
000000     IF LATE-CHARGE-STATUS = '05'
000000         OR LATE-CHARGE-STATUS = '35'
000000         OPEN OUTPUT LATE-CHARGE-FILE
000000     END-IF.
000000     OPEN EXTEND ACCRUAL-TRANS-FILE.
000000     IF ACCRUAL-TRANS-STATUS = '05'
000000         OR ACCRUAL-TRANS-STATUS = '35'
000000         OPEN OUTPUT ACCRUAL-TRANS-FILE
000000     END-IF.
000000     OPEN EXTEND DELINQUENCY-REPORT-FILE.
000000     IF DELINQUENCY-REPORT-STATUS = '05'
000000         OR DELINQUENCY-REPORT-STATUS = '35'
000000         OPEN OUTPUT DELINQUENCY-REPORT-FILE
000000     END-IF.
000000     PERFORM 2100-READ-SCHEDULE.
000000     PERFORM 2200-ASSESS-ONE-INSTALLMENT THRU 2200-NEXT
000000         UNTIL SCHEDULE-EOF-YES.
000000     PERFORM 3000-WRITE-CHARGE-TOTALS THRU 3000-EXIT.
000000     CLOSE DELINQUENCY-REPORT-FILE.
000000     CLOSE ACCRUAL-TRANS-FILE.
000000     CLOSE LATE-CHARGE-FILE.
000000     CLOSE UPDATED-SCHEDULE-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-SCHEDULE.
000000     READ UPDATED-SCHEDULE-FILE
000000         AT END SET SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000*Days past due are measured exactly as the payment pass ages
000000*them; an unusable due date is never charged - aging flags it
000000*for the collections desk instead.
000000 2200-ASSESS-ONE-INSTALLMENT.
000000     IF IUPD-PAID
000000         OR IUPD-DUE-DATE IS NOT NUMERIC
000000         OR IUPD-DUE-DATE = ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF IUPD-PAID-AMT >= IUPD-INSTALLMENT-AMT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     SUBTRACT IUPD-PAID-AMT FROM IUPD-INSTALLMENT-AMT
000000         GIVING UNPAID-AMOUNT.
000000     MOVE 'I' TO DSPV-FUNCTION.
000000     MOVE IUPD-ACCT-NO TO DSPV-ACCT-NO.
000000     MOVE 'I' TO DSPV-ITEM-TYPE.
000000     MOVE IUPD-INSTALLMENT-NO TO DSPV-ITEM-NO.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     IF DSPV-DISPUTED
000000         ADD 1 TO DISPUTED-COUNT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     MOVE 'B' TO DSVC-FUNCTION.
000000     MOVE IUPD-DUE-DATE TO DSVC-DATE-1.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-2.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         GO TO 2200-NEXT
000000     END-IF.
000000     MOVE DSVC-RESULT-DAYS TO DAYS-PAST-DUE.
000000     SUBTRACT GRACE-DAYS FROM DAYS-PAST-DUE
000000         GIVING DAYS-PAST-GRACE.
000000     IF DAYS-PAST-GRACE NOT > ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000*The first cycle starts the day after grace runs out.
000000     SUBTRACT 1 FROM DAYS-PAST-GRACE.
000000     DIVIDE DAYS-PAST-GRACE BY CYCLE-DAYS GIVING MISSED-CYCLES.
000000     ADD 1 TO MISSED-CYCLES.
000000     PERFORM 2300-CHARGE-ONE-CYCLE THRU 2300-EXIT
000000         VARYING CYCLE-NO FROM 1 BY 1
000000         UNTIL CYCLE-NO > MISSED-CYCLES.
000000 2200-NEXT.
000000     PERFORM 2100-READ-SCHEDULE.
000000*------------------------------------------------------------------------
000000*ONE MISSED CYCLE
000000*------------------------------------------------------------------------
000000 2300-CHARGE-ONE-CYCLE.
000000     MOVE 'N' TO ALREADY-CHARGED.
000000     PERFORM VARYING CHG-IX FROM 1 BY 1
000000             UNTIL CHG-IX > CHARGED-COUNT
000000                 OR ALREADY-CHARGED-YES
000000         IF TBL-CHG-ACCT(CHG-IX) = IUPD-ACCT-NO
000000             AND TBL-CHG-INST(CHG-IX) = IUPD-INSTALLMENT-NO
000000             AND TBL-CHG-CYCLE(CHG-IX) = CYCLE-NO
000000             SET ALREADY-CHARGED-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000     IF ALREADY-CHARGED-YES
000000         GO TO 2300-EXIT
000000     END-IF.
000000     COMPUTE CHARGE-AMOUNT ROUNDED =
000000         UNPAID-AMOUNT * CHARGE-PERCENT / 100.
000000     ADD FLAT-CHARGE TO CHARGE-AMOUNT.
000000     IF MAX-CHARGE > ZERO AND CHARGE-AMOUNT > MAX-CHARGE
000000         MOVE MAX-CHARGE TO CHARGE-AMOUNT
000000     END-IF.
000000     IF CHARGE-AMOUNT = ZERO
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1 TO CHARGE-COUNT.
000000     ADD CHARGE-AMOUNT TO CHARGE-TOTAL.
000000     MOVE CHARGE-AMOUNT TO TRAN-AMOUNT.
000000     MOVE 'FE' TO TRAN-TYPE-CODE.
000000     MOVE CURRENT-RUN-DATE TO TRAN-EFFECTIVE-DATE.
000000     MOVE SPACES TO TRAN-COMPANY-CODE.
000000     MOVE SPACES TO TRAN-COUNTERPARTY-CODE.
000000     MOVE ZERO TO TRAN-REV-RUN-ID.
000000     MOVE IUPD-ACCT-NO TO TRAN-ACCT-NO.
000000     WRITE TRANSACTION-RECORD.
000000     MOVE IUPD-ACCT-NO TO LCHG-ACCT-NO.
000000     MOVE IUPD-INSTALLMENT-NO TO LCHG-INSTALLMENT-NO.
000000     MOVE CYCLE-NO TO LCHG-CYCLE-NO.
000000     MOVE CURRENT-RUN-DATE TO LCHG-ASSESS-DATE.
000000     MOVE CHARGE-AMOUNT TO LCHG-CHARGE-AMT.
000000     SET LCHG-OUTSTANDING TO TRUE.
000000     MOVE CURRENT-RUN-ID TO LCHG-RUN-ID.
000000     WRITE LATE-CHARGE-RECORD.
000000     IF RPT-LINE-COUNT = ZERO
000000         OR RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO DELINQUENCY-REPORT-LINE.
000000     STRING 'ACCT: ' IUPD-ACCT-NO
000000         ' INST: ' IUPD-INSTALLMENT-NO
000000         ' CYCLE: ' CYCLE-NO
000000         ' UNPAID: ' UNPAID-AMOUNT
000000         ' LATE CHARGE: ' CHARGE-AMOUNT
000000         INTO DELINQUENCY-REPORT-LINE.
000000     WRITE DELINQUENCY-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 2300-EXIT.
000000     EXIT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'LATE CHARGES ASSESSED' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE DELINQUENCY-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 3000-WRITE-CHARGE-TOTALS.
000000     IF CHARGE-COUNT = ZERO
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE SPACES TO DELINQUENCY-REPORT-LINE.
000000     STRING 'LATE CHARGES: ' CHARGE-COUNT
000000         ' TOTAL: ' CHARGE-TOTAL
000000         INTO DELINQUENCY-REPORT-LINE.
000000     WRITE DELINQUENCY-REPORT-LINE.
000000 3000-EXIT.
000000     EXIT.
