000000         88 RSRQ-FREQ-MONTHLY VALUE 'M'.
000000         88 RSRQ-FREQ-WEEKLY  VALUE 'W'.
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  RESCHEDULE-AUDIT-FILE.
000000 01  RESCHEDULE-AUDIT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000     COPY "audstmp.cpy".
000000*One entry per reschedule request card, with the unpaid balance,
000000*open-row count and highest kept installment number gathered on
000000*the measuring pass over the updated schedule.
000000          10 TBL-REQ-OPEN-CNT  PIC 9(3).
000000          10 TBL-REQ-PAID-CNT  PIC 9(3).
000000          10 TBL-REQ-HIGH-NO   PIC 9(2).
000000          10 TBL-REQ-ORDER-NO  PIC 9(6).
000000          10 TBL-REQ-STATE     PIC X(1).
000000             88 TBL-REQ-PENDING  VALUE 'P'.
000000             88 TBL-REQ-DONE     VALUE 'D'.
000000    01 LEFTOVER-AMT PIC 9(7)V99 VALUE ZERO.
000000    01 INSTALLMENT-NO PIC 9(2) VALUE ZERO.
000000    01 NEW-INSTALLMENT-SEQ PIC 9(2) VALUE ZERO.
000000    01 RESPREAD-BALANCE PIC 9(7)V99 VALUE ZERO.
000000    01 PERIOD-OFFSET PIC S9(5) VALUE ZERO.
000000    01 DUE-DATE-VALID PIC X VALUE 'N'.
000000       88 DUE-DATE-VALID-YES VALUE 'Y'.
000000*their unpaid balance re-spread over the new term with due
000000*dates computed through the shared date service, the remainder
000000*absorbed into the final installment exactly as the proration
000000*step spreads a fresh schedule.  The unpaid balance of a
000000*financed plan already carries its scheduled interest, so the
000000*new rows re-spread it as principal with no further interest.
000000*A before/after audit pair per account goes to RESCHAUD, the
000000*same discipline the master-file maintenance programs apply.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     MOVE ZERO TO TBL-REQ-OPEN-CNT(REQUEST-COUNT).
000000     MOVE ZERO TO TBL-REQ-PAID-CNT(REQUEST-COUNT).
000000     MOVE ZERO TO TBL-REQ-HIGH-NO(REQUEST-COUNT).
000000     MOVE ZERO TO TBL-REQ-ORDER-NO(REQUEST-COUNT).
000000     MOVE 'P' TO TBL-REQ-STATE(REQUEST-COUNT).
000000     IF RSRQ-NEW-TERM IS NOT NUMERIC
000000         OR RSRQ-NEW-TERM = ZERO
000000         END-IF
000000     ELSE
000000         ADD 1 TO TBL-REQ-OPEN-CNT(REQ-FOUND-IX)
000000         IF IUPD-ORDER-NO IS NUMERIC
000000             MOVE IUPD-ORDER-NO TO TBL-REQ-ORDER-NO(REQ-FOUND-IX)
000000         END-IF
000000         SUBTRACT IUPD-PAID-AMT FROM IUPD-INSTALLMENT-AMT
000000             GIVING UNPAID-AMOUNT
000000         IF UNPAID-AMOUNT > ZERO
000000         MOVE IUPD-INSTALLMENT-NO TO ISCH-INSTALLMENT-NO
000000         MOVE IUPD-INSTALLMENT-AMT TO ISCH-INSTALLMENT-AMT
000000         MOVE IUPD-DUE-DATE TO ISCH-DUE-DATE
000000         MOVE IUPD-PRINCIPAL-AMT TO ISCH-PRINCIPAL-AMT
000000         MOVE IUPD-INTEREST-AMT TO ISCH-INTEREST-AMT
000000         MOVE IUPD-REMAINING-BAL TO ISCH-REMAINING-BAL
000000         IF IUPD-ORDER-NO IS NUMERIC
000000             MOVE IUPD-ORDER-NO TO ISCH-ORDER-NO
000000         ELSE
000000             MOVE ZERO TO ISCH-ORDER-NO
000000         END-IF
000000         WRITE INSTALLMENT-SCHEDULE-RECORD
000000         ADD 1 TO ROWS-COPIED-COUNT
000000     END-IF.
000000         REMAINDER LEFTOVER-AMT.
000000     PERFORM 7100-WRITE-AUDIT-BEFORE THRU 7100-EXIT.
000000     MOVE TBL-REQ-HIGH-NO(REQ-IX) TO NEW-INSTALLMENT-SEQ.
000000     MOVE TBL-REQ-UNPAID(REQ-IX) TO RESPREAD-BALANCE.
000000     MOVE 1 TO INSTALLMENT-NO.
000000     PERFORM 3600-WRITE-NEW-INSTALLMENT
000000         UNTIL INSTALLMENT-NO > TBL-REQ-TERM(REQ-IX).
000000     ADD 1 TO NEW-INSTALLMENT-SEQ.
000000     MOVE TBL-REQ-ACCT(REQ-IX) TO ISCH-ACCT-NO.
000000     MOVE NEW-INSTALLMENT-SEQ TO ISCH-INSTALLMENT-NO.
000000     MOVE TBL-REQ-ORDER-NO(REQ-IX) TO ISCH-ORDER-NO.
000000     IF INSTALLMENT-NO = TBL-REQ-TERM(REQ-IX)
000000         ADD BASE-INSTALLMENT-AMT LEFTOVER-AMT
000000             GIVING ISCH-INSTALLMENT-AMT
000000     ELSE
000000         MOVE BASE-INSTALLMENT-AMT TO ISCH-INSTALLMENT-AMT
000000     END-IF.
000000     MOVE ISCH-INSTALLMENT-AMT TO ISCH-PRINCIPAL-AMT.
000000     MOVE ZERO TO ISCH-INTEREST-AMT.
000000     SUBTRACT ISCH-INSTALLMENT-AMT FROM RESPREAD-BALANCE.
000000     MOVE RESPREAD-BALANCE TO ISCH-REMAINING-BAL.
000000     PERFORM 3700-COMPUTE-NEW-DUE-DATE THRU 3700-EXIT.
000000     WRITE INSTALLMENT-SCHEDULE-RECORD.
000000     ADD 1 TO ROWS-WRITTEN-COUNT.
000000*BEFORE/AFTER AUDIT TRAIL
000000*One image pair appended to RESCHAUD per rescheduled account -
000000*what the open schedule looked like and what replaced it - plus
000000*a dated refusal line when a request could not be honored, each
000000*headed by a stamp line naming the account, the step stamping
000000*BATCH as its operator.
000000*------------------------------------------------------------------------
000000 7100-WRITE-AUDIT-BEFORE.
000000     PERFORM 7500-OPEN-AUDIT THRU 7500-EXIT.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE 'BATCH' TO AST-OPERATOR.
000000     MOVE 'RESCHD RESCHEDULE' TO AST-ACTION.
000000     MOVE TBL-REQ-ACCT(REQ-IX) TO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO RESCHEDULE-AUDIT-LINE.
000000     WRITE RESCHEDULE-AUDIT-LINE.
000000     MOVE SPACES TO RESCHEDULE-AUDIT-LINE.
000000     STRING 'BEFORE: ACCT ' TBL-REQ-ACCT(REQ-IX)
000000         ' OPEN ROWS ' TBL-REQ-OPEN-CNT(REQ-IX)
000000     EXIT.
000000 7000-WRITE-AUDIT-REFUSAL.
000000     PERFORM 7500-OPEN-AUDIT THRU 7500-EXIT.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE 'BATCH' TO AST-OPERATOR.
000000     MOVE 'RESCHD REFUSED' TO AST-ACTION.
000000     MOVE TBL-REQ-ACCT(REQ-IX) TO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO RESCHEDULE-AUDIT-LINE.
000000     WRITE RESCHEDULE-AUDIT-LINE.
000000     MOVE SPACES TO RESCHEDULE-AUDIT-LINE.
000000     STRING 'REFUSED: ACCT ' TBL-REQ-ACCT(REQ-IX)
000000         ' NO OPEN UNPAID BALANCE ON ' CURRENT-RUN-DATE
