000000    01 ACCOUNT-IS-DORMANT PIC X VALUE 'N'.
000000       88 ACCOUNT-IS-DORMANT-YES VALUE 'Y'.
000000    01 SUPPRESSED-FEE-COUNT PIC 9(5) VALUE ZERO.
000000    01 ACCOUNT-IS-CLOSED PIC X VALUE 'N'.
000000       88 ACCOUNT-IS-CLOSED-YES VALUE 'Y'.
000000    01 CLOSED-CHECK-ACCT PIC 9(6) VALUE ZERO.
000000    01 SUPPRESSED-CLOSED-COUNT PIC 9(5) VALUE ZERO.
000000     COPY "acctsvc.cpy".
000000    01 FEE-CHARGE PIC 9(9)V99 VALUE ZERO.
000000    01 FEE-COUNT PIC 9(5) VALUE ZERO.
000000    01 FEE-RUN-TOTAL PIC 9(11)V99 VALUE ZERO.
000000*typed chain on the next posting night.  The FEEREG register
000000*lists every charge for review before that night - pull the
000000*records off ACCRTX before posting if a fee is disputed.
000000*An account closed on the account master is billed nothing.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 3000-COMPUTE-AND-WRITE-FEES THRU 3000-EXIT.
000000     DISPLAY 'FEEBILL: ' FEE-COUNT ' FEE(S) FOR '
000000         FEE-RUN-TOTAL ', '
000000         SUPPRESSED-FEE-COUNT ' SUPPRESSED (DORMANT), '
000000         SUPPRESSED-CLOSED-COUNT ' SUPPRESSED (CLOSED)'.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     END-PERFORM.
000000 1900-EXIT.
000000     EXIT.
000000*A closed account is billed nothing more, whatever activity the
000000*log shows for it this month.
000000 1950-CHECK-CLOSED.
000000     MOVE 'N' TO ACCOUNT-IS-CLOSED.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE CLOSED-CHECK-ACCT TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ACCT-STATUS = 'C'
000000         SET ACCOUNT-IS-CLOSED-YES TO TRUE
000000     END-IF.
000000 1950-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PERIOD ACTIVITY COUNT
000000*Only account-dimensioned log records of the billing month
000000         ADD 1 TO SUPPRESSED-FEE-COUNT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE TBL-ACT-ACCT(ACT-IX) TO CLOSED-CHECK-ACCT.
000000     PERFORM 1950-CHECK-CLOSED THRU 1950-EXIT.
000000     IF ACCOUNT-IS-CLOSED-YES
000000         ADD 1 TO SUPPRESSED-CLOSED-COUNT
000000         GO TO 3200-EXIT
000000     END-IF.
000000     COMPUTE FEE-CHARGE ROUNDED =
000000         TBL-ACT-OPS(ACT-IX) * TBL-FEE-AMOUNT(FEE-IX).
000000     IF FEE-CHARGE = ZERO
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE TBL-ACT-COMPANY(ACT-IX) TO TRAN-COMPANY-CODE.
000000     MOVE TBL-ACT-ACCT(ACT-IX) TO TRAN-ACCT-NO.
000000     PERFORM 3500-WRITE-ONE-FEE THRU 3500-EXIT.
000000     MOVE SPACES TO FEE-REGISTER-LINE.
000000     STRING TBL-FEE-CODE(FEE-IX)
000000         ADD 1 TO SUPPRESSED-FEE-COUNT
000000         GO TO 3300-EXIT
000000     END-IF.
000000     MOVE TBL-ACC-ACCT(ACC-IX) TO CLOSED-CHECK-ACCT.
000000     PERFORM 1950-CHECK-CLOSED THRU 1950-EXIT.
000000     IF ACCOUNT-IS-CLOSED-YES
000000         ADD 1 TO SUPPRESSED-CLOSED-COUNT
000000         GO TO 3300-EXIT
000000     END-IF.
000000     MOVE TBL-FEE-AMOUNT(FEE-IX) TO FEE-CHARGE.
000000     IF FEE-CHARGE = ZERO
000000         GO TO 3300-EXIT
000000     END-IF.
000000     MOVE TBL-ACC-COMPANY(ACC-IX) TO TRAN-COMPANY-CODE.
000000     MOVE TBL-ACC-ACCT(ACC-IX) TO TRAN-ACCT-NO.
000000     PERFORM 3500-WRITE-ONE-FEE THRU 3500-EXIT.
000000     MOVE SPACES TO FEE-REGISTER-LINE.
000000     STRING TBL-FEE-CODE(FEE-IX)
