000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT CREDIT-WATCH-FILE ASSIGN TO "CRWATCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CREDIT-WATCH-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  CREDIT-WATCH-FILE.
000000 01  CREDIT-WATCH-RECORD.
000000     05 CRW-ACCT-NO    PIC 9(6).
000000 FD  REFUND-REGISTER-FILE.
000000 01  REFUND-REGISTER-RECORD.
000000     05 REFR-ACCT-NO  PIC 9(6).
000000     05 REFR-AMOUNT   PIC 9(9)V99.
000000     05 REFR-DATE     PIC 9(8).
000000     05 REFR-STATE    PIC X(1).
000000         88 REFR-ISSUED  VALUE 'I'.
000000         88 REFR-PENDING VALUE 'P'.
000000         88 REFR-SANCTION-HELD VALUE 'S'.
000000     05 REFR-APPROVER PIC X(8).
000000 FD  REFUND-APPROVAL-FILE.
000000 01  REFUND-APPROVAL-RECORD.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 CREDIT-WATCH-STATUS PIC X(2) VALUE '00'.
000000    01 REFUND-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 REFUND-APPROVAL-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-EOF PIC X VALUE 'N'.
000000       88 NET-POSITION-EOF-YES VALUE 'Y'.
000000*A refund draws its account's position down where it stands on
000000*NETPOS - the record is rewritten as the pass reaches it - so
000000*the drawn-down position is what the end-of-stream roll carries
000000*into the next cycle's opening.
000000    01 POS-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 POS-AMOUNT PIC S9(7)V99 VALUE ZERO.
000000    01 POS-COMPANY PIC X(3) VALUE SPACES.
000000*Card fields copied out before the card closes - the record
000000*area is not usable after CLOSE.
000000    01 JOIN-ACCT-NUM PIC 9(7) VALUE ZERO.
000000    01 JOIN-CUST-ID PIC X(7) VALUE SPACES.
000000    01 CREDIT-AGE-DAYS PIC S9(7) VALUE ZERO.
000000    01 REFUND-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 INSTRUCTION-COUNT PIC 9(5) VALUE ZERO.
000000    01 PENDING-COUNT PIC 9(5) VALUE ZERO.
000000    01 HEADER-DONE PIC X VALUE 'N'.
000000        05 SETD-RECORD-TYPE PIC X(1).
000000        05 SETD-ACCT-NO     PIC 9(6).
000000        05 SETD-DIRECTION   PIC X(1).
000000        05 SETD-AMOUNT      PIC 9(9)V99.
000000        05 SETD-SEQUENCE    PIC 9(5).
000000        05 SETD-VALUE-DATE  PIC 9(8).
000000        05 SETD-ROLL-FLAG   PIC X(1).
000000        05 FILLER           PIC X(7) VALUE SPACES.
000000    COPY "datesvc.cpy".
000000    COPY "sanscrn.cpy".
000000    01 SANCTION-HELD-COUNT PIC 9(5) VALUE ZERO.
000000    01 CLOSED-HELD-COUNT PIC 9(5) VALUE ZERO.
000000    COPY "acctsvc.cpy".
000000    01 NO-LIST-WARNED PIC X VALUE 'N'.
000000       88 NO-LIST-WARNED-YES VALUE 'Y'.
000000    COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CREDIT-BALANCE REFUND PASS
000000*The stream chases the customers who owe us and ignores the ones
000000*we owe.  This pass watches positive NETPOS positions: a credit
000000*over the REFUNDGN THRESHOLD parameter goes on the CRWATCH aging
000000*file the first night it appears, and once it has stood for the
000000*WAIT-DAYS waiting period a refund goes out - a disbursement
000000*instruction in the settlement-instruction format, carrying the
000000*customer's name and address from CUSTMS, plus the offsetting 'DR'
000000*through the ACCRTX feed so posting clears the position the refund
000000*pays.  Amounts over the APPROVE-LIM approval limit do not
000000*disburse until an approver's REFAPPR card covers them; until then
000000*they sit on the REFREG register as pending.  The register is the
000000*exactly-once control: an account with an issued refund on it is
000000*never refunded again until the posting clears and the credit, if
000000*it ever rebuilds, re-ages from scratch.
000000*The payee is screened against the sanctions watch list before a
000000*refund is issued: a possible or confirmed match holds the refund
000000*('S' on REFREG, once) and it goes out on a later night once
000000*compliance clears the customer.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0500-READ-PARAMETERS THRU 0500-EXIT.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-LOAD-APPROVALS THRU 0800-EXIT.
000000     PERFORM 1000-LOAD-CREDIT-WATCH THRU 1000-EXIT.
000000     END-IF.
000000     PERFORM 8000-REWRITE-CREDIT-WATCH THRU 8000-EXIT.
000000     DISPLAY 'REFUNDGN: ' INSTRUCTION-COUNT ' REFUND(S), '
000000         PENDING-COUNT ' PENDING APPROVAL, '
000000         SANCTION-HELD-COUNT ' HELD FOR SANCTIONS REVIEW'.
000000     IF CLOSED-HELD-COUNT > ZERO
000000         DISPLAY 'REFUNDGN: ' CLOSED-HELD-COUNT
000000             ' HELD FOR CLOSED ACCOUNTS'
000000     END-IF.
000000     IF SANCTION-HELD-COUNT > ZERO OR NO-LIST-WARNED-YES
000000         OR CLOSED-HELD-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000     EXIT PROGRAM.
000000 0500-READ-PARAMETERS.
000000     MOVE 'THRESHOLD' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF NOT PSVC-WHOLE-NUMBER
000000         OR PSVC-NUMBER < ZERO OR PSVC-NUMBER > 9999999
000000         DISPLAY 'REFUNDGN: THRESHOLD NOT IN FORCE - NO REFUNDS'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE PSVC-NUMBER TO REFUND-THRESHOLD.
000000     MOVE 'WAIT-DAYS' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF NOT PSVC-WHOLE-NUMBER
000000         OR PSVC-NUMBER < ZERO OR PSVC-NUMBER > 999
000000         DISPLAY 'REFUNDGN: WAIT-DAYS NOT IN FORCE - NO REFUNDS'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE PSVC-NUMBER TO REFUND-WAIT-DAYS.
000000     MOVE 'APPROVE-LIM' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF NOT PSVC-WHOLE-NUMBER
000000         OR PSVC-NUMBER < ZERO OR PSVC-NUMBER > 9999999
000000         DISPLAY 'REFUNDGN: APPROVE-LIM NOT IN FORCE - '
000000             'NO REFUNDS'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE PSVC-NUMBER TO REFUND-APPROVE-LIMIT.
000000 0500-EXIT.
000000     EXIT.
000000*The value of one REFUNDGN parameter, PSVC-NAME, in force today.
000000 0590-LOOK-UP-PARAMETER.
000000     MOVE 'REFUNDGN' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000 0590-EXIT.
000000     EXIT.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         TO TBL-CUST-ADDRESS(CUSTOMER-COUNT)(81:10).
000000     PERFORM 1510-READ-CUSTOMER.
000000 2000-SCAN-POSITIONS.
000000     OPEN I-O NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         DISPLAY 'REFUNDGN: NETPOS NOT AVAILABLE - NO REFUNDS'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-NET-POSITION.
000000     PERFORM 2200-JUDGE-ONE-POSITION THRU 2200-NEXT
000000         UNTIL NET-POSITION-EOF-YES.
000000     CLOSE NET-POSITION-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-NET-POSITION.
000000     READ NET-POSITION-FILE
000000         AT END SET NET-POSITION-EOF-YES TO TRUE
000000     END-READ.
000000 2200-JUDGE-ONE-POSITION.
000000     MOVE NET-ACCT-NO TO POS-ACCT-NO.
000000     MOVE NET-AMOUNT TO POS-AMOUNT.
000000     MOVE NET-COMPANY-CODE TO POS-COMPANY.
000000     IF POS-AMOUNT <= ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000         PERFORM 3500-QUEUE-PENDING-REFUND THRU 3500-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 2600-SCREEN-PAYEE THRU 2600-EXIT.
000000     IF SSCR-HOLD OR SSCR-BLOCKED
000000         PERFORM 3600-HOLD-SANCTIONED-REFUND THRU 3600-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 3000-ISSUE-REFUND THRU 3000-EXIT.
000000 2200-NEXT.
000000     PERFORM 2100-READ-NET-POSITION.
000000 2300-FIND-WATCH-ENTRY.
000000     MOVE 0 TO CRW-FOUND-IX.
000000     PERFORM VARYING CRW-IX FROM 1 BY 1
000000     END-PERFORM.
000000 2500-EXIT.
000000     EXIT.
000000*The payee screened is the customer the instruction will name,
000000*joined the same way the beneficiary lines are.
000000 2600-SCREEN-PAYEE.
000000     MOVE POS-ACCT-NO TO JOIN-ACCT-NUM.
000000     MOVE JOIN-ACCT-NUM TO JOIN-CUST-ID.
000000     MOVE 0 TO CUST-FOUND-IX.
000000     PERFORM VARYING CUST-IX FROM 1 BY 1
000000             UNTIL CUST-IX > CUSTOMER-COUNT
000000                 OR CUST-FOUND-IX > 0
000000         IF TBL-CUST-ID(CUST-IX) = JOIN-CUST-ID
000000             MOVE CUST-IX TO CUST-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     MOVE 'C' TO SSCR-FUNCTION.
000000     MOVE JOIN-CUST-ID TO SSCR-CUST-ID.
000000     IF CUST-FOUND-IX > 0
000000         MOVE TBL-CUST-NAME(CUST-FOUND-IX) TO SSCR-NAME
000000         MOVE TBL-CUST-ADDRESS(CUST-FOUND-IX)(81:10)
000000             TO SSCR-POSTAL-CODE
000000     ELSE
000000         MOVE SPACES TO SSCR-NAME
000000         MOVE SPACES TO SSCR-POSTAL-CODE
000000     END-IF.
000000     MOVE POS-ACCT-NO TO SSCR-ACCT-NO.
000000     MOVE 'REFUNDGN' TO SSCR-SOURCE.
000000     MOVE CURRENT-RUN-DATE TO SSCR-RUN-DATE.
000000     CALL 'sanscrn' USING SANSCRN-REQUEST SANSCRN-RESULT
000000         SANSCRN-STATUS.
000000     IF SSCR-NO-LIST AND NOT NO-LIST-WARNED-YES
000000         DISPLAY '*** REFUNDGN: NO SANCTIONS WATCH LIST - '
000000             'PAYEES NOT SCREENED'
000000         SET NO-LIST-WARNED-YES TO TRUE
000000     END-IF.
000000 2600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ONE REFUND OUT THE DOOR - instruction, offsetting posting,
000000*register entry, and off the watch.
000000*A closed account is refused: posting would refuse the
000000*offsetting 'DR', leaving the credit on the books after the money
000000*had gone.  The credit stays on the watch for operations to
000000*settle by hand or for the unclaimed-property pass.
000000*------------------------------------------------------------------------
000000 3000-ISSUE-REFUND.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE POS-ACCT-NO TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF NOT ASVC-ERROR AND ASVC-ACCT-STATUS = 'C'
000000         ADD 1 TO CLOSED-HELD-COUNT
000000         DISPLAY 'REFUNDGN: ' REFUND-AMOUNT ' FOR ACCT '
000000             POS-ACCT-NO ' HELD - ACCOUNT CLOSED'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 3100-WRITE-INSTRUCTION THRU 3100-EXIT.
000000     PERFORM 3200-WRITE-OFFSET-POSTING THRU 3200-EXIT.
000000     PERFORM 3300-APPEND-REGISTER THRU 3300-EXIT.
000000     SUBTRACT REFUND-AMOUNT FROM NET-AMOUNT.
000000     REWRITE NET-POSITION-RECORD
000000         INVALID KEY
000000             DISPLAY 'REFUNDGN: NETPOS REWRITE FAILED FOR ACCT '
000000                 POS-ACCT-NO
000000     END-REWRITE.
000000     MOVE 'D' TO TBL-CRW-STATE(CRW-FOUND-IX).
000000     DISPLAY 'REFUNDGN: REFUND ' REFUND-AMOUNT
000000         ' TO ACCT ' POS-ACCT-NO.
000000*The offset rides the ACCRTX side feed, the same door the
000000*accrual and fee charges use, so the refund shows on the
000000*transaction log and in the posting proofs like any other
000000*movement.  The position itself is drawn down in the table
000000*here and rewritten at end of scan, so tonight's roll already
000000*carries the drawn-down position into the next cycle's opening;
000000*the offset therefore carries no account number, and the
000000*posting engine books it to the control totals without moving
000000*the position a second time.
000000 3200-WRITE-OFFSET-POSTING.
000000     OPEN EXTEND ACCRUAL-TRANS-FILE.
000000     IF ACCRUAL-TRANS-STATUS = '05'
000000     MOVE POS-COMPANY TO TRAN-COMPANY-CODE.
000000     MOVE SPACES TO TRAN-COUNTERPARTY-CODE.
000000     MOVE ZERO TO TRAN-REV-RUN-ID.
000000     MOVE ZERO TO TRAN-ACCT-NO.
000000     WRITE TRANSACTION-RECORD.
000000     CLOSE ACCRUAL-TRANS-FILE.
000000     PERFORM 9500-LOG-REFUND THRU 9500-EXIT.
000000         POS-ACCT-NO ' AWAITS APPROVAL'.
000000 3500-EXIT.
000000     EXIT.
000000*A refund held for sanctions review leaves a register trace once,
000000*like an unapproved one; the credit stays on the watch and the
000000*refund goes out on the first night the payee screens clear.
000000 3600-HOLD-SANCTIONED-REFUND.
000000     ADD 1 TO SANCTION-HELD-COUNT.
000000     DISPLAY 'REFUNDGN: ' REFUND-AMOUNT ' FOR ACCT '
000000         POS-ACCT-NO ' HELD FOR SANCTIONS REVIEW'.
000000     IF REG-FOUND-IX > 0
000000         AND TBL-REG-STATE(REG-FOUND-IX) = 'S'
000000         GO TO 3600-EXIT
000000     END-IF.
000000     OPEN EXTEND REFUND-REGISTER-FILE.
000000     IF REFUND-REGISTER-STATUS = '05'
000000         OR REFUND-REGISTER-STATUS = '35'
000000         OPEN OUTPUT REFUND-REGISTER-FILE
000000     END-IF.
000000     MOVE POS-ACCT-NO TO REFR-ACCT-NO.
000000     MOVE REFUND-AMOUNT TO REFR-AMOUNT.
000000     MOVE CURRENT-RUN-DATE TO REFR-DATE.
000000     MOVE 'S' TO REFR-STATE.
000000     MOVE SPACES TO REFR-APPROVER.
000000     WRITE REFUND-REGISTER-RECORD.
000000     CLOSE REFUND-REGISTER-FILE.
000000     PERFORM 3400-NOTE-REGISTER-STATE THRU 3400-EXIT.
000000 3600-EXIT.
000000     EXIT.
000000 8000-REWRITE-CREDIT-WATCH.
000000     IF WATCH-OVERFLOW-YES
000000         GO TO 8000-EXIT
000000     CLOSE CREDIT-WATCH-FILE.
000000 8000-EXIT.
000000     EXIT.
000000 9400-OPEN-TXLOG.
000000     OPEN EXTEND TXLOG-FILE.
000000     IF TXLOG-STATUS = '05' OR TXLOG-STATUS = '35'
