000000     SELECT BACKDATED-FILE ASSIGN TO "BACKDTD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BACKDATED-STATUS.
000000     SELECT ACCOUNT-POSTING-FILE ASSIGN TO "ACCTPOST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCOUNT-POSTING-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TRANS-FILE.
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000 FD  POST-CONTROL-FILE.
000000     COPY "postctl.cpy".
000000 FD  POST-REJECT-FILE.
000000 01  POST-REJECT-LINE PIC X(80).
000000 FD  TRANS-ENVELOPE-FILE.
000000 01  TRANS-ENVELOPE-LINE PIC X(80).
000000 FD  ACCRUAL-TRANS-FILE.
000000 01  ACCRUAL-TRANS-RECORD PIC X(36).
000000 FD  AS-OF-DATE-FILE.
000000 01  AS-OF-DATE-CARD.
000000     05 ASOF-DATE PIC 9(8).
000000 FD  POST-CARRY-IN-FILE.
000000 01  PCAR-IN-RECORD PIC X(36).
000000 FD  POST-CARRY-OUT-FILE.
000000 01  PCAR-OUT-RECORD PIC X(36).
000000 FD  TXLOG-SCAN-FILE.
000000 01  TXLOG-SCAN-RECORD PIC X(65).
000000 FD  CORRECTIONS-REGISTER-FILE.
000000     05 BKD-TYPE-CODE PIC X(2).
000000     05 BKD-AMOUNT    PIC S9(7)V99.
000000     05 BKD-RUN-DATE  PIC 9(8).
000000*One movement record per account posted this run, ascending by
000000*account, for the netting step to fold into the account's
000000*closing position; the run-id lets it refuse a stale file.
000000 FD  ACCOUNT-POSTING-FILE.
000000 01  ACCOUNT-POSTING-RECORD.
000000     05 APST-ACCT-NO       PIC 9(6).
000000     05 APST-DEBIT-AMOUNT  PIC S9(9)V99.
000000     05 APST-CREDIT-AMOUNT PIC S9(9)V99.
000000     05 APST-COMPANY-CODE  PIC X(3).
000000     05 APST-RUN-ID        PIC 9(5).
000000    WORKING-STORAGE SECTION.
000000    01 TRANS-FILE-STATUS PIC X(2) VALUE '00'.
000000    01 POST-CONTROL-STATUS PIC X(2) VALUE '00'.
000000          10 TBL-CO-DEBIT-TOTAL  PIC S9(9)V99.
000000          10 TBL-CO-CREDIT-TOTAL PIC S9(9)V99.
000000          10 TBL-CO-NET-TOTAL    PIC S9(9)V99.
000000          10 TBL-CO-NO-ACCT-COUNT PIC 9(5).
000000    01 CO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 TXLOG-SCAN-STATUS PIC X(2) VALUE '00'.
000000          10 TBL-ORG-COMPANY PIC X(3).
000000          10 TBL-ORG-TYPE    PIC X(2).
000000          10 TBL-ORG-STATE   PIC X(1).
000000          10 TBL-ORG-ACCT    PIC 9(6).
000000    01 ORG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ORG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REVERSAL-TYPE-LOGGED PIC X(2) VALUE SPACES.
000000          10 TBL-RVD-RUN-ID  PIC 9(5).
000000          10 TBL-RVD-RESULT  PIC S9(9)V99.
000000          10 TBL-RVD-COMPANY PIC X(3).
000000          10 TBL-RVD-ACCT    PIC 9(6).
000000    01 RVD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LOG-REWRITE-TABLE.
000000       05 LOG-REWRITE-COUNT PIC 9(4) VALUE ZERO.
000000    01 BACKDATED-COUNT PIC 9(5) VALUE ZERO.
000000    01 EFFECTIVE-MONTH PIC 9(6) VALUE ZERO.
000000    01 RUN-MONTH PIC 9(6) VALUE ZERO.
000000    01 ACCOUNT-POSTING-STATUS PIC X(2) VALUE '00'.
000000    01 ACCOUNT-MOVE-COUNT PIC 9(7) VALUE ZERO.
000000    01 ACCOUNT-SIDE PIC X VALUE SPACE.
000000       88 ACCOUNT-SIDE-DEBIT VALUE 'D'.
000000       88 ACCOUNT-SIDE-CREDIT VALUE 'C'.
000000    01 POSTING-ACCT PIC 9(6) VALUE ZERO.
000000    01 POST-NO-ACCT-COUNT PIC 9(5) VALUE ZERO.
000000    01 SIDE-FEED-THIS-ONE PIC X VALUE 'N'.
000000       88 SIDE-FEED-THIS-ONE-YES VALUE 'Y'.
000000    01 POSTING-ACCT-CLOSED PIC X VALUE 'N'.
000000       88 POSTING-ACCT-CLOSED-YES VALUE 'Y'.
000000    01 STATUS-CHECKED-ACCT PIC 9(6) VALUE ZERO.
000000    01 STATUS-CHECKED-VALUE PIC X(1) VALUE SPACE.
000000    01 CLOSED-REJECT-COUNT PIC 9(5) VALUE ZERO.
000000     COPY "acctsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*TYPE-CODE-DRIVEN POSTING ENGINE
000000*than two program-shaped halves that can drift apart.  Records
000000*carrying a type code this engine does not know are written to
000000*POSTREJ rather than being guessed at.
000000*Each typed posting that carries an account number also moves
000000*that account: every such posting is written to ACCTPOST under
000000*its account and company, and the netting step applies each one
000000*to that account and company's NETPOS position by key the same
000000*night.  A record with no account posts to the control totals
000000*only and is counted apart on POSTCTL.
000000*A record for an account closed on the account master is never
000000*posted, whichever feed carried it - it goes to POSTREJ.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000*The carry feed is consumed and rolled only under an accepted
000000*feed - a refused run must leave POSTCFWD exactly as it found
000000*it, so the corrected rerun still sees every deferred record.
000000*ACCTPOST is rewritten every run, empty when nothing moved, so
000000*the netting step can never apply an earlier cycle's postings
000000*a second time.
000000     OPEN OUTPUT ACCOUNT-POSTING-FILE.
000000     IF FEED-ACCEPTED-YES
000000         OPEN OUTPUT POST-CARRY-OUT-FILE
000000         PERFORM 2500-PROCESS-CARRY-FEED THRU 2500-EXIT
000000         PERFORM 2700-ROLL-CARRY-FORWARD THRU 2700-EXIT
000000     END-IF.
000000     PERFORM 3000-WRITE-CONTROL-TOTAL THRU 3000-EXIT.
000000     CLOSE ACCOUNT-POSTING-FILE.
000000     PERFORM 9600-CLOSE-TXLOG THRU 9600-EXIT.
000000     PERFORM 4000-MARK-REVERSED-ORIGINALS THRU 4000-EXIT.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000*it really belonged to gets corrected instead of silently
000000*absorbing into tonight's month.
000000     MOVE 'N' TO BACKDATED-THIS-ONE.
000000     PERFORM 2440-PICK-POSTING-ACCT.
000000*A closed account takes no further posting from any source -
000000*the record is turned away on POSTREJ for the desk to return.
000000     IF TRAN-TYPE-CODE = 'DR' OR TRAN-TYPE-CODE = 'CR'
000000         OR TRAN-TYPE-CODE = 'FE' OR TRAN-TYPE-CODE = 'RX'
000000         PERFORM 2480-CHECK-ACCOUNT-CLOSED THRU 2480-EXIT
000000         IF POSTING-ACCT-CLOSED-YES
000000             PERFORM 2490-REJECT-CLOSED-ACCOUNT
000000             GO TO 2250-EXIT
000000         END-IF
000000     END-IF.
000000     IF (TRAN-TYPE-CODE = 'DR' OR TRAN-TYPE-CODE = 'CR'
000000         OR TRAN-TYPE-CODE = 'FE')
000000         AND TRAN-EFFECTIVE-DATE IS NUMERIC
000000                 TO TBL-CO-DEBIT-TOTAL(CO-FOUND-IX)
000000             SUBTRACT TRAN-AMOUNT
000000                 FROM TBL-CO-NET-TOTAL(CO-FOUND-IX)
000000             SET ACCOUNT-SIDE-DEBIT TO TRUE
000000             PERFORM 2450-APPLY-TO-ACCOUNT THRU 2450-EXIT
000000             PERFORM 9500-LOG-TRANSACTION
000000         WHEN 'CR'
000000             ADD 1 TO POST-REC-COUNT
000000                 TO TBL-CO-CREDIT-TOTAL(CO-FOUND-IX)
000000             ADD TRAN-AMOUNT
000000                 TO TBL-CO-NET-TOTAL(CO-FOUND-IX)
000000             SET ACCOUNT-SIDE-CREDIT TO TRUE
000000             PERFORM 2450-APPLY-TO-ACCOUNT THRU 2450-EXIT
000000             PERFORM 9500-LOG-TRANSACTION
000000*Fee billings post on the debit side - money the customer owes
000000*us - but keep their own 'FE' type code on the log, so the
000000                 TO TBL-CO-DEBIT-TOTAL(CO-FOUND-IX)
000000             SUBTRACT TRAN-AMOUNT
000000                 FROM TBL-CO-NET-TOTAL(CO-FOUND-IX)
000000             SET ACCOUNT-SIDE-DEBIT TO TRUE
000000             PERFORM 2450-APPLY-TO-ACCOUNT THRU 2450-EXIT
000000             PERFORM 9500-LOG-TRANSACTION
000000*An explicit reversal: the record names the cycle whose posting
000000*it backs out (TRAN-REV-RUN-ID), and the amount and company
000000*REVERSAL APPLICATION
000000*------------------------------------------------------------------------
000000 2850-APPLY-REVERSAL.
000000     PERFORM 2440-PICK-POSTING-ACCT.
000000     MOVE ZERO TO ORG-FOUND-IX.
000000     PERFORM VARYING ORG-IX FROM 1 BY 1
000000             UNTIL ORG-IX > ORIGINALS-COUNT
000000             AND TBL-ORG-RESULT(ORG-IX) = TRAN-AMOUNT
000000             AND TBL-ORG-COMPANY(ORG-IX) = TRAN-COMPANY-CODE
000000             AND TBL-ORG-STATE(ORG-IX) = SPACE
000000             AND TBL-ORG-ACCT(ORG-IX) = POSTING-ACCT
000000             MOVE ORG-IX TO ORG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000         MOVE TRAN-AMOUNT TO TBL-RVD-RESULT(REVERSED-COUNT)
000000         MOVE TRAN-COMPANY-CODE
000000             TO TBL-RVD-COMPANY(REVERSED-COUNT)
000000         MOVE POSTING-ACCT TO TBL-RVD-ACCT(REVERSED-COUNT)
000000     END-IF.
000000     ADD 1 TO REVERSAL-APPLIED-COUNT.
000000     ADD 1 TO POST-REC-COUNT.
000000         ADD TRAN-AMOUNT
000000             TO TBL-CO-CREDIT-TOTAL(CO-FOUND-IX)
000000         ADD TRAN-AMOUNT TO TBL-CO-NET-TOTAL(CO-FOUND-IX)
000000         SET ACCOUNT-SIDE-CREDIT TO TRUE
000000     ELSE
000000         MOVE 'RD' TO REVERSAL-TYPE-LOGGED
000000         ADD 1 TO POST-DEBIT-COUNT
000000             TO TBL-CO-DEBIT-TOTAL(CO-FOUND-IX)
000000         SUBTRACT TRAN-AMOUNT
000000             FROM TBL-CO-NET-TOTAL(CO-FOUND-IX)
000000         SET ACCOUNT-SIDE-DEBIT TO TRUE
000000     END-IF.
000000     PERFORM 2450-APPLY-TO-ACCOUNT THRU 2450-EXIT.
000000     PERFORM 9550-LOG-REVERSAL.
000000     PERFORM 2870-REGISTER-CORRECTION.
000000 2850-EXIT.
000000         MOVE TXLOG-TYPE-CODE
000000             TO TBL-ORG-TYPE(ORIGINALS-COUNT)
000000         MOVE SPACE TO TBL-ORG-STATE(ORIGINALS-COUNT)
000000         MOVE TXLOG-ACCT-NO TO TBL-ORG-ACCT(ORIGINALS-COUNT)
000000     END-IF.
000000     PERFORM 0810-READ-TXLOG-SCAN.
000000*------------------------------------------------------------------------
000000             AND TXLOG-RESULT = TBL-RVD-RESULT(RVD-IX)
000000             AND TXLOG-COMPANY-CODE
000000                 = TBL-RVD-COMPANY(RVD-IX)
000000             AND TXLOG-ACCT-NO = TBL-RVD-ACCT(RVD-IX)
000000             AND (TXLOG-TYPE-CODE = 'DR'
000000                 OR TXLOG-TYPE-CODE = 'CR')
000000             AND TXLOG-REVERSAL-FLAG NOT = 'R'
000000 4200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ACCOUNT POSITION MOVEMENT
000000*A posting that names an account is written to ACCTPOST against
000000*that account and its company, on the side the dispatch chose.
000000*Spaces or zeros in the account field (feeds written before it
000000*existed) leave the posting in the control totals only, counted
000000*apart.
000000*------------------------------------------------------------------------
000000 2440-PICK-POSTING-ACCT.
000000     IF TRAN-ACCT-NO IS NUMERIC
000000         MOVE TRAN-ACCT-NO TO POSTING-ACCT
000000     ELSE
000000         MOVE ZERO TO POSTING-ACCT
000000     END-IF.
000000 2450-APPLY-TO-ACCOUNT.
000000     IF POSTING-ACCT = ZERO
000000         ADD 1 TO POST-NO-ACCT-COUNT
000000         ADD 1 TO TBL-CO-NO-ACCT-COUNT(CO-FOUND-IX)
000000         GO TO 2450-EXIT
000000     END-IF.
000000     MOVE POSTING-ACCT TO APST-ACCT-NO.
000000     MOVE ZERO TO APST-DEBIT-AMOUNT.
000000     MOVE ZERO TO APST-CREDIT-AMOUNT.
000000     IF ACCOUNT-SIDE-DEBIT
000000         MOVE TRAN-AMOUNT TO APST-DEBIT-AMOUNT
000000     ELSE
000000         MOVE TRAN-AMOUNT TO APST-CREDIT-AMOUNT
000000     END-IF.
000000     MOVE TRAN-COMPANY-CODE TO APST-COMPANY-CODE.
000000     MOVE CURRENT-RUN-ID TO APST-RUN-ID.
000000     WRITE ACCOUNT-POSTING-RECORD.
000000     ADD 1 TO ACCOUNT-MOVE-COUNT.
000000 2450-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CLOSED-ACCOUNT REFUSAL
000000*The owner lookup answers the account's status; the last answer
000000*is kept, since a feed usually carries an account's records
000000*together.
000000*------------------------------------------------------------------------
000000 2480-CHECK-ACCOUNT-CLOSED.
000000     MOVE 'N' TO POSTING-ACCT-CLOSED.
000000     IF POSTING-ACCT = ZERO
000000         GO TO 2480-EXIT
000000     END-IF.
000000     IF POSTING-ACCT NOT = STATUS-CHECKED-ACCT
000000         MOVE 'O' TO ASVC-FUNCTION
000000         MOVE POSTING-ACCT TO ASVC-ACCT-NO
000000         MOVE SPACES TO ASVC-CUST-ID
000000         CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000             ACCTSVC-STATUS
000000         MOVE POSTING-ACCT TO STATUS-CHECKED-ACCT
000000         MOVE ASVC-ACCT-STATUS TO STATUS-CHECKED-VALUE
000000     END-IF.
000000     IF STATUS-CHECKED-VALUE = 'C'
000000         SET POSTING-ACCT-CLOSED-YES TO TRUE
000000     END-IF.
000000 2480-EXIT.
000000     EXIT.
000000 2490-REJECT-CLOSED-ACCOUNT.
000000     ADD 1 TO POST-REJECT-COUNT.
000000     ADD 1 TO CLOSED-REJECT-COUNT.
000000     OPEN EXTEND POST-REJECT-FILE.
000000     IF POST-REJECT-STATUS = '05' OR POST-REJECT-STATUS = '35'
000000         OPEN OUTPUT POST-REJECT-FILE
000000     END-IF.
000000     MOVE SPACES TO POST-REJECT-LINE.
000000     STRING 'ACCOUNT CLOSED - NOT POSTED: '
000000         TRANSACTION-RECORD
000000         INTO POST-REJECT-LINE.
000000     WRITE POST-REJECT-LINE.
000000     CLOSE POST-REJECT-FILE.
000000*------------------------------------------------------------------------
000000*PER-COMPANY SLOT PICKUP
000000*------------------------------------------------------------------------
000000 2400-FIND-COMPANY-SLOT.
000000             MOVE ZERO TO TBL-CO-DEBIT-TOTAL(CO-FOUND-IX)
000000             MOVE ZERO TO TBL-CO-CREDIT-TOTAL(CO-FOUND-IX)
000000             MOVE ZERO TO TBL-CO-NET-TOTAL(CO-FOUND-IX)
000000             MOVE ZERO TO TBL-CO-NO-ACCT-COUNT(CO-FOUND-IX)
000000         ELSE
000000             MOVE 1 TO CO-FOUND-IX
000000         END-IF
000000*same discipline the ADD pass applies to this feed.  A feed
000000*that does not tie is refused outright with a fatal return
000000*code.  A feed with no HDR is a legacy bare delivery and is
000000*accepted as before.  The file may carry more than one
000000*delivery - the treasury instructions are appended to the
000000*night's feed as their own envelope - so every HDR..TRL on it
000000*is proved, and any one that does not tie refuses the feed.
000000*------------------------------------------------------------------------
000000 1600-VERIFY-TRANS-ENVELOPE.
000000     OPEN INPUT TRANS-ENVELOPE-FILE.
000000     IF TRANS-ENVELOPE-STATUS NOT = '00'
000000         GO TO 1600-EXIT
000000     END-IF.
000000     PERFORM 1610-READ-ENVELOPE-LINE.
000000     PERFORM 1630-VERIFY-ONE-DELIVERY THRU 1630-EXIT
000000         UNTIL TRANS-ENVELOPE-EOF-YES.
000000     CLOSE TRANS-ENVELOPE-FILE.
000000 1600-EXIT.
000000     EXIT.
000000         END-IF
000000         PERFORM 1610-READ-ENVELOPE-LINE
000000     END-IF.
000000*A line outside any envelope is legacy bare detail.
000000 1630-VERIFY-ONE-DELIVERY.
000000     IF TRANS-ENVELOPE-LINE(1:3) NOT = 'HDR'
000000         PERFORM 1610-READ-ENVELOPE-LINE
000000         GO TO 1630-EXIT
000000     END-IF.
000000     MOVE TRANS-ENVELOPE-LINE(1:19)
000000         TO ENVELOPE-HEADER-RECORD.
000000     MOVE ZERO TO ENV-CHECK-COUNT.
000000     MOVE ZERO TO ENV-CHECK-HASH.
000000     MOVE 'N' TO TRAILER-FOUND.
000000     PERFORM 1610-READ-ENVELOPE-LINE.
000000     PERFORM 1620-TALLY-ENVELOPE-LINE
000000         UNTIL TRANS-ENVELOPE-EOF-YES OR TRAILER-FOUND-YES.
000000     IF TRAILER-FOUND-YES
000000         CALL 'envchk' USING ENVELOPE-HEADER-RECORD
000000             ENVELOPE-TRAILER-RECORD ENV-CHECK-COUNT
000000             ENV-CHECK-HASH ENVCHK-STATUS
000000         IF NOT ENVCHK-TIES
000000             MOVE 'N' TO FEED-ACCEPTED
000000         END-IF
000000         PERFORM 1610-READ-ENVELOPE-LINE
000000     ELSE
000000         DISPLAY 'TRANSFL DELIVERY ' ENVH-FEED-NAME
000000             ' HAS NO TRAILER'
000000         MOVE 'N' TO FEED-ACCEPTED
000000     END-IF.
000000 1630-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ACCRUAL FEED MERGE
000000*The interest-accrual step leaves its charges on ACCRTX in the
000000     READ ACCRUAL-TRANS-FILE
000000         AT END SET ACCRUAL-TRANS-EOF-YES TO TRUE
000000     END-READ.
000000*Records arriving on the side feed were raised by the system, not
000000*by the customer; the log marks them so, and the dormancy scan
000000*does not mistake an accrual for customer activity.
000000 2620-POST-ONE-ACCRUAL.
000000     MOVE ACCRUAL-TRANS-RECORD TO TRANSACTION-RECORD.
000000     SET SIDE-FEED-THIS-ONE-YES TO TRUE.
000000     PERFORM 2250-APPLY-TYPE-CODE THRU 2250-EXIT.
000000     MOVE 'N' TO SIDE-FEED-THIS-ONE.
000000     PERFORM 2610-READ-ACCRUAL.
000000*------------------------------------------------------------------------
000000*AS-OF DATE CARD
000000         MOVE CURRENT-RUN-ID TO PCTL-RUN-ID
000000         MOVE CURRENT-RUN-DATE TO PCTL-RUN-DATE
000000         MOVE TBL-CO-CODE(CO-IX) TO PCTL-COMPANY-CODE
000000         MOVE TBL-CO-NO-ACCT-COUNT(CO-IX)
000000             TO PCTL-NO-ACCT-COUNT
000000         WRITE POST-CONTROL-RECORD
000000     END-PERFORM.
000000     CLOSE POST-CONTROL-FILE.
000000         ' CREDITS: ' POST-CREDIT-COUNT
000000         ' REJECTS: ' POST-REJECT-COUNT.
000000     DISPLAY 'NET POSTING TOTAL: ' POST-NET-TOTAL.
000000     DISPLAY 'ACCOUNT POSTINGS: ' ACCOUNT-MOVE-COUNT
000000         ' NO-ACCOUNT RECORDS: ' POST-NO-ACCT-COUNT.
000000     IF CLOSED-REJECT-COUNT > ZERO
000000         DISPLAY 'REFUSED FOR CLOSED ACCOUNTS: '
000000             CLOSED-REJECT-COUNT
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000     MOVE POSTED-AMOUNT TO TXLOG-RESULT.
000000     MOVE CURRENT-RUN-ID TO TXLOG-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE POSTING-ACCT TO TXLOG-ACCT-NO.
000000     MOVE REVERSAL-TYPE-LOGGED TO TXLOG-TYPE-CODE.
000000     MOVE TRAN-COMPANY-CODE TO TXLOG-COMPANY-CODE.
000000     MOVE TRAN-COUNTERPARTY-CODE
000000     IF BACKDATED-THIS-ONE-YES
000000         MOVE 'POSTBKDT  ' TO TXLOG-OPERATION
000000     ELSE
000000         IF SIDE-FEED-THIS-ONE-YES
000000             MOVE 'POSTSIDE  ' TO TXLOG-OPERATION
000000         ELSE
000000             MOVE 'POST      ' TO TXLOG-OPERATION
000000         END-IF
000000     END-IF.
000000     MOVE POSTED-AMOUNT TO TXLOG-RESULT.
000000     MOVE CURRENT-RUN-ID TO TXLOG-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE POSTING-ACCT TO TXLOG-ACCT-NO.
000000     MOVE TRAN-TYPE-CODE TO TXLOG-TYPE-CODE.
000000     MOVE TRAN-COMPANY-CODE TO TXLOG-COMPANY-CODE.
000000     MOVE TRAN-COUNTERPARTY-CODE
