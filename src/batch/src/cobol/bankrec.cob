000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. bankrec.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT RECON-CONTROL-FILE ASSIGN TO "BRECCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RECON-CONTROL-STATUS.
000000     SELECT OPEN-ITEM-FILE ASSIGN TO "BRECOPEN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OPEN-ITEM-STATUS.
000000     SELECT SETTLEMENT-FILE ASSIGN TO "SETTLE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SETTLEMENT-STATUS.
000000     SELECT REFUND-INSTRUCTION-FILE ASSIGN TO "REFINST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REFUND-INSTRUCTION-STATUS.
000000     SELECT PAYMENTS-FILE ASSIGN TO "PAYMTS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYMENTS-STATUS.
000000     SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BANK-STATEMENT-STATUS.
000000     SELECT RECON-REPORT-FILE ASSIGN TO "BRECRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RECON-REPORT-STATUS.
000000     SELECT RECON-EXCEPTION-FILE ASSIGN TO "BRECEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RECON-EXCEPTION-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*What has already been taken in, so a rerun or a quiet night
000000*never takes the same instructions, receipts or statement twice.
000000*PAYMTS is cumulative, so it is taken by record count.
000000 FD  RECON-CONTROL-FILE.
000000 01  RECON-CONTROL-RECORD.
000000     05 BCTL-STMT-DATE     PIC 9(8).
000000     05 BCTL-SETTLE-DATE   PIC 9(8).
000000     05 BCTL-REFUND-DATE   PIC 9(8).
000000     05 BCTL-PAYMTS-TAKEN  PIC 9(7).
000000     05 BCTL-RUN-ID        PIC 9(5).
000000*Every item not yet reconciled, from either side.  DC is the
000000*bank's view of the movement: 'D' money out of our account,
000000*'C' money in.
000000 FD  OPEN-ITEM-FILE.
000000 01  OPEN-ITEM-RECORD.
000000     05 BOI-SIDE        PIC X(1).
000000         88 BOI-BANK-SIDE VALUE 'B'.
000000         88 BOI-OUR-SIDE  VALUE 'O'.
000000     05 BOI-SOURCE      PIC X(1).
000000     05 BOI-DC          PIC X(1).
000000     05 BOI-ACCT-NO     PIC 9(6).
000000     05 BOI-AMOUNT      PIC 9(9)V99.
000000     05 BOI-VALUE-DATE  PIC 9(8).
000000     05 BOI-OPEN-DATE   PIC 9(8).
000000     05 BOI-REFERENCE   PIC X(16).
000000 FD  SETTLEMENT-FILE.
000000 01  SETTLEMENT-LINE PIC X(40).
000000 FD  REFUND-INSTRUCTION-FILE.
000000 01  REFUND-INSTRUCTION-LINE PIC X(91).
000000 FD  PAYMENTS-FILE.
000000 01  PAYMENT-RECORD.
000000     05 PAY-ACCT-NO        PIC 9(6).
000000     05 PAY-INSTALLMENT-NO PIC 9(2).
000000     05 PAY-AMOUNT         PIC 9(7)V99.
000000     05 PAY-DATE           PIC 9(8).
000000     05 PAY-TYPE-CODE      PIC X(1).
000000         88 PAY-TYPE-REVERSAL VALUE 'R'.
000000*The bank's daily statement: an 'H' header dating the
000000*statement, then one 'D' line per movement on our account with
000000*the customer account the bank carried on it.
000000 FD  BANK-STATEMENT-FILE.
000000 01  BANK-STATEMENT-LINE PIC X(60).
000000 01  BANK-STATEMENT-HEADER REDEFINES BANK-STATEMENT-LINE.
000000     05 BSTH-RECORD-TYPE PIC X(1).
000000     05 BSTH-STMT-DATE   PIC 9(8).
000000     05 BSTH-BANK-ID     PIC X(10).
000000     05 FILLER           PIC X(41).
000000 01  BANK-STATEMENT-DETAIL REDEFINES BANK-STATEMENT-LINE.
000000     05 BSTD-RECORD-TYPE PIC X(1).
000000     05 BSTD-VALUE-DATE  PIC 9(8).
000000     05 BSTD-DC          PIC X(1).
000000         88 BSTD-DEBIT  VALUE 'D'.
000000         88 BSTD-CREDIT VALUE 'C'.
000000     05 BSTD-AMOUNT      PIC 9(9)V99.
000000     05 BSTD-ACCT-NO     PIC 9(6).
000000     05 BSTD-BANK-REF    PIC X(16).
000000     05 FILLER           PIC X(17).
000000 FD  RECON-REPORT-FILE.
000000 01  RECON-REPORT-LINE PIC X(80).
000000 FD  RECON-EXCEPTION-FILE.
000000 01  RECON-EXCEPTION-LINE PIC X(65).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000     COPY "excrec.cpy".
000000     COPY "datesvc.cpy".
000000    01 RECON-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 OPEN-ITEM-STATUS PIC X(2) VALUE '00'.
000000    01 SETTLEMENT-STATUS PIC X(2) VALUE '00'.
000000    01 REFUND-INSTRUCTION-STATUS PIC X(2) VALUE '00'.
000000    01 PAYMENTS-STATUS PIC X(2) VALUE '00'.
000000    01 BANK-STATEMENT-STATUS PIC X(2) VALUE '00'.
000000    01 RECON-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RECON-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 MAX-UNRECONCILED-DAYS PIC 9(3) VALUE 5.
000000    01 LAST-STMT-DATE PIC 9(8) VALUE ZERO.
000000    01 LAST-SETTLE-DATE PIC 9(8) VALUE ZERO.
000000    01 LAST-REFUND-DATE PIC 9(8) VALUE ZERO.
000000    01 PAYMTS-TAKEN PIC 9(7) VALUE ZERO.
000000    01 PAYMTS-READ PIC 9(7) VALUE ZERO.
000000    01 FILE-DATE PIC 9(8) VALUE ZERO.
000000*Both instruction files share the settlement layout.
000000    01 INSTRUCTION-WORK PIC X(40) VALUE SPACES.
000000    01 INSTRUCTION-HEADER REDEFINES INSTRUCTION-WORK.
000000       05 INSH-RECORD-TYPE   PIC X(1).
000000       05 INSH-BUSINESS-DATE PIC 9(8).
000000       05 INSH-ORIGINATOR    PIC X(16).
000000       05 FILLER             PIC X(15).
000000    01 INSTRUCTION-DETAIL REDEFINES INSTRUCTION-WORK.
000000       05 INSD-RECORD-TYPE PIC X(1).
000000       05 INSD-ACCT-NO     PIC 9(6).
000000       05 INSD-DIRECTION   PIC X(1).
000000       05 INSD-AMOUNT      PIC 9(9)V99.
000000       05 INSD-SEQUENCE    PIC 9(5).
000000       05 INSD-VALUE-DATE  PIC 9(8).
000000       05 INSD-ROLL-FLAG   PIC X(1).
000000       05 FILLER           PIC X(7).
000000    01 OPEN-ITEM-TABLE.
000000       05 OPEN-ITEM-COUNT PIC 9(3) VALUE ZERO.
000000       05 OPEN-ITEM-ENTRY OCCURS 500 TIMES.
000000          10 TBL-OI-SIDE       PIC X(1).
000000          10 TBL-OI-SOURCE     PIC X(1).
000000          10 TBL-OI-DC         PIC X(1).
000000          10 TBL-OI-ACCT       PIC 9(6).
000000          10 TBL-OI-AMOUNT     PIC 9(9)V99.
000000          10 TBL-OI-VALUE-DATE PIC 9(8).
000000          10 TBL-OI-OPEN-DATE  PIC 9(8).
000000          10 TBL-OI-REFERENCE  PIC X(16).
000000          10 TBL-OI-STATE      PIC X(1).
000000             88 TBL-OI-OPEN    VALUE 'O'.
000000             88 TBL-OI-MATCHED VALUE 'M'.
000000          10 TBL-OI-MATCH-IX   PIC 9(3).
000000    01 OI-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 OUR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 OUR-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 OPEN-ITEM-OVERFLOW PIC X VALUE 'N'.
000000       88 OPEN-ITEM-OVERFLOW-YES VALUE 'Y'.
000000    01 NEW-SIDE PIC X(1) VALUE SPACE.
000000    01 NEW-SOURCE PIC X(1) VALUE SPACE.
000000    01 NEW-DC PIC X(1) VALUE SPACE.
000000    01 NEW-ACCT PIC 9(6) VALUE ZERO.
000000    01 NEW-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 NEW-VALUE-DATE PIC 9(8) VALUE ZERO.
000000    01 NEW-REFERENCE PIC X(16) VALUE SPACES.
000000    01 ITEM-AGE PIC S9(5) VALUE ZERO.
000000    01 LIST-SIDE PIC X(1) VALUE SPACE.
000000    01 SOURCE-NAME PIC X(8) VALUE SPACES.
000000    01 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 AGE-DISPLAY PIC ZZZZ9 VALUE ZERO.
000000    01 EXC-AMOUNT-DISPLAY PIC ZZZZZZZZ9.99 VALUE ZERO.
000000*Unreconciled items by days outstanding, per side:
000000*0-5, 6-15, 16-30 and over 30 days.
000000    01 AGE-BAND-TABLE.
000000       05 AGE-BAND OCCURS 4 TIMES.
000000          10 TBL-BAND-COUNT  PIC 9(5).
000000          10 TBL-BAND-AMOUNT PIC 9(11)V99.
000000    01 BAND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BAND-LABELS.
000000       05 FILLER PIC X(12) VALUE '  0-5 DAYS  '.
000000       05 FILLER PIC X(12) VALUE '  6-15 DAYS '.
000000       05 FILLER PIC X(12) VALUE ' 16-30 DAYS '.
000000       05 FILLER PIC X(12) VALUE ' OVER 30    '.
000000    01 BAND-LABEL-TABLE REDEFINES BAND-LABELS.
000000       05 BAND-LABEL PIC X(12) OCCURS 4 TIMES.
000000    01 BAND-AMOUNT-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 STATEMENT-COUNT PIC 9(5) VALUE ZERO.
000000    01 OUR-NEW-COUNT PIC 9(5) VALUE ZERO.
000000    01 MATCHED-COUNT PIC 9(5) VALUE ZERO.
000000    01 MATCHED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 BANK-ONLY-COUNT PIC 9(5) VALUE ZERO.
000000    01 OURS-ONLY-COUNT PIC 9(5) VALUE ZERO.
000000    01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
000000    01 HELD-REPORT-LINE PIC X(80) VALUE SPACES.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 50.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*BANK STATEMENT RECONCILIATION
000000*setlack proves the bank accepted each instruction; this step
000000*proves the money moved.  The bank's daily BANKSTMT statement
000000*is matched against what we sent and what we took in: a
000000*statement debit against a SETTLE or REFINST instruction paying
000000*a customer ('C'), by account, amount and value date; a
000000*statement credit against a collecting instruction ('D') the
000000*same way, or against a PAYMTS receipt by account and amount -
000000*the bank's value date on a receipt seldom equals the date we
000000*applied it - and a statement debit against a PAYMTS reversal
000000*likewise.  Items either side that find no partner stay open on
000000*BRECOPEN and are tried again every night as later statements
000000*and instructions arrive.  BRECRPT lists tonight's matches, the
000000*bank items we have no record of and our items not yet on the
000000*statement, each aged in days from its value date, with totals
000000*by age band; anything unreconciled longer than the BANKREC
000000*MAX-DAYS parameter (5 days by default) goes to the exception hub
000000*on BRECEXC.  BRECCTL remembers which statement, instruction files
000000*and PAYMTS records have been taken, so a rerun takes nothing
000000*twice.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'BANKREC: NO RUN DATE - NOTHING RECONCILED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     PERFORM 0600-READ-RECON-CONTROL THRU 0600-EXIT.
000000     PERFORM 1000-LOAD-OPEN-ITEMS THRU 1000-EXIT.
000000     PERFORM 1200-TAKE-SETTLEMENTS THRU 1200-EXIT.
000000     PERFORM 1300-TAKE-REFUNDS THRU 1300-EXIT.
000000     PERFORM 1400-TAKE-RECEIPTS THRU 1400-EXIT.
000000     PERFORM 1600-TAKE-STATEMENT THRU 1600-EXIT.
000000     PERFORM 2000-MATCH-BANK-ITEM THRU 2000-EXIT
000000         VARYING OI-IX FROM 1 BY 1
000000         UNTIL OI-IX > OPEN-ITEM-COUNT.
000000     OPEN OUTPUT RECON-REPORT-FILE.
000000     OPEN OUTPUT RECON-EXCEPTION-FILE.
000000     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT.
000000     CLOSE RECON-EXCEPTION-FILE.
000000     CLOSE RECON-REPORT-FILE.
000000     PERFORM 8000-REWRITE-OPEN-ITEMS THRU 8000-EXIT.
000000     PERFORM 8100-WRITE-RECON-CONTROL THRU 8100-EXIT.
000000     DISPLAY 'BANKREC: ' MATCHED-COUNT ' MATCHED, '
000000         BANK-ONLY-COUNT ' BANK ONLY, ' OURS-ONLY-COUNT
000000         ' NOT YET ON STATEMENT'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0500-READ-POLICY.
000000     MOVE 'BANKREC' TO PSVC-PROGRAM.
000000     MOVE 'MAX-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO MAX-UNRECONCILED-DAYS
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000 0600-READ-RECON-CONTROL.
000000     OPEN INPUT RECON-CONTROL-FILE.
000000     IF RECON-CONTROL-STATUS NOT = '00'
000000         GO TO 0600-EXIT
000000     END-IF.
000000     READ RECON-CONTROL-FILE
000000         AT END GO TO 0600-CLOSE
000000     END-READ.
000000     MOVE BCTL-STMT-DATE TO LAST-STMT-DATE.
000000     MOVE BCTL-SETTLE-DATE TO LAST-SETTLE-DATE.
000000     MOVE BCTL-REFUND-DATE TO LAST-REFUND-DATE.
000000     MOVE BCTL-PAYMTS-TAKEN TO PAYMTS-TAKEN.
000000 0600-CLOSE.
000000     CLOSE RECON-CONTROL-FILE.
000000 0600-EXIT.
000000     EXIT.
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
000000 1000-LOAD-OPEN-ITEMS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT OPEN-ITEM-FILE.
000000     IF OPEN-ITEM-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1010-READ-OPEN-ITEM.
000000     PERFORM 1020-STORE-OPEN-ITEM
000000         UNTIL SOURCE-EOF-YES OR OPEN-ITEM-OVERFLOW-YES.
000000     CLOSE OPEN-ITEM-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1010-READ-OPEN-ITEM.
000000     READ OPEN-ITEM-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1020-STORE-OPEN-ITEM.
000000     MOVE BOI-SIDE TO NEW-SIDE.
000000     MOVE BOI-SOURCE TO NEW-SOURCE.
000000     MOVE BOI-DC TO NEW-DC.
000000     MOVE BOI-ACCT-NO TO NEW-ACCT.
000000     MOVE BOI-AMOUNT TO NEW-AMOUNT.
000000     MOVE BOI-VALUE-DATE TO NEW-VALUE-DATE.
000000     MOVE BOI-REFERENCE TO NEW-REFERENCE.
000000     PERFORM 1900-ADD-OPEN-ITEM THRU 1900-EXIT.
000000     IF NOT OPEN-ITEM-OVERFLOW-YES
000000         MOVE BOI-OPEN-DATE TO TBL-OI-OPEN-DATE(OPEN-ITEM-COUNT)
000000     END-IF.
000000     PERFORM 1010-READ-OPEN-ITEM.
000000*------------------------------------------------------------------------
000000*OUR SIDE - INSTRUCTIONS
000000*A 'C' instruction pays the customer and leaves our account as
000000*a statement debit; a 'D' instruction collects and arrives as a
000000*statement credit.  A file whose business date was already
000000*taken is left alone.
000000*------------------------------------------------------------------------
000000 1200-TAKE-SETTLEMENTS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE ZERO TO FILE-DATE.
000000     OPEN INPUT SETTLEMENT-FILE.
000000     IF SETTLEMENT-STATUS NOT = '00'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     PERFORM 1210-READ-SETTLEMENT.
000000     PERFORM 1220-TAKE-ONE-SETTLEMENT THRU 1220-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE SETTLEMENT-FILE.
000000     IF FILE-DATE > LAST-SETTLE-DATE
000000         MOVE FILE-DATE TO LAST-SETTLE-DATE
000000     END-IF.
000000 1200-EXIT.
000000     EXIT.
000000 1210-READ-SETTLEMENT.
000000     READ SETTLEMENT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1220-TAKE-ONE-SETTLEMENT.
000000     MOVE SETTLEMENT-LINE TO INSTRUCTION-WORK.
000000     IF INSH-RECORD-TYPE = 'H'
000000         MOVE INSH-BUSINESS-DATE TO FILE-DATE
000000         IF FILE-DATE <= LAST-SETTLE-DATE
000000             DISPLAY 'BANKREC: SETTLE FOR ' FILE-DATE
000000                 ' ALREADY TAKEN'
000000             SET SOURCE-EOF-YES TO TRUE
000000             GO TO 1220-EXIT
000000         END-IF
000000     END-IF.
000000     IF INSD-RECORD-TYPE = 'D'
000000         MOVE 'S' TO NEW-SOURCE
000000         PERFORM 1250-ADD-INSTRUCTION THRU 1250-EXIT
000000     END-IF.
000000     PERFORM 1210-READ-SETTLEMENT.
000000 1220-EXIT.
000000     EXIT.
000000 1250-ADD-INSTRUCTION.
000000     MOVE 'O' TO NEW-SIDE.
000000     IF INSD-DIRECTION = 'C'
000000         MOVE 'D' TO NEW-DC
000000     ELSE
000000         MOVE 'C' TO NEW-DC
000000     END-IF.
000000     MOVE INSD-ACCT-NO TO NEW-ACCT.
000000     MOVE INSD-AMOUNT TO NEW-AMOUNT.
000000     MOVE INSD-VALUE-DATE TO NEW-VALUE-DATE.
000000     MOVE SPACES TO NEW-REFERENCE.
000000     STRING FILE-DATE '/' INSD-SEQUENCE
000000         DELIMITED BY SIZE INTO NEW-REFERENCE.
000000     ADD 1 TO OUR-NEW-COUNT.
000000     PERFORM 1900-ADD-OPEN-ITEM THRU 1900-EXIT.
000000 1250-EXIT.
000000     EXIT.
000000 1300-TAKE-REFUNDS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE ZERO TO FILE-DATE.
000000     OPEN INPUT REFUND-INSTRUCTION-FILE.
000000     IF REFUND-INSTRUCTION-STATUS NOT = '00'
000000         GO TO 1300-EXIT
000000     END-IF.
000000     PERFORM 1310-READ-REFUND.
000000     PERFORM 1320-TAKE-ONE-REFUND THRU 1320-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE REFUND-INSTRUCTION-FILE.
000000     IF FILE-DATE > LAST-REFUND-DATE
000000         MOVE FILE-DATE TO LAST-REFUND-DATE
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000 1310-READ-REFUND.
000000     READ REFUND-INSTRUCTION-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000*The beneficiary name and address lines that follow each refund
000000*instruction carry no money and are passed over.
000000 1320-TAKE-ONE-REFUND.
000000     MOVE REFUND-INSTRUCTION-LINE(1:40) TO INSTRUCTION-WORK.
000000     IF INSH-RECORD-TYPE = 'H'
000000         MOVE INSH-BUSINESS-DATE TO FILE-DATE
000000         IF FILE-DATE <= LAST-REFUND-DATE
000000             DISPLAY 'BANKREC: REFINST FOR ' FILE-DATE
000000                 ' ALREADY TAKEN'
000000             SET SOURCE-EOF-YES TO TRUE
000000             GO TO 1320-EXIT
000000         END-IF
000000     END-IF.
000000     IF INSD-RECORD-TYPE = 'D'
000000         MOVE 'R' TO NEW-SOURCE
000000         PERFORM 1250-ADD-INSTRUCTION THRU 1250-EXIT
000000     END-IF.
000000     PERFORM 1310-READ-REFUND.
000000 1320-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*OUR SIDE - RECEIPTS
000000*PAYMTS only ever grows, so the records past the count already
000000*taken are tonight's.  A file shorter than that count has been
000000*restarted, and is taken from the top.  Envelope HDR and TRL
000000*lines are counted but carry no money.
000000*------------------------------------------------------------------------
000000 1400-TAKE-RECEIPTS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE ZERO TO PAYMTS-READ.
000000     OPEN INPUT PAYMENTS-FILE.
000000     IF PAYMENTS-STATUS NOT = '00'
000000         GO TO 1400-EXIT
000000     END-IF.
000000     PERFORM 1410-READ-PAYMENT.
000000     PERFORM 1420-COUNT-PAYMENT UNTIL SOURCE-EOF-YES.
000000     CLOSE PAYMENTS-FILE.
000000     IF PAYMTS-READ < PAYMTS-TAKEN
000000         DISPLAY 'BANKREC: PAYMTS SHORTER THAN LAST TAKEN - '
000000             'TAKEN FROM THE TOP'
000000         MOVE ZERO TO PAYMTS-TAKEN
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE ZERO TO PAYMTS-READ.
000000     OPEN INPUT PAYMENTS-FILE.
000000     PERFORM 1410-READ-PAYMENT.
000000     PERFORM 1430-TAKE-ONE-PAYMENT THRU 1430-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE PAYMENTS-FILE.
000000     MOVE PAYMTS-READ TO PAYMTS-TAKEN.
000000 1400-EXIT.
000000     EXIT.
000000 1410-READ-PAYMENT.
000000     READ PAYMENTS-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1420-COUNT-PAYMENT.
000000     ADD 1 TO PAYMTS-READ.
000000     PERFORM 1410-READ-PAYMENT.
000000 1430-TAKE-ONE-PAYMENT.
000000     ADD 1 TO PAYMTS-READ.
000000     IF PAYMTS-READ <= PAYMTS-TAKEN
000000         OR PAYMENT-RECORD(1:3) = 'HDR'
000000         OR PAYMENT-RECORD(1:3) = 'TRL'
000000         OR PAY-AMOUNT IS NOT NUMERIC
000000         GO TO 1430-NEXT
000000     END-IF.
000000     MOVE 'O' TO NEW-SIDE.
000000     IF PAY-TYPE-REVERSAL
000000         MOVE 'X' TO NEW-SOURCE
000000         MOVE 'D' TO NEW-DC
000000     ELSE
000000         MOVE 'P' TO NEW-SOURCE
000000         MOVE 'C' TO NEW-DC
000000     END-IF.
000000     MOVE PAY-ACCT-NO TO NEW-ACCT.
000000     MOVE PAY-AMOUNT TO NEW-AMOUNT.
000000     MOVE PAY-DATE TO NEW-VALUE-DATE.
000000     MOVE SPACES TO NEW-REFERENCE.
000000     STRING 'PAYMTS ' PAYMTS-READ
000000         DELIMITED BY SIZE INTO NEW-REFERENCE.
000000     ADD 1 TO OUR-NEW-COUNT.
000000     PERFORM 1900-ADD-OPEN-ITEM THRU 1900-EXIT.
000000 1430-NEXT.
000000     PERFORM 1410-READ-PAYMENT.
000000 1430-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BANK SIDE
000000*------------------------------------------------------------------------
000000 1600-TAKE-STATEMENT.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT BANK-STATEMENT-FILE.
000000     IF BANK-STATEMENT-STATUS NOT = '00'
000000         DISPLAY 'BANKREC: NO BANK STATEMENT TONIGHT'
000000         GO TO 1600-EXIT
000000     END-IF.
000000     PERFORM 1610-READ-STATEMENT.
000000     PERFORM 1620-TAKE-ONE-STATEMENT-LINE THRU 1620-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE BANK-STATEMENT-FILE.
000000 1600-EXIT.
000000     EXIT.
000000 1610-READ-STATEMENT.
000000     READ BANK-STATEMENT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1620-TAKE-ONE-STATEMENT-LINE.
000000     IF BSTH-RECORD-TYPE = 'H'
000000         IF BSTH-STMT-DATE <= LAST-STMT-DATE
000000             DISPLAY 'BANKREC: STATEMENT FOR ' BSTH-STMT-DATE
000000                 ' ALREADY TAKEN'
000000             SET SOURCE-EOF-YES TO TRUE
000000             GO TO 1620-EXIT
000000         END-IF
000000         MOVE BSTH-STMT-DATE TO LAST-STMT-DATE
000000     END-IF.
000000     IF BSTD-RECORD-TYPE = 'D'
000000         AND (BSTD-DEBIT OR BSTD-CREDIT)
000000         MOVE 'B' TO NEW-SIDE
000000         MOVE 'B' TO NEW-SOURCE
000000         MOVE BSTD-DC TO NEW-DC
000000         MOVE BSTD-ACCT-NO TO NEW-ACCT
000000         MOVE BSTD-AMOUNT TO NEW-AMOUNT
000000         MOVE BSTD-VALUE-DATE TO NEW-VALUE-DATE
000000         MOVE BSTD-BANK-REF TO NEW-REFERENCE
000000         ADD 1 TO STATEMENT-COUNT
000000         PERFORM 1900-ADD-OPEN-ITEM THRU 1900-EXIT
000000     END-IF.
000000     PERFORM 1610-READ-STATEMENT.
000000 1620-EXIT.
000000     EXIT.
000000*New items open tonight.  A full table is reported once and the
000000*open-item file is then left as it was, so nothing is lost.
000000 1900-ADD-OPEN-ITEM.
000000     IF OPEN-ITEM-COUNT = 500
000000         IF NOT OPEN-ITEM-OVERFLOW-YES
000000             DISPLAY '*** BANKREC: MORE THAN 500 OPEN ITEMS - '
000000                 'BRECOPEN NOT REWRITTEN'
000000         END-IF
000000         SET OPEN-ITEM-OVERFLOW-YES TO TRUE
000000         GO TO 1900-EXIT
000000     END-IF.
000000     ADD 1 TO OPEN-ITEM-COUNT.
000000     MOVE NEW-SIDE TO TBL-OI-SIDE(OPEN-ITEM-COUNT).
000000     MOVE NEW-SOURCE TO TBL-OI-SOURCE(OPEN-ITEM-COUNT).
000000     MOVE NEW-DC TO TBL-OI-DC(OPEN-ITEM-COUNT).
000000     MOVE NEW-ACCT TO TBL-OI-ACCT(OPEN-ITEM-COUNT).
000000     MOVE NEW-AMOUNT TO TBL-OI-AMOUNT(OPEN-ITEM-COUNT).
000000     MOVE NEW-VALUE-DATE TO TBL-OI-VALUE-DATE(OPEN-ITEM-COUNT).
000000     MOVE CURRENT-RUN-DATE TO TBL-OI-OPEN-DATE(OPEN-ITEM-COUNT).
000000     MOVE NEW-REFERENCE TO TBL-OI-REFERENCE(OPEN-ITEM-COUNT).
000000     MOVE 'O' TO TBL-OI-STATE(OPEN-ITEM-COUNT).
000000     MOVE ZERO TO TBL-OI-MATCH-IX(OPEN-ITEM-COUNT).
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MATCHING
000000*Each open bank item takes the oldest open item of ours moving
000000*the same way for the same account and amount; instructions
000000*must also agree on value date.
000000*------------------------------------------------------------------------
000000 2000-MATCH-BANK-ITEM.
000000     IF TBL-OI-SIDE(OI-IX) NOT = 'B'
000000         OR NOT TBL-OI-OPEN(OI-IX)
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE 0 TO OUR-FOUND-IX.
000000     PERFORM VARYING OUR-IX FROM 1 BY 1
000000             UNTIL OUR-IX > OPEN-ITEM-COUNT
000000                 OR OUR-FOUND-IX > 0
000000         IF TBL-OI-SIDE(OUR-IX) = 'O'
000000             AND TBL-OI-OPEN(OUR-IX)
000000             AND TBL-OI-DC(OUR-IX) = TBL-OI-DC(OI-IX)
000000             AND TBL-OI-ACCT(OUR-IX) = TBL-OI-ACCT(OI-IX)
000000             AND TBL-OI-AMOUNT(OUR-IX) = TBL-OI-AMOUNT(OI-IX)
000000             IF (TBL-OI-SOURCE(OUR-IX) NOT = 'S'
000000                     AND TBL-OI-SOURCE(OUR-IX) NOT = 'R')
000000                 OR TBL-OI-VALUE-DATE(OUR-IX)
000000                     = TBL-OI-VALUE-DATE(OI-IX)
000000                 MOVE OUR-IX TO OUR-FOUND-IX
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF OUR-FOUND-IX = 0
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE 'M' TO TBL-OI-STATE(OI-IX).
000000     MOVE 'M' TO TBL-OI-STATE(OUR-FOUND-IX).
000000     MOVE OUR-FOUND-IX TO TBL-OI-MATCH-IX(OI-IX).
000000     ADD 1 TO MATCHED-COUNT.
000000     ADD TBL-OI-AMOUNT(OI-IX) TO MATCHED-TOTAL.
000000 2000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RECONCILIATION REPORT
000000*------------------------------------------------------------------------
000000 3000-WRITE-REPORT.
000000     PERFORM 3900-WRITE-REPORT-HEADER.
000000     MOVE SPACES TO RECON-REPORT-LINE.
000000     STRING 'STATEMENT LINES TAKEN: ' STATEMENT-COUNT
000000         '  OUR NEW ITEMS: ' OUR-NEW-COUNT
000000         INTO RECON-REPORT-LINE.
000000     PERFORM 3950-PUT-LINE.
000000     MOVE 'MATCHED THIS RUN:' TO RECON-REPORT-LINE.
000000     PERFORM 3950-PUT-LINE.
000000     PERFORM 3100-LIST-ONE-MATCH THRU 3100-EXIT
000000         VARYING OI-IX FROM 1 BY 1
000000         UNTIL OI-IX > OPEN-ITEM-COUNT.
000000     MOVE SPACES TO RECON-REPORT-LINE.
000000     MOVE MATCHED-TOTAL TO BAND-AMOUNT-DISPLAY.
000000     STRING '  MATCHED: ' MATCHED-COUNT
000000         ' FOR ' BAND-AMOUNT-DISPLAY
000000         INTO RECON-REPORT-LINE.
000000     PERFORM 3950-PUT-LINE.
000000     MOVE 'ON THE BANK STATEMENT, NOT IN OUR RECORDS:'
000000         TO RECON-REPORT-LINE.
000000     PERFORM 3950-PUT-LINE.
000000     MOVE 'B' TO LIST-SIDE.
000000     PERFORM 3200-LIST-UNMATCHED-SIDE THRU 3200-EXIT.
000000     MOVE 'OURS, NOT YET ON THE BANK STATEMENT:'
000000         TO RECON-REPORT-LINE.
000000     PERFORM 3950-PUT-LINE.
000000     MOVE 'O' TO LIST-SIDE.
000000     PERFORM 3200-LIST-UNMATCHED-SIDE THRU 3200-EXIT.
000000     MOVE SPACES TO RECON-REPORT-LINE.
000000     STRING 'UNRECONCILED OVER ' MAX-UNRECONCILED-DAYS
000000         ' DAYS TO THE EXCEPTION HUB: ' EXCEPTION-COUNT
000000         INTO RECON-REPORT-LINE.
000000     PERFORM 3950-PUT-LINE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-LIST-ONE-MATCH.
000000     IF TBL-OI-SIDE(OI-IX) NOT = 'B'
000000         OR NOT TBL-OI-MATCHED(OI-IX)
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE TBL-OI-MATCH-IX(OI-IX) TO OUR-IX.
000000     PERFORM 3400-NAME-SOURCE THRU 3400-EXIT.
000000     MOVE TBL-OI-AMOUNT(OI-IX) TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO RECON-REPORT-LINE.
000000     STRING '  ' TBL-OI-DC(OI-IX) ' ACCT ' TBL-OI-ACCT(OI-IX)
000000         ' ' AMOUNT-DISPLAY ' VAL ' TBL-OI-VALUE-DATE(OI-IX)
000000         ' ' SOURCE-NAME ' ' TBL-OI-REFERENCE(OUR-IX)
000000         INTO RECON-REPORT-LINE.
000000     PERFORM 3950-PUT-LINE.
000000 3100-EXIT.
000000     EXIT.
000000 3200-LIST-UNMATCHED-SIDE.
000000     PERFORM VARYING BAND-IX FROM 1 BY 1 UNTIL BAND-IX > 4
000000         MOVE ZERO TO TBL-BAND-COUNT(BAND-IX)
000000         MOVE ZERO TO TBL-BAND-AMOUNT(BAND-IX)
000000     END-PERFORM.
000000     PERFORM 3300-LIST-ONE-UNMATCHED THRU 3300-EXIT
000000         VARYING OI-IX FROM 1 BY 1
000000         UNTIL OI-IX > OPEN-ITEM-COUNT.
000000     PERFORM VARYING BAND-IX FROM 1 BY 1 UNTIL BAND-IX > 4
000000         MOVE TBL-BAND-AMOUNT(BAND-IX) TO BAND-AMOUNT-DISPLAY
000000         MOVE SPACES TO RECON-REPORT-LINE
000000         STRING '  AGED ' BAND-LABEL(BAND-IX)
000000             TBL-BAND-COUNT(BAND-IX) ' ITEM(S) '
000000             BAND-AMOUNT-DISPLAY
000000             INTO RECON-REPORT-LINE
000000         PERFORM 3950-PUT-LINE
000000     END-PERFORM.
000000 3200-EXIT.
000000     EXIT.
000000*Days outstanding run from the value date; an instruction not
000000*yet due is 0 days old.
000000 3300-LIST-ONE-UNMATCHED.
000000     IF TBL-OI-SIDE(OI-IX) NOT = LIST-SIDE
000000         OR NOT TBL-OI-OPEN(OI-IX)
000000         GO TO 3300-EXIT
000000     END-IF.
000000     IF LIST-SIDE = 'B'
000000         ADD 1 TO BANK-ONLY-COUNT
000000     ELSE
000000         ADD 1 TO OURS-ONLY-COUNT
000000     END-IF.
000000     MOVE ZERO TO ITEM-AGE.
000000     MOVE 'B' TO DSVC-FUNCTION.
000000     MOVE TBL-OI-VALUE-DATE(OI-IX) TO DSVC-DATE-1.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-2.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK AND DSVC-RESULT-DAYS > ZERO
000000         MOVE DSVC-RESULT-DAYS TO ITEM-AGE
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN ITEM-AGE <= 5
000000             MOVE 1 TO BAND-IX
000000         WHEN ITEM-AGE <= 15
000000             MOVE 2 TO BAND-IX
000000         WHEN ITEM-AGE <= 30
000000             MOVE 3 TO BAND-IX
000000         WHEN OTHER
000000             MOVE 4 TO BAND-IX
000000     END-EVALUATE.
000000     ADD 1 TO TBL-BAND-COUNT(BAND-IX).
000000     ADD TBL-OI-AMOUNT(OI-IX) TO TBL-BAND-AMOUNT(BAND-IX).
000000     MOVE OI-IX TO OUR-IX.
000000     PERFORM 3400-NAME-SOURCE THRU 3400-EXIT.
000000     MOVE TBL-OI-AMOUNT(OI-IX) TO AMOUNT-DISPLAY.
000000     MOVE ITEM-AGE TO AGE-DISPLAY.
000000     MOVE SPACES TO RECON-REPORT-LINE.
000000     STRING '  ' TBL-OI-DC(OI-IX) ' ACCT ' TBL-OI-ACCT(OI-IX)
000000         ' ' AMOUNT-DISPLAY ' VAL ' TBL-OI-VALUE-DATE(OI-IX)
000000         ' ' SOURCE-NAME ' AGE ' AGE-DISPLAY
000000         INTO RECON-REPORT-LINE.
000000     IF ITEM-AGE > MAX-UNRECONCILED-DAYS
000000         MOVE '*' TO RECON-REPORT-LINE(1:1)
000000         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
000000     END-IF.
000000     PERFORM 3950-PUT-LINE.
000000 3300-EXIT.
000000     EXIT.
000000 3400-NAME-SOURCE.
000000     EVALUATE TBL-OI-SOURCE(OUR-IX)
000000         WHEN 'S'
000000             MOVE 'SETTLE  ' TO SOURCE-NAME
000000         WHEN 'R'
000000             MOVE 'REFINST ' TO SOURCE-NAME
000000         WHEN 'P'
000000             MOVE 'RECEIPT ' TO SOURCE-NAME
000000         WHEN 'X'
000000             MOVE 'REVERSAL' TO SOURCE-NAME
000000         WHEN OTHER
000000             MOVE 'BANK    ' TO SOURCE-NAME
000000     END-EVALUATE.
000000 3400-EXIT.
000000     EXIT.
000000 3500-WRITE-EXCEPTION.
000000     ADD 1 TO EXCEPTION-COUNT.
000000     MOVE SPACES TO EXCEPTION-RECORD.
000000     MOVE 'BANKREC ' TO EXC-PROGRAM.
000000     MOVE '2' TO EXC-SEVERITY.
000000     MOVE TBL-OI-ACCT(OI-IX) TO EXC-KEY.
000000     IF LIST-SIDE = 'B'
000000         MOVE 'BANKONLY' TO EXC-REASON
000000     ELSE
000000         MOVE 'NOTONSTM' TO EXC-REASON
000000     END-IF.
000000     MOVE TBL-OI-AMOUNT(OI-IX) TO EXC-AMOUNT-DISPLAY.
000000     STRING TBL-OI-DC(OI-IX) ' ' EXC-AMOUNT-DISPLAY
000000         ' VAL ' TBL-OI-VALUE-DATE(OI-IX)
000000         ' AGE ' AGE-DISPLAY
000000         DELIMITED BY SIZE INTO EXC-TEXT.
000000     WRITE RECON-EXCEPTION-LINE FROM EXCEPTION-RECORD.
000000 3500-EXIT.
000000     EXIT.
000000 3900-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'BANK STATEMENT RECONCILIATION' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE RECON-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 3950-PUT-LINE.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         MOVE RECON-REPORT-LINE TO HELD-REPORT-LINE
000000         PERFORM 3900-WRITE-REPORT-HEADER
000000         MOVE HELD-REPORT-LINE TO RECON-REPORT-LINE
000000     END-IF.
000000     WRITE RECON-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000     MOVE SPACES TO RECON-REPORT-LINE.
000000*------------------------------------------------------------------------
000000*CARRY-FORWARD
000000*Matched pairs drop off; everything still open goes forward
000000*with its first-seen date.
000000*------------------------------------------------------------------------
000000 8000-REWRITE-OPEN-ITEMS.
000000     IF OPEN-ITEM-OVERFLOW-YES
000000         GO TO 8000-EXIT
000000     END-IF.
000000     OPEN OUTPUT OPEN-ITEM-FILE.
000000     PERFORM VARYING OI-IX FROM 1 BY 1
000000             UNTIL OI-IX > OPEN-ITEM-COUNT
000000         IF TBL-OI-OPEN(OI-IX)
000000             MOVE TBL-OI-SIDE(OI-IX) TO BOI-SIDE
000000             MOVE TBL-OI-SOURCE(OI-IX) TO BOI-SOURCE
000000             MOVE TBL-OI-DC(OI-IX) TO BOI-DC
000000             MOVE TBL-OI-ACCT(OI-IX) TO BOI-ACCT-NO
000000             MOVE TBL-OI-AMOUNT(OI-IX) TO BOI-AMOUNT
000000             MOVE TBL-OI-VALUE-DATE(OI-IX) TO BOI-VALUE-DATE
000000             MOVE TBL-OI-OPEN-DATE(OI-IX) TO BOI-OPEN-DATE
000000             MOVE TBL-OI-REFERENCE(OI-IX) TO BOI-REFERENCE
000000             WRITE OPEN-ITEM-RECORD
000000         END-IF
000000     END-PERFORM.
000000     CLOSE OPEN-ITEM-FILE.
000000 8000-EXIT.
000000     EXIT.
000000*The control moves only when the open items were rewritten, so
000000*an overflow night takes the same inputs again once it is cured.
000000 8100-WRITE-RECON-CONTROL.
000000     IF OPEN-ITEM-OVERFLOW-YES
000000         GO TO 8100-EXIT
000000     END-IF.
000000     OPEN OUTPUT RECON-CONTROL-FILE.
000000     MOVE LAST-STMT-DATE TO BCTL-STMT-DATE.
000000     MOVE LAST-SETTLE-DATE TO BCTL-SETTLE-DATE.
000000     MOVE LAST-REFUND-DATE TO BCTL-REFUND-DATE.
000000     MOVE PAYMTS-TAKEN TO BCTL-PAYMTS-TAKEN.
000000     MOVE CURRENT-RUN-ID TO BCTL-RUN-ID.
000000     WRITE RECON-CONTROL-RECORD.
000000     CLOSE RECON-CONTROL-FILE.
000000 8100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 reconciled within policy; 4 items past policy went to the
000000*exception hub; 8 the open items could not all be held.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     EVALUATE TRUE
000000         WHEN OPEN-ITEM-OVERFLOW-YES
000000             MOVE 8 TO RETURN-CODE
000000         WHEN EXCEPTION-COUNT > ZERO
000000             MOVE 4 TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0 TO RETURN-CODE
000000     END-EVALUATE.
000000 9800-EXIT.
000000     EXIT.
