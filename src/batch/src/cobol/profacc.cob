000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. profacc.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT ORDER-CUSTOMER-FILE ASSIGN TO "ORDCUST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ORDER-CUSTOMER-STATUS.
000000     SELECT ORDER-MAP-FILE ASSIGN TO "PRFORDM"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ORDER-MAP-STATUS.
000000     SELECT EXTENDED-PRICE-FILE ASSIGN TO "EXTPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EXTENDED-PRICE-STATUS.
000000     SELECT COMMISSION-ORDER-FILE ASSIGN TO "COMMORD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COMMISSION-ORDER-STATUS.
000000     SELECT MEMO-REGISTER-FILE ASSIGN TO "CMREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MEMO-REGISTER-STATUS.
000000     SELECT PROFIT-HISTORY-FILE ASSIGN TO "PRFHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PROFIT-HISTORY-STATUS.
000000     SELECT PROFIT-WORK-FILE ASSIGN TO "PRFHWK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PROFIT-WORK-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ORDER-CUSTOMER-FILE.
000000     COPY "ordcust.cpy".
000000*Each night's order-to-account pairs, kept under the run-ID that
000000*saved them: commrun pays tomorrow night on the orders slsgen
000000*fed it tonight, after ORDCUST has moved on to the next night's
000000*orders.
000000 FD  ORDER-MAP-FILE.
000000 01  ORDER-MAP-RECORD.
000000     05 PRFM-RUN-ID   PIC 9(5).
000000     05 PRFM-ORDER-NO PIC 9(6).
000000     05 PRFM-ACCT-NO  PIC 9(6).
000000 FD  EXTENDED-PRICE-FILE.
000000 01  EXTENDED-PRICE-RECORD.
000000     05 EXT-QTY             PIC 9(5).
000000     05 EXT-UNIT-PRICE      PIC 9(5)V99.
000000     05 EXT-PRICE           PIC 9(9)V99.
000000     05 EXT-CURRENCY        PIC X(3).
000000     05 EXT-CONVERTED-PRICE PIC 9(9)V99.
000000     05 EXT-ORDER-NO        PIC 9(6).
000000     05 EXT-DISCOUNT-AMT    PIC 9(9)V99.
000000     05 EXT-TAX-AMT         PIC 9(9)V99.
000000     05 EXT-NET-PRICE       PIC 9(9)V99.
000000     05 EXT-PRODUCT-CODE    PIC X(8).
000000     05 EXT-UNIT-COST       PIC 9(5)V99.
000000     05 EXT-COST-AMT        PIC 9(9)V99.
000000     05 EXT-PRICED-DATE     PIC 9(8).
000000 FD  COMMISSION-ORDER-FILE.
000000 01  COMMISSION-ORDER-RECORD.
000000     05 COMO-ORDER-NO   PIC 9(6).
000000     05 COMO-COMMISSION PIC S9(7)V99
000000                        SIGN IS LEADING SEPARATE.
000000 FD  MEMO-REGISTER-FILE.
000000 01  MEMO-REGISTER-RECORD.
000000     05 CMR-MEMO-NO      PIC 9(6).
000000     05 CMR-ORDER-NO     PIC 9(6).
000000     05 CMR-PRODUCT-CODE PIC X(8).
000000     05 CMR-QTY          PIC 9(5).
000000     05 CMR-CREDIT-AMT   PIC 9(9)V99.
000000     05 CMR-RUN-DATE     PIC 9(8).
000000 FD  PROFIT-HISTORY-FILE.
000000     COPY "prfhrec.cpy".
000000 FD  PROFIT-WORK-FILE.
000000 01  PROFIT-WORK-RECORD PIC X(59).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "acctsvc.cpy".
000000    01 ORDER-CUSTOMER-STATUS PIC X(2) VALUE '00'.
000000    01 ORDER-MAP-STATUS PIC X(2) VALUE '00'.
000000    01 EXTENDED-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 COMMISSION-ORDER-STATUS PIC X(2) VALUE '00'.
000000    01 MEMO-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 PROFIT-HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 PROFIT-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 ORDER-CUSTOMER-EOF PIC X VALUE 'N'.
000000       88 ORDER-CUSTOMER-EOF-YES VALUE 'Y'.
000000    01 ORDER-MAP-EOF PIC X VALUE 'N'.
000000       88 ORDER-MAP-EOF-YES VALUE 'Y'.
000000    01 EXTENDED-PRICE-EOF PIC X VALUE 'N'.
000000       88 EXTENDED-PRICE-EOF-YES VALUE 'Y'.
000000    01 COMMISSION-ORDER-EOF PIC X VALUE 'N'.
000000       88 COMMISSION-ORDER-EOF-YES VALUE 'Y'.
000000    01 MEMO-REGISTER-EOF PIC X VALUE 'N'.
000000       88 MEMO-REGISTER-EOF-YES VALUE 'Y'.
000000    01 HISTORY-EOF PIC X VALUE 'N'.
000000       88 HISTORY-EOF-YES VALUE 'Y'.
000000    01 WORK-EOF PIC X VALUE 'N'.
000000       88 WORK-EOF-YES VALUE 'Y'.
000000    01 MAP-OVERFLOW PIC X VALUE 'N'.
000000       88 MAP-OVERFLOW-YES VALUE 'Y'.
000000    01 TALLY-OVERFLOW PIC X VALUE 'N'.
000000       88 TALLY-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 CURRENT-MONTH PIC 9(6) VALUE ZERO.
000000    01 CURRENT-YEAR PIC 9(4) VALUE ZERO.
000000    01 RETAIN-FROM-MONTH PIC 9(6) VALUE ZERO.
000000    01 PRIOR-MAP-RUN-ID PIC 9(5) VALUE ZERO.
000000*Tonight's ORDCUST pairs first, then the earlier nights' pairs
000000*off PRFORDM.
000000    01 ORDER-MAP-TABLE.
000000       05 ORDER-MAP-COUNT PIC 9(3) VALUE ZERO.
000000       05 ORDER-MAP-ENTRY OCCURS 500 TIMES.
000000          10 TBL-MAP-RUN-ID PIC 9(5).
000000          10 TBL-MAP-ORDER  PIC 9(6).
000000          10 TBL-MAP-ACCT   PIC 9(6).
000000    01 MAP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MAP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CUSTOMER-TALLY-TABLE.
000000       05 CUSTOMER-TALLY-COUNT PIC 9(3) VALUE ZERO.
000000       05 CUSTOMER-TALLY-ENTRY OCCURS 300 TIMES.
000000          10 TBL-CTL-CUST-ID    PIC X(7).
000000          10 TBL-CTL-MARGIN     PIC S9(11)V99.
000000          10 TBL-CTL-COMMISSION PIC S9(11)V99.
000000          10 TBL-CTL-MEMO       PIC 9(11)V99.
000000    01 CTL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CTL-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RESOLVE-ORDER-NO PIC 9(6) VALUE ZERO.
000000    01 RESOLVED-CUST-ID PIC X(7) VALUE SPACES.
000000    01 LINE-MARGIN PIC S9(11)V99 VALUE ZERO.
000000    01 PRICED-LINES PIC 9(7) VALUE ZERO.
000000    01 NO-COST-COUNT PIC 9(5) VALUE ZERO.
000000    01 COMMISSION-LINES PIC 9(5) VALUE ZERO.
000000    01 MEMO-LINES PIC 9(5) VALUE ZERO.
000000    01 UNTRACED-COUNT PIC 9(5) VALUE ZERO.
000000    01 KEPT-COUNT PIC 9(7) VALUE ZERO.
000000    01 REPLACED-COUNT PIC 9(5) VALUE ZERO.
000000    01 PURGED-COUNT PIC 9(7) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CUSTOMER PROFITABILITY ACCUMULATION
000000*Runs every cycle once slsgen has built the commission feed:
000000*the order-level contributions to customer profitability are
000000*only on files rewritten each night, so they are summed per
000000*customer here and appended to the PRFHIST history under
000000*tonight's run-ID for the period-end report -
000000*  order margin   tonight's EXTPRC lines, net price less cost
000000*                 (lines whose cost is missing are left out,
000000*                 as on the gross-margin report)
000000*  commission     what commrun paid tonight per order on COMMORD,
000000*                 clawbacks negative
000000*  credit memos   CMREG memos registered tonight
000000*Each order is traced to its account through ORDCUST and to the
000000*account's owner through the account service.  Commrun pays on
000000*last night's orders, so ORDCUST pairs are kept on PRFORDM for
000000*a night; amounts whose order cannot be traced are held under a
000000*blank customer and the step returns 4.  Records already on
000000*PRFHIST under tonight's run-ID are a rerun's and are replaced;
000000*months before January of last year are purged.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'PROFACC: NO RUN DATE - NOTHING ACCUMULATED'
000000         EXIT PROGRAM
000000     END-IF.
000000     DIVIDE CURRENT-RUN-DATE BY 100 GIVING CURRENT-MONTH.
000000     DIVIDE CURRENT-RUN-DATE BY 10000 GIVING CURRENT-YEAR.
000000     COMPUTE RETAIN-FROM-MONTH = (CURRENT-YEAR - 1) * 100 + 1.
000000     PERFORM 1000-LOAD-TONIGHTS-ORDERS THRU 1000-EXIT.
000000     PERFORM 1100-LOAD-PRIOR-ORDERS THRU 1100-EXIT.
000000*Without the full map tonight's amounts would land on the wrong
000000*side of the untraced line and tomorrow's commission could not
000000*be traced at all - nothing is written and the step fails.
000000     IF MAP-OVERFLOW-YES
000000         DISPLAY '*** PROFACC: MORE THAN 500 ORDERS ON ORDCUST '
000000             'AND PRFORDM'
000000         DISPLAY '*** PRFHIST NOT UPDATED - CYCLE REFUSED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-TALLY-ORDER-MARGIN THRU 2000-EXIT.
000000     PERFORM 2500-TALLY-COMMISSION THRU 2500-EXIT.
000000     PERFORM 2700-TALLY-CREDIT-MEMOS THRU 2700-EXIT.
000000     IF TALLY-OVERFLOW-YES
000000         DISPLAY '*** PROFACC: MORE THAN 300 CUSTOMERS TONIGHT'
000000         DISPLAY '*** PRFHIST NOT UPDATED - CYCLE REFUSED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 3000-COPY-KEPT-HISTORY THRU 3000-EXIT.
000000     PERFORM 3500-REWRITE-HISTORY THRU 3500-EXIT.
000000     PERFORM 4000-SAVE-ORDER-MAP THRU 4000-EXIT.
000000     DISPLAY 'PROFACC: RUN ' CURRENT-RUN-ID ' - '
000000         PRICED-LINES ' PRICED LINE(S), ' COMMISSION-LINES
000000         ' COMMISSION(S), ' MEMO-LINES ' MEMO(S) INTO '
000000         CUSTOMER-TALLY-COUNT ' CUSTOMER(S)'.
000000     IF NO-COST-COUNT > ZERO
000000         DISPLAY 'PROFACC: ' NO-COST-COUNT
000000             ' PRICED LINE(S) WITH NO COST'
000000     END-IF.
000000     IF REPLACED-COUNT > ZERO
000000         DISPLAY 'PROFACC: ' REPLACED-COUNT
000000             ' EARLIER TOTAL(S) FOR THIS RUN REPLACED'
000000     END-IF.
000000     IF PURGED-COUNT > ZERO
000000         DISPLAY 'PROFACC: ' PURGED-COUNT
000000             ' TOTAL(S) BEFORE ' RETAIN-FROM-MONTH ' PURGED'
000000     END-IF.
000000     IF UNTRACED-COUNT > ZERO
000000         DISPLAY 'PROFACC: ' UNTRACED-COUNT
000000             ' AMOUNT(S) NOT TRACED TO A CUSTOMER'
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
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
000000*ORDER-TO-ACCOUNT MAP - tonight's ORDCUST, then earlier nights'
000000*------------------------------------------------------------------------
000000 1000-LOAD-TONIGHTS-ORDERS.
000000     OPEN INPUT ORDER-CUSTOMER-FILE.
000000     IF ORDER-CUSTOMER-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1010-READ-ORDER-CUSTOMER.
000000     PERFORM 1020-STORE-ORDER-CUSTOMER THRU 1020-NEXT
000000         UNTIL ORDER-CUSTOMER-EOF-YES.
000000     CLOSE ORDER-CUSTOMER-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1010-READ-ORDER-CUSTOMER.
000000     READ ORDER-CUSTOMER-FILE
000000         AT END SET ORDER-CUSTOMER-EOF-YES TO TRUE
000000     END-READ.
000000 1020-STORE-ORDER-CUSTOMER.
000000     IF ORDC-ORDER-NO IS NOT NUMERIC
000000         OR ORDC-ACCT-NO IS NOT NUMERIC
000000         GO TO 1020-NEXT
000000     END-IF.
000000     IF ORDER-MAP-COUNT NOT < 500
000000         SET MAP-OVERFLOW-YES TO TRUE
000000         GO TO 1020-NEXT
000000     END-IF.
000000     ADD 1 TO ORDER-MAP-COUNT.
000000     MOVE CURRENT-RUN-ID TO TBL-MAP-RUN-ID(ORDER-MAP-COUNT).
000000     MOVE ORDC-ORDER-NO TO TBL-MAP-ORDER(ORDER-MAP-COUNT).
000000     MOVE ORDC-ACCT-NO TO TBL-MAP-ACCT(ORDER-MAP-COUNT).
000000 1020-NEXT.
000000     PERFORM 1010-READ-ORDER-CUSTOMER.
000000*Pairs saved under tonight's run-ID are a rerun's copy of the
000000*ORDCUST just loaded and are passed over.
000000 1100-LOAD-PRIOR-ORDERS.
000000     OPEN INPUT ORDER-MAP-FILE.
000000     IF ORDER-MAP-STATUS NOT = '00'
000000         GO TO 1100-EXIT
000000     END-IF.
000000     PERFORM 1110-READ-ORDER-MAP.
000000     PERFORM 1120-STORE-ORDER-MAP THRU 1120-NEXT
000000         UNTIL ORDER-MAP-EOF-YES.
000000     CLOSE ORDER-MAP-FILE.
000000 1100-EXIT.
000000     EXIT.
000000 1110-READ-ORDER-MAP.
000000     READ ORDER-MAP-FILE
000000         AT END SET ORDER-MAP-EOF-YES TO TRUE
000000     END-READ.
000000 1120-STORE-ORDER-MAP.
000000     IF PRFM-RUN-ID = CURRENT-RUN-ID
000000         GO TO 1120-NEXT
000000     END-IF.
000000     IF ORDER-MAP-COUNT NOT < 500
000000         SET MAP-OVERFLOW-YES TO TRUE
000000         GO TO 1120-NEXT
000000     END-IF.
000000     ADD 1 TO ORDER-MAP-COUNT.
000000     MOVE PRFM-RUN-ID TO TBL-MAP-RUN-ID(ORDER-MAP-COUNT).
000000     MOVE PRFM-ORDER-NO TO TBL-MAP-ORDER(ORDER-MAP-COUNT).
000000     MOVE PRFM-ACCT-NO TO TBL-MAP-ACCT(ORDER-MAP-COUNT).
000000     IF PRFM-RUN-ID > PRIOR-MAP-RUN-ID
000000         MOVE PRFM-RUN-ID TO PRIOR-MAP-RUN-ID
000000     END-IF.
000000 1120-NEXT.
000000     PERFORM 1110-READ-ORDER-MAP.
000000*------------------------------------------------------------------------
000000*ORDER MARGIN - tonight's priced lines
000000*------------------------------------------------------------------------
000000 2000-TALLY-ORDER-MARGIN.
000000     OPEN INPUT EXTENDED-PRICE-FILE.
000000     IF EXTENDED-PRICE-STATUS NOT = '00'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2010-READ-PRICED-LINE.
000000     PERFORM 2020-TALLY-ONE-LINE THRU 2020-NEXT
000000         UNTIL EXTENDED-PRICE-EOF-YES.
000000     CLOSE EXTENDED-PRICE-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2010-READ-PRICED-LINE.
000000     READ EXTENDED-PRICE-FILE
000000         AT END SET EXTENDED-PRICE-EOF-YES TO TRUE
000000     END-READ.
000000 2020-TALLY-ONE-LINE.
000000     IF EXT-UNIT-COST IS NOT NUMERIC
000000         OR EXT-COST-AMT IS NOT NUMERIC
000000         ADD 1 TO NO-COST-COUNT
000000         GO TO 2020-NEXT
000000     END-IF.
000000     IF EXT-COST-AMT = ZERO
000000         ADD 1 TO NO-COST-COUNT
000000     END-IF.
000000     ADD 1 TO PRICED-LINES.
000000     COMPUTE LINE-MARGIN = EXT-NET-PRICE - EXT-COST-AMT.
000000     MOVE EXT-ORDER-NO TO RESOLVE-ORDER-NO.
000000     PERFORM 5000-RESOLVE-CUSTOMER THRU 5000-EXIT.
000000     PERFORM 5500-FIND-CUSTOMER-TALLY THRU 5500-EXIT.
000000     IF CTL-FOUND-IX > ZERO
000000         ADD LINE-MARGIN TO TBL-CTL-MARGIN(CTL-FOUND-IX)
000000     END-IF.
000000 2020-NEXT.
000000     PERFORM 2010-READ-PRICED-LINE.
000000*------------------------------------------------------------------------
000000*COMMISSION - what commrun paid tonight, by order
000000*------------------------------------------------------------------------
000000 2500-TALLY-COMMISSION.
000000     OPEN INPUT COMMISSION-ORDER-FILE.
000000     IF COMMISSION-ORDER-STATUS NOT = '00'
000000         GO TO 2500-EXIT
000000     END-IF.
000000     PERFORM 2510-READ-COMMISSION.
000000     PERFORM 2520-TALLY-ONE-COMMISSION THRU 2520-NEXT
000000         UNTIL COMMISSION-ORDER-EOF-YES.
000000     CLOSE COMMISSION-ORDER-FILE.
000000 2500-EXIT.
000000     EXIT.
000000 2510-READ-COMMISSION.
000000     READ COMMISSION-ORDER-FILE
000000         AT END SET COMMISSION-ORDER-EOF-YES TO TRUE
000000     END-READ.
000000 2520-TALLY-ONE-COMMISSION.
000000     IF COMO-COMMISSION IS NOT NUMERIC
000000         GO TO 2520-NEXT
000000     END-IF.
000000     ADD 1 TO COMMISSION-LINES.
000000     MOVE COMO-ORDER-NO TO RESOLVE-ORDER-NO.
000000     PERFORM 5000-RESOLVE-CUSTOMER THRU 5000-EXIT.
000000     PERFORM 5500-FIND-CUSTOMER-TALLY THRU 5500-EXIT.
000000     IF CTL-FOUND-IX > ZERO
000000         ADD COMO-COMMISSION TO TBL-CTL-COMMISSION(CTL-FOUND-IX)
000000     END-IF.
000000 2520-NEXT.
000000     PERFORM 2510-READ-COMMISSION.
000000*------------------------------------------------------------------------
000000*CREDIT MEMOS - the register is cumulative; tonight's only
000000*------------------------------------------------------------------------
000000 2700-TALLY-CREDIT-MEMOS.
000000     OPEN INPUT MEMO-REGISTER-FILE.
000000     IF MEMO-REGISTER-STATUS NOT = '00'
000000         GO TO 2700-EXIT
000000     END-IF.
000000     PERFORM 2710-READ-MEMO.
000000     PERFORM 2720-TALLY-ONE-MEMO THRU 2720-NEXT
000000         UNTIL MEMO-REGISTER-EOF-YES.
000000     CLOSE MEMO-REGISTER-FILE.
000000 2700-EXIT.
000000     EXIT.
000000 2710-READ-MEMO.
000000     READ MEMO-REGISTER-FILE
000000         AT END SET MEMO-REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 2720-TALLY-ONE-MEMO.
000000     IF CMR-RUN-DATE NOT = CURRENT-RUN-DATE
000000         OR CMR-CREDIT-AMT IS NOT NUMERIC
000000         GO TO 2720-NEXT
000000     END-IF.
000000     ADD 1 TO MEMO-LINES.
000000     MOVE CMR-ORDER-NO TO RESOLVE-ORDER-NO.
000000     PERFORM 5000-RESOLVE-CUSTOMER THRU 5000-EXIT.
000000     PERFORM 5500-FIND-CUSTOMER-TALLY THRU 5500-EXIT.
000000     IF CTL-FOUND-IX > ZERO
000000         ADD CMR-CREDIT-AMT TO TBL-CTL-MEMO(CTL-FOUND-IX)
000000     END-IF.
000000 2720-NEXT.
000000     PERFORM 2710-READ-MEMO.
000000*------------------------------------------------------------------------
000000*HISTORY COPY
000000*Everything on PRFHIST except this run's earlier figures and the
000000*months past retention goes to the PRFHWK scratch file.
000000*------------------------------------------------------------------------
000000 3000-COPY-KEPT-HISTORY.
000000     OPEN OUTPUT PROFIT-WORK-FILE.
000000     OPEN INPUT PROFIT-HISTORY-FILE.
000000     IF PROFIT-HISTORY-STATUS NOT = '00'
000000         CLOSE PROFIT-WORK-FILE
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 3100-READ-HISTORY.
000000     PERFORM 3200-COPY-ONE-HISTORY THRU 3200-NEXT
000000         UNTIL HISTORY-EOF-YES.
000000     CLOSE PROFIT-HISTORY-FILE.
000000     CLOSE PROFIT-WORK-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-READ-HISTORY.
000000     READ PROFIT-HISTORY-FILE
000000         AT END SET HISTORY-EOF-YES TO TRUE
000000     END-READ.
000000 3200-COPY-ONE-HISTORY.
000000     IF PRFH-RUN-ID = CURRENT-RUN-ID
000000         ADD 1 TO REPLACED-COUNT
000000         GO TO 3200-NEXT
000000     END-IF.
000000     IF PRFH-MONTH < RETAIN-FROM-MONTH
000000         ADD 1 TO PURGED-COUNT
000000         GO TO 3200-NEXT
000000     END-IF.
000000     WRITE PROFIT-WORK-RECORD FROM PROFIT-HISTORY-RECORD.
000000     ADD 1 TO KEPT-COUNT.
000000 3200-NEXT.
000000     PERFORM 3100-READ-HISTORY.
000000*------------------------------------------------------------------------
000000*HISTORY REWRITE - kept records back, then tonight's totals
000000*------------------------------------------------------------------------
000000 3500-REWRITE-HISTORY.
000000     OPEN OUTPUT PROFIT-HISTORY-FILE.
000000     OPEN INPUT PROFIT-WORK-FILE.
000000     IF PROFIT-WORK-STATUS = '00'
000000         PERFORM 3600-READ-WORK
000000         PERFORM 3700-RESTORE-ONE-HISTORY
000000             UNTIL WORK-EOF-YES
000000         CLOSE PROFIT-WORK-FILE
000000     END-IF.
000000     PERFORM VARYING CTL-IX FROM 1 BY 1
000000             UNTIL CTL-IX > CUSTOMER-TALLY-COUNT
000000         MOVE CURRENT-MONTH TO PRFH-MONTH
000000         MOVE CURRENT-RUN-ID TO PRFH-RUN-ID
000000         MOVE TBL-CTL-CUST-ID(CTL-IX) TO PRFH-CUST-ID
000000         MOVE TBL-CTL-MARGIN(CTL-IX) TO PRFH-MARGIN
000000         MOVE TBL-CTL-COMMISSION(CTL-IX) TO PRFH-COMMISSION
000000         MOVE TBL-CTL-MEMO(CTL-IX) TO PRFH-CREDIT-MEMO
000000         WRITE PROFIT-HISTORY-RECORD
000000     END-PERFORM.
000000     CLOSE PROFIT-HISTORY-FILE.
000000 3500-EXIT.
000000     EXIT.
000000 3600-READ-WORK.
000000     READ PROFIT-WORK-FILE
000000         AT END SET WORK-EOF-YES TO TRUE
000000     END-READ.
000000 3700-RESTORE-ONE-HISTORY.
000000     WRITE PROFIT-HISTORY-RECORD FROM PROFIT-WORK-RECORD.
000000     PERFORM 3600-READ-WORK.
000000*------------------------------------------------------------------------
000000*ORDER MAP SAVE
000000*Tonight's pairs for tomorrow's commission, plus the latest
000000*earlier night's so a rerun tonight can still trace the
000000*commission commrun paid on it.
000000*------------------------------------------------------------------------
000000 4000-SAVE-ORDER-MAP.
000000     OPEN OUTPUT ORDER-MAP-FILE.
000000     PERFORM VARYING MAP-IX FROM 1 BY 1
000000             UNTIL MAP-IX > ORDER-MAP-COUNT
000000         IF TBL-MAP-RUN-ID(MAP-IX) = CURRENT-RUN-ID
000000             OR TBL-MAP-RUN-ID(MAP-IX) = PRIOR-MAP-RUN-ID
000000             MOVE TBL-MAP-RUN-ID(MAP-IX) TO PRFM-RUN-ID
000000             MOVE TBL-MAP-ORDER(MAP-IX) TO PRFM-ORDER-NO
000000             MOVE TBL-MAP-ACCT(MAP-IX) TO PRFM-ACCT-NO
000000             WRITE ORDER-MAP-RECORD
000000         END-IF
000000     END-PERFORM.
000000     CLOSE ORDER-MAP-FILE.
000000 4000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ORDER TO CUSTOMER
000000*Order to account off the map, account to owner through the
000000*account service; an order not on the map, or an account the
000000*service cannot resolve, leaves the customer blank.
000000*------------------------------------------------------------------------
000000 5000-RESOLVE-CUSTOMER.
000000     MOVE SPACES TO RESOLVED-CUST-ID.
000000     MOVE ZERO TO MAP-FOUND-IX.
000000     PERFORM VARYING MAP-IX FROM 1 BY 1
000000             UNTIL MAP-IX > ORDER-MAP-COUNT
000000                 OR MAP-FOUND-IX > ZERO
000000         IF TBL-MAP-ORDER(MAP-IX) = RESOLVE-ORDER-NO
000000             MOVE MAP-IX TO MAP-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF MAP-FOUND-IX = ZERO
000000         ADD 1 TO UNTRACED-COUNT
000000         GO TO 5000-EXIT
000000     END-IF.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE TBL-MAP-ACCT(MAP-FOUND-IX) TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ERROR
000000         ADD 1 TO UNTRACED-COUNT
000000         GO TO 5000-EXIT
000000     END-IF.
000000     MOVE ASVC-OWNER-CUST-ID TO RESOLVED-CUST-ID.
000000 5000-EXIT.
000000     EXIT.
000000 5500-FIND-CUSTOMER-TALLY.
000000     MOVE ZERO TO CTL-FOUND-IX.
000000     PERFORM VARYING CTL-IX FROM 1 BY 1
000000             UNTIL CTL-IX > CUSTOMER-TALLY-COUNT
000000                 OR CTL-FOUND-IX > ZERO
000000         IF TBL-CTL-CUST-ID(CTL-IX) = RESOLVED-CUST-ID
000000             MOVE CTL-IX TO CTL-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF CTL-FOUND-IX > ZERO
000000         GO TO 5500-EXIT
000000     END-IF.
000000     IF CUSTOMER-TALLY-COUNT NOT < 300
000000         SET TALLY-OVERFLOW-YES TO TRUE
000000         GO TO 5500-EXIT
000000     END-IF.
000000     ADD 1 TO CUSTOMER-TALLY-COUNT.
000000     MOVE CUSTOMER-TALLY-COUNT TO CTL-FOUND-IX.
000000     MOVE RESOLVED-CUST-ID TO TBL-CTL-CUST-ID(CTL-FOUND-IX).
000000     MOVE ZERO TO TBL-CTL-MARGIN(CTL-FOUND-IX).
000000     MOVE ZERO TO TBL-CTL-COMMISSION(CTL-FOUND-IX).
000000     MOVE ZERO TO TBL-CTL-MEMO(CTL-FOUND-IX).
000000 5500-EXIT.
000000     EXIT.
