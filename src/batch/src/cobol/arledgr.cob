000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. arledgr.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT AR-ITEM-FILE ASSIGN TO "ARITEM"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AR-ITEM-STATUS.
000000     SELECT AR-CONTROL-FILE ASSIGN TO "ARCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AR-CONTROL-STATUS.
000000     SELECT EXTENDED-PRICE-FILE ASSIGN TO "EXTPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EXTENDED-PRICE-STATUS.
000000     SELECT ORDER-CUSTOMER-FILE ASSIGN TO "ORDCUST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ORDER-CUSTOMER-STATUS.
000000     SELECT MEMO-REGISTER-FILE ASSIGN TO "CMREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MEMO-REGISTER-STATUS.
000000     SELECT AR-PAYMENT-FILE ASSIGN TO "ARPAYS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AR-PAYMENT-STATUS.
000000     SELECT AR-AGING-REPORT-FILE ASSIGN TO "ARAGE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AR-AGING-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  AR-ITEM-FILE.
000000     COPY "aritem.cpy".
000000*ARCTL carries the last invoice number issued, as CMCTL does
000000*for credit memos.
000000 FD  AR-CONTROL-FILE.
000000 01  AR-CONTROL-RECORD.
000000     05 ARC-LAST-INVOICE-NO PIC 9(6).
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
000000 FD  ORDER-CUSTOMER-FILE.
000000     COPY "ordcust.cpy".
000000 FD  MEMO-REGISTER-FILE.
000000 01  MEMO-REGISTER-RECORD.
000000     05 CMR-MEMO-NO      PIC 9(6).
000000     05 CMR-ORDER-NO     PIC 9(6).
000000     05 CMR-PRODUCT-CODE PIC X(8).
000000     05 CMR-QTY          PIC 9(5).
000000     05 CMR-CREDIT-AMT   PIC 9(9)V99.
000000     05 CMR-RUN-DATE     PIC 9(8).
000000*ARPAYS is the customer-receipts feed against invoices.  Like
000000*PAYMTS it is cumulative - each receipt is appended once and
000000*stays - and a bank return is appended as a type 'R' record
000000*that takes the money back off the invoice.
000000 FD  AR-PAYMENT-FILE.
000000 01  AR-PAYMENT-RECORD.
000000     05 ARPY-INVOICE-NO PIC 9(6).
000000     05 ARPY-AMOUNT     PIC 9(9)V99.
000000     05 ARPY-DATE       PIC 9(8).
000000     05 ARPY-TYPE-CODE  PIC X(1).
000000         88 ARPY-TYPE-REVERSAL VALUE 'R'.
000000 FD  AR-AGING-REPORT-FILE.
000000 01  AR-AGING-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000     COPY "datesvc.cpy".
000000     COPY "acctsvc.cpy".
000000    01 AR-ITEM-STATUS PIC X(2) VALUE '00'.
000000    01 AR-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 EXTENDED-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 ORDER-CUSTOMER-STATUS PIC X(2) VALUE '00'.
000000    01 MEMO-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 AR-PAYMENT-STATUS PIC X(2) VALUE '00'.
000000    01 AR-AGING-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000*Payment terms when no ARLEDGR TERMS-DAYS is in force.
000000    01 TERMS-DAYS PIC 9(3) VALUE 30.
000000    01 LAST-INVOICE-NO PIC 9(6) VALUE ZERO.
000000*The open-item ledger held whole and rewritten, as the
000000*position files are.
000000    01 AR-ITEM-TABLE.
000000       05 AR-ITEM-COUNT PIC 9(4) VALUE ZERO.
000000       05 AR-ITEM-ENTRY OCCURS 1000 TIMES.
000000          10 TBL-ARI-INVOICE  PIC 9(6).
000000          10 TBL-ARI-ORDER    PIC 9(6).
000000          10 TBL-ARI-ACCT     PIC 9(6).
000000          10 TBL-ARI-CUST-ID  PIC X(7).
000000          10 TBL-ARI-CURRENCY PIC X(3).
000000          10 TBL-ARI-INV-DATE PIC 9(8).
000000          10 TBL-ARI-DUE-DATE PIC 9(8).
000000          10 TBL-ARI-AMOUNT   PIC 9(9)V99.
000000          10 TBL-ARI-CONV     PIC 9(9)V99.
000000          10 TBL-ARI-CREDITED PIC 9(9)V99.
000000          10 TBL-ARI-PAID     PIC S9(9)V99.
000000          10 TBL-ARI-OPEN     PIC S9(9)V99.
000000          10 TBL-ARI-STATUS   PIC X(1).
000000          10 TBL-ARI-CLEARED  PIC 9(8).
000000    01 ARI-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ARI-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 AR-ITEM-OVERFLOW PIC X VALUE 'N'.
000000       88 AR-ITEM-OVERFLOW-YES VALUE 'Y'.
000000*Tonight's released orders rolled up from their priced lines.
000000    01 ORDER-TABLE.
000000       05 ORDER-COUNT PIC 9(3) VALUE ZERO.
000000       05 ORDER-ENTRY OCCURS 400 TIMES.
000000          10 TBL-ORD-NO       PIC 9(6).
000000          10 TBL-ORD-CURRENCY PIC X(3).
000000          10 TBL-ORD-AMOUNT   PIC 9(9)V99.
000000          10 TBL-ORD-CONV     PIC 9(9)V99.
000000          10 TBL-ORD-PRICED   PIC 9(8).
000000    01 ORD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ORD-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ORDER-OVERFLOW PIC X VALUE 'N'.
000000       88 ORDER-OVERFLOW-YES VALUE 'Y'.
000000    01 XREF-TABLE.
000000       05 XREF-COUNT PIC 9(3) VALUE ZERO.
000000       05 XREF-ENTRY OCCURS 400 TIMES.
000000          10 TBL-XREF-ORDER PIC 9(6).
000000          10 TBL-XREF-ACCT  PIC 9(6).
000000    01 XREF-IX BINARY-SHORT SIGNED VALUE 0.
000000*Customer rollup for the aged report, in order of first
000000*appearance on the ledger.
000000    01 CUSTOMER-AGE-TABLE.
000000       05 CUST-AGE-COUNT PIC 9(3) VALUE ZERO.
000000       05 CUST-AGE-ENTRY OCCURS 300 TIMES.
000000          10 TBL-CAG-CUST-ID   PIC X(7).
000000          10 TBL-CAG-CURRENT   PIC 9(9)V99.
000000          10 TBL-CAG-30        PIC 9(9)V99.
000000          10 TBL-CAG-60        PIC 9(9)V99.
000000          10 TBL-CAG-90        PIC 9(9)V99.
000000          10 TBL-CAG-OVER-90   PIC 9(9)V99.
000000          10 TBL-CAG-CREDIT    PIC 9(9)V99.
000000    01 CAG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CAG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CUSTOMER-AGE-OVERFLOW PIC X VALUE 'N'.
000000       88 CUSTOMER-AGE-OVERFLOW-YES VALUE 'Y'.
000000    01 ORDER-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 MEMO-BEST-DATE PIC 9(8) VALUE ZERO.
000000    01 ITEM-OPEN-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 DAYS-PAST-DUE PIC S9(5) VALUE ZERO.
000000    01 BUCKET-LABEL PIC X(8) VALUE SPACES.
000000    01 AGE-BUCKET-TOTALS.
000000       05 BUCKET-CURRENT PIC 9(11)V99 VALUE ZERO.
000000       05 BUCKET-30      PIC 9(11)V99 VALUE ZERO.
000000       05 BUCKET-60      PIC 9(11)V99 VALUE ZERO.
000000       05 BUCKET-90      PIC 9(11)V99 VALUE ZERO.
000000       05 BUCKET-OVER-90 PIC 9(11)V99 VALUE ZERO.
000000       05 BUCKET-CREDIT  PIC 9(11)V99 VALUE ZERO.
000000    01 OPEN-DISPLAY PIC -(9)9.99 VALUE ZERO.
000000    01 INVOICED-COUNT PIC 9(5) VALUE ZERO.
000000    01 INVOICED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 ALREADY-INVOICED-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNMAPPED-ORDER-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNMATCHED-PAYMENT-COUNT PIC 9(5) VALUE ZERO.
000000    01 CLEARED-TONIGHT-COUNT PIC 9(5) VALUE ZERO.
000000    01 OPEN-ITEM-COUNT PIC 9(5) VALUE ZERO.
000000    01 CREDIT-BALANCE-COUNT PIC 9(5) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*OPEN-ITEM RECEIVABLES LEDGER
000000*Once an order was priced and passed the credit gate nothing
000000*tracked whether the customer paid for it.  This step keeps the
000000*ARITEM open-item ledger: every order released onto tonight's
000000*EXTPRC, joined to its account through the ORDCUST cross-
000000*reference, becomes a numbered invoice item for the order's net
000000*price (tax inside it), due the TERMS-DAYS terms after the run
000000*date.  An order shipped in pieces is invoiced once per shipment,
000000*and no shipment is ever invoiced twice, so a rerun is harmless.
000000*Every item's credits are re-derived from the CMREG credit-memo
000000*register and its payments from the
000000*ARPAYS receipts feed, and the item is open, cleared, or - if
000000*credits and payments pass the invoice - a credit balance owed
000000*back.  The ARAGE report ages every open item by customer into
000000*current/30/60/90/over-90 buckets, with a subtotal per customer
000000*and the credit balances shown apart.  The credit gate reads
000000*the ledger to count open invoices in a customer's exposure.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     PERFORM 0600-READ-AR-CONTROL THRU 0600-EXIT.
000000     PERFORM 1000-LOAD-AR-ITEMS THRU 1000-EXIT.
000000     PERFORM 1400-LOAD-RELEASED-ORDERS THRU 1400-EXIT.
000000*A truncated ledger would be rewritten short, and orders past
000000*the table would never be invoiced; nothing may move.
000000     IF AR-ITEM-OVERFLOW-YES OR ORDER-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1200-LOAD-ORDER-XREF THRU 1200-EXIT.
000000     OPEN OUTPUT AR-AGING-REPORT-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     PERFORM 2000-INVOICE-ORDERS THRU 2000-EXIT.
000000     IF AR-ITEM-OVERFLOW-YES
000000         CLOSE AR-AGING-REPORT-FILE
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 3000-APPLY-CREDIT-MEMOS THRU 3000-EXIT.
000000     PERFORM 3200-APPLY-PAYMENTS THRU 3200-EXIT.
000000     PERFORM 3500-SETTLE-ONE-ITEM THRU 3500-EXIT
000000         VARYING ARI-IX FROM 1 BY 1
000000         UNTIL ARI-IX > AR-ITEM-COUNT.
000000     PERFORM 4000-AGE-BY-CUSTOMER THRU 4000-EXIT.
000000     PERFORM 5000-WRITE-REPORT-TOTALS THRU 5000-EXIT.
000000     CLOSE AR-AGING-REPORT-FILE.
000000     PERFORM 8000-REWRITE-AR-ITEMS THRU 8000-EXIT.
000000     PERFORM 8100-WRITE-AR-CONTROL THRU 8100-EXIT.
000000     DISPLAY 'ARLEDGR: ' INVOICED-COUNT ' INVOICE(S) FOR '
000000         INVOICED-TOTAL ', ' OPEN-ITEM-COUNT ' OPEN, '
000000         CLEARED-TONIGHT-COUNT ' CLEARED TONIGHT'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0500-READ-POLICY.
000000     MOVE 'ARLEDGR' TO PSVC-PROGRAM.
000000     MOVE 'TERMS-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO TERMS-DAYS
000000     ELSE
000000         IF PSVC-IN-FORCE
000000             DISPLAY 'ARLEDGR: TERMS-DAYS UNUSABLE - TERMS '
000000                 TERMS-DAYS ' DAYS'
000000         END-IF
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000 0600-READ-AR-CONTROL.
000000     OPEN INPUT AR-CONTROL-FILE.
000000     IF AR-CONTROL-STATUS NOT = '00'
000000         GO TO 0600-EXIT
000000     END-IF.
000000     READ AR-CONTROL-FILE
000000         AT END GO TO 0600-CLOSE
000000     END-READ.
000000     IF ARC-LAST-INVOICE-NO IS NUMERIC
000000         MOVE ARC-LAST-INVOICE-NO TO LAST-INVOICE-NO
000000     END-IF.
000000 0600-CLOSE.
000000     CLOSE AR-CONTROL-FILE.
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
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LEDGER PICKUP - optional the first time.
000000*------------------------------------------------------------------------
000000 1000-LOAD-AR-ITEMS.
000000     OPEN INPUT AR-ITEM-FILE.
000000     IF AR-ITEM-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 1010-READ-AR-ITEM.
000000     PERFORM 1020-STORE-AR-ITEM
000000         UNTIL SOURCE-EOF-YES OR AR-ITEM-OVERFLOW-YES.
000000     CLOSE AR-ITEM-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1010-READ-AR-ITEM.
000000     READ AR-ITEM-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1020-STORE-AR-ITEM.
000000     IF AR-ITEM-COUNT = 1000
000000         SET AR-ITEM-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** ARLEDGR: ARITEM HOLDS MORE THAN 1000 '
000000             'ITEMS - LEDGER NOT UPDATED'
000000     ELSE
000000         ADD 1 TO AR-ITEM-COUNT
000000         MOVE ARI-INVOICE-NO TO TBL-ARI-INVOICE(AR-ITEM-COUNT)
000000         MOVE ARI-ORDER-NO TO TBL-ARI-ORDER(AR-ITEM-COUNT)
000000         MOVE ARI-ACCT-NO TO TBL-ARI-ACCT(AR-ITEM-COUNT)
000000         MOVE ARI-CUST-ID TO TBL-ARI-CUST-ID(AR-ITEM-COUNT)
000000         MOVE ARI-CURRENCY TO TBL-ARI-CURRENCY(AR-ITEM-COUNT)
000000         MOVE ARI-INVOICE-DATE
000000             TO TBL-ARI-INV-DATE(AR-ITEM-COUNT)
000000         MOVE ARI-DUE-DATE TO TBL-ARI-DUE-DATE(AR-ITEM-COUNT)
000000         MOVE ARI-AMOUNT TO TBL-ARI-AMOUNT(AR-ITEM-COUNT)
000000         MOVE ARI-CONV-AMOUNT TO TBL-ARI-CONV(AR-ITEM-COUNT)
000000         MOVE ARI-CREDITED TO TBL-ARI-CREDITED(AR-ITEM-COUNT)
000000         MOVE ARI-PAID TO TBL-ARI-PAID(AR-ITEM-COUNT)
000000         MOVE ARI-OPEN TO TBL-ARI-OPEN(AR-ITEM-COUNT)
000000         MOVE ARI-STATUS TO TBL-ARI-STATUS(AR-ITEM-COUNT)
000000         MOVE ARI-CLEARED-DATE
000000             TO TBL-ARI-CLEARED(AR-ITEM-COUNT)
000000         PERFORM 1010-READ-AR-ITEM
000000     END-IF.
000000*------------------------------------------------------------------------
000000*ORDER-TO-ACCOUNT CROSS-REFERENCE - the same ORDCUST the credit
000000*gate joins through.
000000*------------------------------------------------------------------------
000000 1200-LOAD-ORDER-XREF.
000000     OPEN INPUT ORDER-CUSTOMER-FILE.
000000     IF ORDER-CUSTOMER-STATUS NOT = '00'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 1210-READ-ORDER-XREF.
000000     PERFORM 1220-STORE-ORDER-XREF
000000         UNTIL SOURCE-EOF-YES OR XREF-COUNT = 400.
000000     CLOSE ORDER-CUSTOMER-FILE.
000000 1200-EXIT.
000000     EXIT.
000000 1210-READ-ORDER-XREF.
000000     READ ORDER-CUSTOMER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1220-STORE-ORDER-XREF.
000000     ADD 1 TO XREF-COUNT.
000000     MOVE ORDC-ORDER-NO TO TBL-XREF-ORDER(XREF-COUNT).
000000     MOVE ORDC-ACCT-NO TO TBL-XREF-ACCT(XREF-COUNT).
000000     PERFORM 1210-READ-ORDER-XREF.
000000*------------------------------------------------------------------------
000000*TONIGHT'S RELEASED ORDERS
000000*EXTPRC after the credit gate holds only what was passed or
000000*released; each order's lines sum to its invoice.
000000*------------------------------------------------------------------------
000000 1400-LOAD-RELEASED-ORDERS.
000000     OPEN INPUT EXTENDED-PRICE-FILE.
000000     IF EXTENDED-PRICE-STATUS NOT = '00'
000000         GO TO 1400-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 1410-READ-PRICED-LINE.
000000     PERFORM 1420-STORE-PRICED-LINE
000000         UNTIL SOURCE-EOF-YES OR ORDER-OVERFLOW-YES.
000000     CLOSE EXTENDED-PRICE-FILE.
000000 1400-EXIT.
000000     EXIT.
000000 1410-READ-PRICED-LINE.
000000     READ EXTENDED-PRICE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1420-STORE-PRICED-LINE.
000000     MOVE ZERO TO ORD-FOUND-IX.
000000     PERFORM VARYING ORD-IX FROM 1 BY 1
000000             UNTIL ORD-IX > ORDER-COUNT
000000                 OR ORD-FOUND-IX > ZERO
000000         IF TBL-ORD-NO(ORD-IX) = EXT-ORDER-NO
000000             MOVE ORD-IX TO ORD-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF ORD-FOUND-IX = ZERO
000000         IF ORDER-COUNT = 400
000000             SET ORDER-OVERFLOW-YES TO TRUE
000000             DISPLAY '*** ARLEDGR: EXTPRC HOLDS MORE THAN 400 '
000000                 'ORDERS - NOTHING INVOICED'
000000             GO TO 1420-EXIT
000000         END-IF
000000         ADD 1 TO ORDER-COUNT
000000         MOVE ORDER-COUNT TO ORD-FOUND-IX
000000         MOVE EXT-ORDER-NO TO TBL-ORD-NO(ORD-FOUND-IX)
000000         MOVE EXT-CURRENCY TO TBL-ORD-CURRENCY(ORD-FOUND-IX)
000000         MOVE ZERO TO TBL-ORD-AMOUNT(ORD-FOUND-IX)
000000         MOVE ZERO TO TBL-ORD-CONV(ORD-FOUND-IX)
000000         MOVE ZERO TO TBL-ORD-PRICED(ORD-FOUND-IX)
000000     END-IF.
000000     IF EXT-PRICED-DATE IS NUMERIC
000000         AND EXT-PRICED-DATE > TBL-ORD-PRICED(ORD-FOUND-IX)
000000         MOVE EXT-PRICED-DATE TO TBL-ORD-PRICED(ORD-FOUND-IX)
000000     END-IF.
000000     ADD EXT-NET-PRICE TO TBL-ORD-AMOUNT(ORD-FOUND-IX).
000000     ADD EXT-CONVERTED-PRICE TO TBL-ORD-CONV(ORD-FOUND-IX).
000000     PERFORM 1410-READ-PRICED-LINE.
000000 1420-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*INVOICING
000000*An order is billed as it ships, so one order can carry an item
000000*per shipment.  Lines priced on or before the date of an item
000000*already on the ledger for the order were billed by it (earlier
000000*tonight, or on the run that priced them) and are left alone;
000000*lines carrying no priced date predate shipment billing and any
000000*item for the order covers them.  An order with no
000000*cross-reference has no account to bill and is reported.
000000*------------------------------------------------------------------------
000000 2000-INVOICE-ORDERS.
000000     PERFORM 2100-INVOICE-ONE-ORDER THRU 2100-EXIT
000000         VARYING ORD-IX FROM 1 BY 1
000000         UNTIL ORD-IX > ORDER-COUNT
000000             OR AR-ITEM-OVERFLOW-YES.
000000 2000-EXIT.
000000     EXIT.
000000 2100-INVOICE-ONE-ORDER.
000000     MOVE ZERO TO ARI-FOUND-IX.
000000     PERFORM VARYING ARI-IX FROM 1 BY 1
000000             UNTIL ARI-IX > AR-ITEM-COUNT
000000                 OR ARI-FOUND-IX > ZERO
000000         IF TBL-ARI-ORDER(ARI-IX) = TBL-ORD-NO(ORD-IX)
000000             AND (TBL-ORD-PRICED(ORD-IX) = ZERO
000000                 OR TBL-ARI-INV-DATE(ARI-IX) >=
000000                     TBL-ORD-PRICED(ORD-IX))
000000             MOVE ARI-IX TO ARI-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF ARI-FOUND-IX > ZERO
000000         ADD 1 TO ALREADY-INVOICED-COUNT
000000         GO TO 2100-EXIT
000000     END-IF.
000000     MOVE ZERO TO ORDER-ACCT-NO.
000000     PERFORM VARYING XREF-IX FROM 1 BY 1
000000             UNTIL XREF-IX > XREF-COUNT
000000         IF TBL-XREF-ORDER(XREF-IX) = TBL-ORD-NO(ORD-IX)
000000             MOVE TBL-XREF-ACCT(XREF-IX) TO ORDER-ACCT-NO
000000         END-IF
000000     END-PERFORM.
000000     IF ORDER-ACCT-NO = ZERO
000000         ADD 1 TO UNMAPPED-ORDER-COUNT
000000         MOVE SPACES TO AR-AGING-REPORT-LINE
000000         STRING '*** ORDER ' TBL-ORD-NO(ORD-IX)
000000             ' HAS NO ORDCUST ACCOUNT - NOT INVOICED'
000000             INTO AR-AGING-REPORT-LINE
000000         WRITE AR-AGING-REPORT-LINE
000000         ADD 1 TO RPT-LINE-COUNT
000000         GO TO 2100-EXIT
000000     END-IF.
000000     IF AR-ITEM-COUNT = 1000
000000         SET AR-ITEM-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** ARLEDGR: ARITEM FULL AT 1000 ITEMS - '
000000             'LEDGER NOT UPDATED'
000000         GO TO 2100-EXIT
000000     END-IF.
000000     ADD 1 TO AR-ITEM-COUNT.
000000     ADD 1 TO LAST-INVOICE-NO.
000000     MOVE LAST-INVOICE-NO TO TBL-ARI-INVOICE(AR-ITEM-COUNT).
000000     MOVE TBL-ORD-NO(ORD-IX) TO TBL-ARI-ORDER(AR-ITEM-COUNT).
000000     MOVE ORDER-ACCT-NO TO TBL-ARI-ACCT(AR-ITEM-COUNT).
000000     MOVE ORDER-ACCT-NO TO ASVC-ACCT-NO.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     MOVE ASVC-OWNER-CUST-ID TO TBL-ARI-CUST-ID(AR-ITEM-COUNT).
000000     MOVE TBL-ORD-CURRENCY(ORD-IX)
000000         TO TBL-ARI-CURRENCY(AR-ITEM-COUNT).
000000     MOVE CURRENT-RUN-DATE TO TBL-ARI-INV-DATE(AR-ITEM-COUNT).
000000     MOVE CURRENT-RUN-DATE TO TBL-ARI-DUE-DATE(AR-ITEM-COUNT).
000000     IF CURRENT-RUN-DATE > ZERO
000000         MOVE 'D' TO DSVC-FUNCTION
000000         MOVE CURRENT-RUN-DATE TO DSVC-DATE-1
000000         MOVE TERMS-DAYS TO DSVC-COUNT
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         IF DSVC-OK
000000             MOVE DSVC-RESULT-DATE
000000                 TO TBL-ARI-DUE-DATE(AR-ITEM-COUNT)
000000         END-IF
000000     END-IF.
000000     MOVE TBL-ORD-AMOUNT(ORD-IX) TO TBL-ARI-AMOUNT(AR-ITEM-COUNT).
000000     MOVE TBL-ORD-CONV(ORD-IX) TO TBL-ARI-CONV(AR-ITEM-COUNT).
000000     MOVE ZERO TO TBL-ARI-CREDITED(AR-ITEM-COUNT).
000000     MOVE ZERO TO TBL-ARI-PAID(AR-ITEM-COUNT).
000000     MOVE TBL-ORD-AMOUNT(ORD-IX) TO TBL-ARI-OPEN(AR-ITEM-COUNT).
000000     MOVE 'O' TO TBL-ARI-STATUS(AR-ITEM-COUNT).
000000     MOVE ZERO TO TBL-ARI-CLEARED(AR-ITEM-COUNT).
000000     ADD 1 TO INVOICED-COUNT.
000000     ADD TBL-ORD-AMOUNT(ORD-IX) TO INVOICED-TOTAL.
000000 2100-EXIT.
000000     EXIT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'AGED OPEN-ITEM RECEIVABLES' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE AR-AGING-REPORT-LINE FROM REPORT-HEADER-LINE.
000000*------------------------------------------------------------------------
000000*CREDITS AND PAYMENTS
000000*Both are re-derived in full from their cumulative files every
000000*run.  A memo reduces the item for its order; a memo on an
000000*order invoiced before the ledger existed has no item and is
000000*passed over.
000000*------------------------------------------------------------------------
000000 3000-APPLY-CREDIT-MEMOS.
000000     PERFORM VARYING ARI-IX FROM 1 BY 1
000000             UNTIL ARI-IX > AR-ITEM-COUNT
000000         MOVE ZERO TO TBL-ARI-CREDITED(ARI-IX)
000000         MOVE ZERO TO TBL-ARI-PAID(ARI-IX)
000000     END-PERFORM.
000000     OPEN INPUT MEMO-REGISTER-FILE.
000000     IF MEMO-REGISTER-STATUS NOT = '00'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 3010-READ-MEMO.
000000     PERFORM 3020-APPLY-ONE-MEMO
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE MEMO-REGISTER-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3010-READ-MEMO.
000000     READ MEMO-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000*An order shipped in pieces carries one item per shipment; the
000000*memo goes to the latest of them invoiced by the memo's date,
000000*so it is taken up once and never against goods not yet billed.
000000 3020-APPLY-ONE-MEMO.
000000     MOVE ZERO TO ARI-FOUND-IX.
000000     MOVE ZERO TO MEMO-BEST-DATE.
000000     PERFORM VARYING ARI-IX FROM 1 BY 1
000000             UNTIL ARI-IX > AR-ITEM-COUNT
000000         IF TBL-ARI-ORDER(ARI-IX) = CMR-ORDER-NO
000000             IF ARI-FOUND-IX = ZERO
000000                 MOVE ARI-IX TO ARI-FOUND-IX
000000             END-IF
000000             IF TBL-ARI-INV-DATE(ARI-IX) <= CMR-RUN-DATE
000000                 AND TBL-ARI-INV-DATE(ARI-IX) >= MEMO-BEST-DATE
000000                 MOVE ARI-IX TO ARI-FOUND-IX
000000                 MOVE TBL-ARI-INV-DATE(ARI-IX) TO MEMO-BEST-DATE
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF ARI-FOUND-IX > ZERO
000000         ADD CMR-CREDIT-AMT TO TBL-ARI-CREDITED(ARI-FOUND-IX)
000000     END-IF.
000000     PERFORM 3010-READ-MEMO.
000000*A receipt naming no invoice on the ledger is reported on the
000000*day it arrives, not every night after.
000000 3200-APPLY-PAYMENTS.
000000     OPEN INPUT AR-PAYMENT-FILE.
000000     IF AR-PAYMENT-STATUS NOT = '00'
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 3210-READ-PAYMENT.
000000     PERFORM 3220-APPLY-ONE-PAYMENT THRU 3220-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE AR-PAYMENT-FILE.
000000 3200-EXIT.
000000     EXIT.
000000 3210-READ-PAYMENT.
000000     READ AR-PAYMENT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 3220-APPLY-ONE-PAYMENT.
000000     MOVE ZERO TO ARI-FOUND-IX.
000000     PERFORM VARYING ARI-IX FROM 1 BY 1
000000             UNTIL ARI-IX > AR-ITEM-COUNT
000000                 OR ARI-FOUND-IX > ZERO
000000         IF TBL-ARI-INVOICE(ARI-IX) = ARPY-INVOICE-NO
000000             MOVE ARI-IX TO ARI-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF ARI-FOUND-IX = ZERO
000000         IF ARPY-DATE = CURRENT-RUN-DATE
000000             ADD 1 TO UNMATCHED-PAYMENT-COUNT
000000             MOVE SPACES TO AR-AGING-REPORT-LINE
000000             STRING '*** RECEIPT ' ARPY-AMOUNT
000000                 ' FOR INVOICE ' ARPY-INVOICE-NO
000000                 ' - NO SUCH INVOICE'
000000                 INTO AR-AGING-REPORT-LINE
000000             WRITE AR-AGING-REPORT-LINE
000000             ADD 1 TO RPT-LINE-COUNT
000000         END-IF
000000         GO TO 3220-NEXT
000000     END-IF.
000000     IF ARPY-TYPE-REVERSAL
000000         SUBTRACT ARPY-AMOUNT FROM TBL-ARI-PAID(ARI-FOUND-IX)
000000     ELSE
000000         ADD ARPY-AMOUNT TO TBL-ARI-PAID(ARI-FOUND-IX)
000000     END-IF.
000000 3220-NEXT.
000000     PERFORM 3210-READ-PAYMENT.
000000 3220-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ITEM STATUS
000000*The cleared date is the run on which the item first reached
000000*zero; a returned payment that reopens it clears the date.
000000*------------------------------------------------------------------------
000000 3500-SETTLE-ONE-ITEM.
000000     COMPUTE TBL-ARI-OPEN(ARI-IX) =
000000         TBL-ARI-AMOUNT(ARI-IX) - TBL-ARI-CREDITED(ARI-IX)
000000         - TBL-ARI-PAID(ARI-IX).
000000     EVALUATE TRUE
000000         WHEN TBL-ARI-OPEN(ARI-IX) > ZERO
000000             MOVE 'O' TO TBL-ARI-STATUS(ARI-IX)
000000             MOVE ZERO TO TBL-ARI-CLEARED(ARI-IX)
000000             ADD 1 TO OPEN-ITEM-COUNT
000000         WHEN TBL-ARI-OPEN(ARI-IX) < ZERO
000000             MOVE 'K' TO TBL-ARI-STATUS(ARI-IX)
000000             ADD 1 TO CREDIT-BALANCE-COUNT
000000         WHEN OTHER
000000             MOVE 'C' TO TBL-ARI-STATUS(ARI-IX)
000000     END-EVALUATE.
000000     IF TBL-ARI-STATUS(ARI-IX) NOT = 'O'
000000         AND TBL-ARI-CLEARED(ARI-IX) = ZERO
000000         MOVE CURRENT-RUN-DATE TO TBL-ARI-CLEARED(ARI-IX)
000000         ADD 1 TO CLEARED-TONIGHT-COUNT
000000     END-IF.
000000 3500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*AGED REPORT BY CUSTOMER
000000*Days past due run from the item's due date to the run date,
000000*into the same current/30/60/90/over-90 buckets the
000000*installment aging uses.  Cleared items are not listed; credit
000000*balances are listed and totalled apart from the buckets.
000000*------------------------------------------------------------------------
000000 4000-AGE-BY-CUSTOMER.
000000     PERFORM 4100-NOTE-CUSTOMER THRU 4100-EXIT
000000         VARYING ARI-IX FROM 1 BY 1
000000         UNTIL ARI-IX > AR-ITEM-COUNT.
000000     PERFORM 4200-REPORT-ONE-CUSTOMER THRU 4200-EXIT
000000         VARYING CAG-IX FROM 1 BY 1
000000         UNTIL CAG-IX > CUST-AGE-COUNT.
000000 4000-EXIT.
000000     EXIT.
000000 4100-NOTE-CUSTOMER.
000000     IF TBL-ARI-STATUS(ARI-IX) = 'C'
000000         GO TO 4100-EXIT
000000     END-IF.
000000     MOVE ZERO TO CAG-FOUND-IX.
000000     PERFORM VARYING CAG-IX FROM 1 BY 1
000000             UNTIL CAG-IX > CUST-AGE-COUNT
000000                 OR CAG-FOUND-IX > ZERO
000000         IF TBL-CAG-CUST-ID(CAG-IX) = TBL-ARI-CUST-ID(ARI-IX)
000000             MOVE CAG-IX TO CAG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF CAG-FOUND-IX > ZERO
000000         GO TO 4100-EXIT
000000     END-IF.
000000     IF CUST-AGE-COUNT = 300
000000         IF NOT CUSTOMER-AGE-OVERFLOW-YES
000000             SET CUSTOMER-AGE-OVERFLOW-YES TO TRUE
000000             DISPLAY '*** ARLEDGR: MORE THAN 300 CUSTOMERS WITH '
000000                 'OPEN ITEMS - AGED REPORT INCOMPLETE'
000000         END-IF
000000         GO TO 4100-EXIT
000000     END-IF.
000000     ADD 1 TO CUST-AGE-COUNT.
000000     MOVE TBL-ARI-CUST-ID(ARI-IX)
000000         TO TBL-CAG-CUST-ID(CUST-AGE-COUNT).
000000     MOVE ZERO TO TBL-CAG-CURRENT(CUST-AGE-COUNT).
000000     MOVE ZERO TO TBL-CAG-30(CUST-AGE-COUNT).
000000     MOVE ZERO TO TBL-CAG-60(CUST-AGE-COUNT).
000000     MOVE ZERO TO TBL-CAG-90(CUST-AGE-COUNT).
000000     MOVE ZERO TO TBL-CAG-OVER-90(CUST-AGE-COUNT).
000000     MOVE ZERO TO TBL-CAG-CREDIT(CUST-AGE-COUNT).
000000 4100-EXIT.
000000     EXIT.
000000 4200-REPORT-ONE-CUSTOMER.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO AR-AGING-REPORT-LINE.
000000     STRING 'CUSTOMER ' TBL-CAG-CUST-ID(CAG-IX)
000000         INTO AR-AGING-REPORT-LINE.
000000     WRITE AR-AGING-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000     PERFORM 4300-AGE-ONE-ITEM THRU 4300-EXIT
000000         VARYING ARI-IX FROM 1 BY 1
000000         UNTIL ARI-IX > AR-ITEM-COUNT.
000000     MOVE SPACES TO AR-AGING-REPORT-LINE.
000000     STRING '  TOTAL CURRENT: ' TBL-CAG-CURRENT(CAG-IX)
000000         ' 30: ' TBL-CAG-30(CAG-IX)
000000         ' 60: ' TBL-CAG-60(CAG-IX)
000000         INTO AR-AGING-REPORT-LINE.
000000     WRITE AR-AGING-REPORT-LINE.
000000     MOVE SPACES TO AR-AGING-REPORT-LINE.
000000     STRING '        90: ' TBL-CAG-90(CAG-IX)
000000         ' OVER 90: ' TBL-CAG-OVER-90(CAG-IX)
000000         ' CREDIT: ' TBL-CAG-CREDIT(CAG-IX)
000000         INTO AR-AGING-REPORT-LINE.
000000     WRITE AR-AGING-REPORT-LINE.
000000     ADD 2 TO RPT-LINE-COUNT.
000000 4200-EXIT.
000000     EXIT.
000000 4300-AGE-ONE-ITEM.
000000     IF TBL-ARI-CUST-ID(ARI-IX) NOT = TBL-CAG-CUST-ID(CAG-IX)
000000         OR TBL-ARI-STATUS(ARI-IX) = 'C'
000000         GO TO 4300-EXIT
000000     END-IF.
000000     MOVE TBL-ARI-OPEN(ARI-IX) TO OPEN-DISPLAY.
000000     IF TBL-ARI-STATUS(ARI-IX) = 'K'
000000         SUBTRACT TBL-ARI-OPEN(ARI-IX) FROM ZERO
000000             GIVING ITEM-OPEN-AMOUNT
000000         ADD ITEM-OPEN-AMOUNT TO TBL-CAG-CREDIT(CAG-IX)
000000         ADD ITEM-OPEN-AMOUNT TO BUCKET-CREDIT
000000         MOVE 'CREDIT  ' TO BUCKET-LABEL
000000         GO TO 4300-WRITE
000000     END-IF.
000000     MOVE TBL-ARI-OPEN(ARI-IX) TO ITEM-OPEN-AMOUNT.
000000     MOVE ZERO TO DAYS-PAST-DUE.
000000     IF CURRENT-RUN-DATE > ZERO
000000         AND TBL-ARI-DUE-DATE(ARI-IX) > ZERO
000000         MOVE 'B' TO DSVC-FUNCTION
000000         MOVE TBL-ARI-DUE-DATE(ARI-IX) TO DSVC-DATE-1
000000         MOVE CURRENT-RUN-DATE TO DSVC-DATE-2
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         IF DSVC-OK
000000             MOVE DSVC-RESULT-DAYS TO DAYS-PAST-DUE
000000         ELSE
000000             MOVE 99 TO DAYS-PAST-DUE
000000         END-IF
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN DAYS-PAST-DUE <= ZERO
000000             MOVE 'CURRENT ' TO BUCKET-LABEL
000000             ADD ITEM-OPEN-AMOUNT TO TBL-CAG-CURRENT(CAG-IX)
000000             ADD ITEM-OPEN-AMOUNT TO BUCKET-CURRENT
000000         WHEN DAYS-PAST-DUE <= 30
000000             MOVE '30 DAYS ' TO BUCKET-LABEL
000000             ADD ITEM-OPEN-AMOUNT TO TBL-CAG-30(CAG-IX)
000000             ADD ITEM-OPEN-AMOUNT TO BUCKET-30
000000         WHEN DAYS-PAST-DUE <= 60
000000             MOVE '60 DAYS ' TO BUCKET-LABEL
000000             ADD ITEM-OPEN-AMOUNT TO TBL-CAG-60(CAG-IX)
000000             ADD ITEM-OPEN-AMOUNT TO BUCKET-60
000000         WHEN DAYS-PAST-DUE <= 90
000000             MOVE '90 DAYS ' TO BUCKET-LABEL
000000             ADD ITEM-OPEN-AMOUNT TO TBL-CAG-90(CAG-IX)
000000             ADD ITEM-OPEN-AMOUNT TO BUCKET-90
000000         WHEN OTHER
000000             MOVE 'OVER 90 ' TO BUCKET-LABEL
000000             ADD ITEM-OPEN-AMOUNT TO TBL-CAG-OVER-90(CAG-IX)
000000             ADD ITEM-OPEN-AMOUNT TO BUCKET-OVER-90
000000     END-EVALUATE.
000000 4300-WRITE.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO AR-AGING-REPORT-LINE.
000000     STRING '  INV ' TBL-ARI-INVOICE(ARI-IX)
000000         ' ORD ' TBL-ARI-ORDER(ARI-IX)
000000         ' ACCT ' TBL-ARI-ACCT(ARI-IX)
000000         ' DUE ' TBL-ARI-DUE-DATE(ARI-IX)
000000         ' ' OPEN-DISPLAY
000000         ' ' TBL-ARI-CURRENCY(ARI-IX)
000000         ' ' BUCKET-LABEL
000000         INTO AR-AGING-REPORT-LINE.
000000     WRITE AR-AGING-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 4300-EXIT.
000000     EXIT.
000000 5000-WRITE-REPORT-TOTALS.
000000     MOVE SPACES TO AR-AGING-REPORT-LINE.
000000     STRING 'CURRENT: ' BUCKET-CURRENT
000000         ' 30: ' BUCKET-30
000000         ' 60: ' BUCKET-60
000000         INTO AR-AGING-REPORT-LINE.
000000     WRITE AR-AGING-REPORT-LINE.
000000     MOVE SPACES TO AR-AGING-REPORT-LINE.
000000     STRING '90: ' BUCKET-90
000000         ' OVER 90: ' BUCKET-OVER-90
000000         ' CREDIT BALANCES: ' BUCKET-CREDIT
000000         INTO AR-AGING-REPORT-LINE.
000000     WRITE AR-AGING-REPORT-LINE.
000000     MOVE SPACES TO AR-AGING-REPORT-LINE.
000000     STRING 'INVOICED TONIGHT: ' INVOICED-COUNT
000000         ' UNMAPPED: ' UNMAPPED-ORDER-COUNT
000000         ' UNMATCHED RECEIPTS: ' UNMATCHED-PAYMENT-COUNT
000000         INTO AR-AGING-REPORT-LINE.
000000     WRITE AR-AGING-REPORT-LINE.
000000 5000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LEDGER REWRITE - every item, cleared ones included, so an
000000*order is never invoiced twice.
000000*------------------------------------------------------------------------
000000 8000-REWRITE-AR-ITEMS.
000000     OPEN OUTPUT AR-ITEM-FILE.
000000     PERFORM VARYING ARI-IX FROM 1 BY 1
000000             UNTIL ARI-IX > AR-ITEM-COUNT
000000         MOVE TBL-ARI-INVOICE(ARI-IX) TO ARI-INVOICE-NO
000000         MOVE TBL-ARI-ORDER(ARI-IX) TO ARI-ORDER-NO
000000         MOVE TBL-ARI-ACCT(ARI-IX) TO ARI-ACCT-NO
000000         MOVE TBL-ARI-CUST-ID(ARI-IX) TO ARI-CUST-ID
000000         MOVE TBL-ARI-CURRENCY(ARI-IX) TO ARI-CURRENCY
000000         MOVE TBL-ARI-INV-DATE(ARI-IX) TO ARI-INVOICE-DATE
000000         MOVE TBL-ARI-DUE-DATE(ARI-IX) TO ARI-DUE-DATE
000000         MOVE TBL-ARI-AMOUNT(ARI-IX) TO ARI-AMOUNT
000000         MOVE TBL-ARI-CONV(ARI-IX) TO ARI-CONV-AMOUNT
000000         MOVE TBL-ARI-CREDITED(ARI-IX) TO ARI-CREDITED
000000         MOVE TBL-ARI-PAID(ARI-IX) TO ARI-PAID
000000         MOVE TBL-ARI-OPEN(ARI-IX) TO ARI-OPEN
000000         MOVE TBL-ARI-STATUS(ARI-IX) TO ARI-STATUS
000000         MOVE TBL-ARI-CLEARED(ARI-IX) TO ARI-CLEARED-DATE
000000         WRITE AR-ITEM-RECORD
000000     END-PERFORM.
000000     CLOSE AR-ITEM-FILE.
000000 8000-EXIT.
000000     EXIT.
000000 8100-WRITE-AR-CONTROL.
000000     OPEN OUTPUT AR-CONTROL-FILE.
000000     MOVE LAST-INVOICE-NO TO ARC-LAST-INVOICE-NO.
000000     WRITE AR-CONTROL-RECORD.
000000     CLOSE AR-CONTROL-FILE.
000000 8100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 completed with exceptions - orders with no account
000000*to invoice, receipts naming no invoice, or credit balances
000000*owed back; 8 the ledger or tonight's orders overflowed and
000000*nothing moved.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF UNMAPPED-ORDER-COUNT > ZERO
000000         OR UNMATCHED-PAYMENT-COUNT > ZERO
000000         OR CREDIT-BALANCE-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
