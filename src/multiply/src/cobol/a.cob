000000     SELECT EXTENDED-PRICE-REPORT-FILE ASSIGN TO "EXTRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EXT-RPT-STATUS.
000000     SELECT OP-RESULT-REPORT-FILE ASSIGN TO "MULRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OP-RESULT-RPT-STATUS.
000000     SELECT PRICE-VARIANCE-FILE ASSIGN TO "PRCVAR"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PRICE-VARIANCE-STATUS.
000000     SELECT COST-MASTER-FILE ASSIGN TO "COSTMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COST-MASTER-STATUS.
000000     SELECT PRODUCT-REJECT-FILE ASSIGN TO "PRDREJ"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PRODUCT-REJECT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     SELECT SHIPMENT-CONFIRM-FILE ASSIGN TO "SHIPCNF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SHIPMENT-CONFIRM-STATUS.
000000     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BACKORDER-STATUS.
000000     SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CONTRACT-PRICE-STATUS.
000000     SELECT ORDER-CUSTOMER-FILE ASSIGN TO "ORDCUST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ORDER-CUSTOMER-STATUS.
000000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVENTORY-BALANCE-STATUS.
000000     SELECT INVENTORY-MOVE-FILE ASSIGN TO "INVMOVE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVENTORY-MOVE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TXLOG-FILE.
000000*line up.  Zero means no cost row was in force.
000000     05 EXT-UNIT-COST       PIC 9(5)V99.
000000     05 EXT-COST-AMT        PIC 9(9)V99.
000000*Run date the line was priced, so the ledger can tell a later
000000*shipment against an order from a rerun of one already billed.
000000     05 EXT-PRICED-DATE     PIC 9(8).
000000 FD  FX-RATE-FILE.
000000     COPY "fxrate.cpy".
000000 FD  FX-REJECT-FILE.
000000 01  FX-REJECT-LINE PIC X(80).
000000 FD  DISCOUNT-TABLE-FILE.
000000     COPY "disctb.cpy".
000000 FD  TAX-RATE-FILE.
000000     COPY "taxrate.cpy".
000000 FD  TAX-DETAIL-FILE.
000000 01  TAX-DETAIL-RECORD.
000000     05 TXD-RUN-DATE     PIC 9(8).
000000     05 TXD-ORDER-NO     PIC 9(6).
000000     05 TXD-TAXABLE-AMT  PIC 9(9)V99.
000000     05 TXD-TAX-AMT      PIC 9(9)V99.
000000*'E' a sale exempt under the customer's certificate, taxed at
000000*zero; 'X' a sale taxed because the certificate had expired.
000000     05 TXD-EXEMPT-FLAG  PIC X(1).
000000     05 TXD-CERT-NO      PIC X(15).
000000     05 TXD-CUST-ID      PIC X(7).
000000 FD  ORDER-ENVELOPE-FILE.
000000 01  ORDER-ENVELOPE-LINE PIC X(80).
000000 FD  STRING-MASTER-FILE.
000000     05 PRC-UNIT-PRICE     PIC 9(5)V99.
000000 FD  PRICE-VARIANCE-FILE.
000000 01  PRICE-VARIANCE-LINE PIC X(80).
000000 FD  COST-MASTER-FILE.
000000 01  COST-MASTER-RECORD.
000000     05 CST-PRODUCT-CODE   PIC X(8).
000000     05 CST-EFFECTIVE-DATE PIC 9(8).
000000     05 CST-UNIT-COST      PIC 9(5)V99.
000000 FD  MULTIPLY-EXCEPTION-FILE.
000000     COPY "excrec.cpy".
000000*SHIPCNF is the warehouse's shipment-confirmation feed: one
000000*record per order line shipped, giving the quantity that
000000*actually left the dock.  A record with action 'X' is a
000000*customer cancellation of whatever is still unshipped - for the
000000*one product, or for every line of the order when the product
000000*code is blank.
000000 FD  SHIPMENT-CONFIRM-FILE.
000000 01  SHIPMENT-CONFIRM-RECORD.
000000     05 SHC-ORDER-NO     PIC 9(6).
000000     05 SHC-PRODUCT-CODE PIC X(8).
000000     05 SHC-QTY-SHIPPED  PIC 9(5).
000000     05 SHC-SHIP-DATE    PIC 9(8).
000000     05 SHC-ACTION       PIC X(1).
000000         88 SHC-CANCEL   VALUE 'X'.
000000 FD  BACKORDER-FILE.
000000     COPY "backord.cpy".
000000 FD  CONTRACT-PRICE-FILE.
000000     COPY "contract.cpy".
000000 FD  ORDER-CUSTOMER-FILE.
000000     COPY "ordcust.cpy".
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  INVENTORY-BALANCE-FILE.
000000     COPY "invbal.cpy".
000000 FD  INVENTORY-MOVE-FILE.
000000     COPY "invmove.cpy".
000000    WORKING-STORAGE SECTION.
000000*The shared page heading lives in WORKING-STORAGE, not under the
000000*FD: VALUE clauses are ignored in the FILE SECTION, so a heading
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 RATE-AS-OF-DATE PIC 9(8) VALUE ZERO.
000000    01 EXT-RPT-STATUS PIC X(2) VALUE '00'.
000000    01 EXT-RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 EXT-RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 EXT-RPT-WIDTH PIC 9(3) VALUE 80.
000000    01 EXT-RPT-PAGE-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 EXT-RPT-RUN-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 OP-RESULT-RPT-STATUS PIC X(2) VALUE '00'.
000000    01 OP-RESULT-GRAND-TOTAL-WS PIC S9(9) VALUE ZERO.
000000    01 FX-RATE-STATUS PIC X(2) VALUE '00'.
000000       05 DISCOUNT-RULE-ENTRY OCCURS 10 TIMES.
000000          10 TBL-DISC-THRESHOLD PIC 9(5).
000000          10 TBL-DISC-PCT       PIC V999.
000000          10 TBL-DISC-DATE      PIC 9(8).
000000    01 DISC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DISC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 APPLIED-DISC-PCT PIC V999 VALUE ZERO.
000000    01 APPLIED-DISC-THRESHOLD PIC 9(5) VALUE ZERO.
000000    01 EFFECTIVE-TAX-RATE PIC V999 VALUE ZERO.
000000          10 TBL-TAX-CURRENCY PIC X(3).
000000          10 TBL-TAX-RATE     PIC V999.
000000          10 TBL-TAX-JURIS    PIC X(8).
000000          10 TBL-TAX-DATE     PIC 9(8).
000000    01 TAX-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 TAX-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 APPLIED-TAX-JURIS PIC X(8) VALUE SPACES.
000000       88 CATEGORY-PRESENT-YES VALUE 'Y'.
000000    01 PRICE-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 PRICE-VARIANCE-STATUS PIC X(2) VALUE '00'.
000000    01 PRICE-MASTER-EOF PIC X VALUE 'N'.
000000       88 PRICE-MASTER-EOF-YES VALUE 'Y'.
000000    01 PRICE-MASTER-LOADED PIC X VALUE 'N'.
000000    01 PRICE-TOLERANCE PIC 9(3)V99 VALUE ZERO.
000000    01 PRICE-DIFFERENCE PIC S9(5)V99 VALUE ZERO.
000000    01 PRICE-VARIANCE-COUNT PIC 9(5) VALUE ZERO.
000000*Where the line's price came from, printed on EXTRPT: CTR a
000000*customer contract, LST the PRICEMST list price, FED the price
000000*on the order feed.
000000    01 APPLIED-PRICE-SOURCE PIC X(3) VALUE 'FED'.
000000    01 CONTRACT-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 ORDER-CUSTOMER-STATUS PIC X(2) VALUE '00'.
000000    01 CONTRACT-PRICE-EOF PIC X VALUE 'N'.
000000       88 CONTRACT-PRICE-EOF-YES VALUE 'Y'.
000000    01 ORDER-CUSTOMER-EOF PIC X VALUE 'N'.
000000       88 ORDER-CUSTOMER-EOF-YES VALUE 'Y'.
000000*Contract rows live on the run date, and the order-to-account
000000*cross-reference that leads a line to its customer.
000000    01 CONTRACT-TABLE.
000000       05 CONTRACT-COUNT PIC 9(3) VALUE ZERO.
000000       05 CONTRACT-ENTRY OCCURS 200 TIMES.
000000          10 TBL-CTR-CUST    PIC X(7).
000000          10 TBL-CTR-PRODUCT PIC X(8).
000000          10 TBL-CTR-START   PIC 9(8).
000000          10 TBL-CTR-PRICE   PIC 9(5)V99.
000000    01 CTR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CTR-BEST-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CTR-BEST-START PIC 9(8) VALUE ZERO.
000000    01 ORDER-CUSTOMER-TABLE.
000000       05 ORDER-CUSTOMER-COUNT PIC 9(3) VALUE ZERO.
000000       05 ORDER-CUSTOMER-ENTRY OCCURS 300 TIMES.
000000          10 TBL-OCX-ORDER PIC 9(6).
000000          10 TBL-OCX-ACCT  PIC 9(6).
000000    01 OCX-IX BINARY-SHORT SIGNED VALUE 0.
000000*The order's customer and exemption certificate, resolved once
000000*per order for the contract and exemption checks.
000000    01 PRICED-ORDER-NO PIC 9(6) VALUE ZERO.
000000    01 PRICED-CUST-ID PIC X(7) VALUE SPACES.
000000    01 PRICED-CERT-NO PIC X(15) VALUE SPACES.
000000    01 PRICED-CERT-JURIS PIC X(8) VALUE SPACES.
000000    01 PRICED-CERT-EXPIRY PIC 9(8) VALUE ZERO.
000000     COPY "acctsvc.cpy".
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-MASTER-OPEN PIC X VALUE 'N'.
000000       88 CUSTOMER-MASTER-OPEN-YES VALUE 'Y'.
000000    01 LINE-EXEMPT-FLAG PIC X(1) VALUE SPACE.
000000       88 LINE-EXEMPT       VALUE 'E'.
000000       88 LINE-CERT-EXPIRED VALUE 'X'.
000000    01 EXEMPT-LINE-COUNT PIC 9(5) VALUE ZERO.
000000    01 EXPIRED-CERT-LINE-COUNT PIC 9(5) VALUE ZERO.
000000    01 COST-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 COST-MASTER-EOF PIC X VALUE 'N'.
000000       88 COST-MASTER-EOF-YES VALUE 'Y'.
000000          10 TBL-PRD-TOTAL PIC 9(11)V99.
000000    01 PRDT-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PRDT-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SHIPMENT-CONFIRM-STATUS PIC X(2) VALUE '00'.
000000    01 BACKORDER-STATUS PIC X(2) VALUE '00'.
000000    01 SHIPMENT-CONFIRM-EOF PIC X VALUE 'N'.
000000       88 SHIPMENT-CONFIRM-EOF-YES VALUE 'Y'.
000000    01 BACKORDER-EOF PIC X VALUE 'N'.
000000       88 BACKORDER-EOF-YES VALUE 'Y'.
000000    01 ORDER-LINES-OPEN PIC X VALUE 'N'.
000000       88 ORDER-LINES-OPEN-YES VALUE 'Y'.
000000*With a SHIPCNF feed on file, only what shipped is extended;
000000*with none, every line extends in full as it always has.
000000    01 SHIP-CONTROL PIC X VALUE 'N'.
000000       88 SHIP-CONTROL-YES VALUE 'Y'.
000000    01 SHIP-OVERFLOW PIC X VALUE 'N'.
000000       88 SHIP-OVERFLOW-YES VALUE 'Y'.
000000    01 FILLING-BACKORDER PIC X VALUE 'N'.
000000       88 FILLING-BACKORDER-YES VALUE 'Y'.
000000    01 LINE-PRICED PIC X VALUE 'N'.
000000       88 LINE-PRICED-YES VALUE 'Y'.
000000    01 LINE-CANCELLED PIC X VALUE 'N'.
000000       88 LINE-CANCELLED-YES VALUE 'Y'.
000000    01 SHIPMENT-TABLE.
000000       05 SHIPMENT-COUNT PIC 9(3) VALUE ZERO.
000000       05 SHIPMENT-ENTRY OCCURS 300 TIMES.
000000          10 TBL-SHP-ORDER   PIC 9(6).
000000          10 TBL-SHP-PRODUCT PIC X(8).
000000          10 TBL-SHP-QTY     PIC 9(5).
000000          10 TBL-SHP-DATE    PIC 9(8).
000000          10 TBL-SHP-ACTION  PIC X(1).
000000    01 SHP-IX BINARY-SHORT SIGNED VALUE 0.
000000*The open backorders held whole and rewritten; TBL-BKO-FILL is
000000*what tonight's feed ships against each one.
000000    01 BACKORDER-TABLE.
000000       05 BACKORDER-COUNT PIC 9(3) VALUE ZERO.
000000       05 BACKORDER-ENTRY OCCURS 500 TIMES.
000000          10 TBL-BKO-ORDER     PIC 9(6).
000000          10 TBL-BKO-PRODUCT   PIC X(8).
000000          10 TBL-BKO-ORDERED   PIC 9(5).
000000          10 TBL-BKO-OPEN      PIC 9(5).
000000          10 TBL-BKO-PRICE     PIC 9(5)V99.
000000          10 TBL-BKO-CURRENCY  PIC X(3).
000000          10 TBL-BKO-DATE      PIC 9(8).
000000          10 TBL-BKO-SHIP-DATE PIC 9(8).
000000          10 TBL-BKO-FILL      PIC 9(5).
000000          10 TBL-BKO-CANCEL    PIC X(1).
000000    01 BKO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LINE-SHIP-QTY PIC 9(5) VALUE ZERO.
000000    01 LINE-SHIP-DATE PIC 9(8) VALUE ZERO.
000000    01 SHIP-TAKE-QTY PIC 9(5) VALUE ZERO.
000000    01 SHIP-WANT-QTY PIC 9(5) VALUE ZERO.
000000    01 BACKORDER-ADDED-COUNT PIC 9(5) VALUE ZERO.
000000    01 BACKORDER-FILLED-COUNT PIC 9(5) VALUE ZERO.
000000    01 BACKORDER-CANCEL-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNMATCHED-SHIPMENT-COUNT PIC 9(5) VALUE ZERO.
000000    01 BACKORDER-LOST-COUNT PIC 9(5) VALUE ZERO.
000000    01 CANCEL-ORDER-NO PIC 9(6) VALUE ZERO.
000000    01 CANCEL-PRODUCT PIC X(8) VALUE SPACES.
000000    01 INVENTORY-BALANCE-STATUS PIC X(2) VALUE '00'.
000000    01 INVENTORY-MOVE-STATUS PIC X(2) VALUE '00'.
000000    01 INVENTORY-BALANCE-EOF PIC X VALUE 'N'.
000000       88 INVENTORY-BALANCE-EOF-YES VALUE 'Y'.
000000    01 STOCK-HOLD PIC X VALUE 'N'.
000000       88 STOCK-HOLD-YES VALUE 'Y'.
000000*Stock available to tonight's lines: last night's on-hand, drawn
000000*down as each line for the product extends.
000000    01 STOCK-TABLE.
000000       05 STOCK-COUNT PIC 9(3) VALUE ZERO.
000000       05 STOCK-ENTRY OCCURS 500 TIMES.
000000          10 TBL-STK-PRODUCT PIC X(8).
000000          10 TBL-STK-AVAIL   PIC S9(7).
000000    01 STK-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 STK-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 STOCK-LOOKUP-PRODUCT PIC X(8) VALUE SPACES.
000000    01 STOCK-HOLD-COUNT PIC 9(5) VALUE ZERO.
000000*Records a fixed table had no room for, reported to the table
000000*monitor after each load.
000000    01 RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000     COPY "tblmon.cpy".
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000  PERFORM 0500-READ-PARAMETERS THRU 0500-EXIT.
000000  PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000  PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000  PERFORM 9700-OPEN-OP-RESULT-REPORT THRU 9700-EXIT.
000000  PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000  EXIT PROGRAM.
000000*------------------------------------------------------------------------
000000*RUNTIME PARAMETERS
000000*Overrides the compiled-in I000/I001 sample values above with
000000*the FNMUL I000 and I001 values in force on the PARMLIB parameter
000000*library.  Each is a whole number from -99 to 99; one not in
000000*force, or out of range, keeps its compiled-in value.
000000*------------------------------------------------------------------------
000000 0500-READ-PARAMETERS.
000000     MOVE 'I000' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= -99 AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO I000
000000     END-IF.
000000     MOVE 'I001' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= -99 AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO I001
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*The value of one FNMUL parameter, PSVC-NAME, in force today.
000000 0590-LOOK-UP-PARAMETER.
000000     MOVE 'FNMUL' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000 0590-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*EXTENDED-PRICE CALCULATION
000000*Reads order-line quantity/unit-price/currency records from
000000*date, is rejected to FXREJ - it is never defaulted to a rate of
000000*one.  ORDER-LINES-FILE is optional - if it is not present this
000000*run simply skips the extended-price pass.
000000*Once the warehouse's SHIPCNF shipment confirmations are on file
000000*a line extends only for the quantity that shipped; the rest is
000000*kept on the BACKORD open-backorder file and extends on the night
000000*the feed ships it, priced from the original line.  A customer
000000*cancellation on the same feed takes the unshipped remainder off.
000000*With SHIPCNF on file the backorder pass runs even on a night
000000*with no ORDLIN delivery.  Each line that extends is written to
000000*the INVMOVE stock-movement journal, and the stock-hold policy
000000*can ask for lines against an empty shelf to be held (see 6055).
000000*The report is an invoice register: order lines arrive grouped by
000000*ORDER-LINE-ORDER-NO (the feed is extracted in order-number
000000*sequence), each order opens its own block and closes with an
000000         DISPLAY 'ORDLIN ENVELOPE DOES NOT TIE - FEED REFUSED'
000000         GO TO 6000-EXIT
000000     END-IF.
000000     PERFORM 6055-LOAD-STOCK-POLICY THRU 6055-EXIT.
000000     PERFORM 6060-LOAD-SHIPMENTS THRU 6060-EXIT.
000000     IF SHIP-OVERFLOW-YES
000000         DISPLAY 'SHIPMENT/BACKORDER TABLES FULL - NOTHING PRICED'
000000         GO TO 6000-EXIT
000000     END-IF.
000000     OPEN INPUT ORDER-LINES-FILE.
000000     IF ORDER-LINES-STATUS = '00'
000000         SET ORDER-LINES-OPEN-YES TO TRUE
000000     ELSE
000000         SET ORDER-LINES-EOF-YES TO TRUE
000000         IF NOT SHIP-CONTROL-YES AND NOT STOCK-HOLD-YES
000000             DISPLAY 'ORDER-LINES-FILE NOT AVAILABLE - SKIPPING'
000000             GO TO 6000-EXIT
000000         END-IF
000000         DISPLAY 'ORDER-LINES-FILE NOT AVAILABLE - '
000000             'BACKORDERS ONLY'
000000     END-IF.
000000*The rate tables are loaded as they stand on the run date (today
000000*when the stream has none); rows keyed ahead wait for their day.
000000     MOVE CURRENT-RUN-DATE TO RATE-AS-OF-DATE.
000000     IF RATE-AS-OF-DATE = ZERO
000000         ACCEPT RATE-AS-OF-DATE FROM DATE YYYYMMDD
000000     END-IF.
000000     PERFORM 6400-LOAD-FX-RATE-TABLE THRU 6400-EXIT.
000000     PERFORM 6800-LOAD-DISCOUNT-RULES THRU 6800-EXIT.
000000     PERFORM 6900-LOAD-TAX-RATE THRU 6900-EXIT.
000000     PERFORM 6950-LOAD-PRODUCT-MASTER THRU 6950-EXIT.
000000     PERFORM 6990-LOAD-PRICE-MASTER THRU 6990-EXIT.
000000     PERFORM 6940-LOAD-CONTRACTS THRU 6940-EXIT.
000000     PERFORM 6995-LOAD-COST-MASTER THRU 6995-EXIT.
000000     PERFORM 0800-READ-REPORT-OPTIONS THRU 0800-EXIT.
000000     OPEN OUTPUT EXTENDED-PRICE-FILE.
000000     IF TAX-DETAIL-STATUS = '05' OR TAX-DETAIL-STATUS = '35'
000000         OPEN OUTPUT TAX-DETAIL-FILE
000000     END-IF.
000000*Every line that extends is stock leaving the building; the
000000*movement journal is cumulative the same way.
000000     OPEN EXTEND INVENTORY-MOVE-FILE.
000000     IF INVENTORY-MOVE-STATUS = '05'
000000         OR INVENTORY-MOVE-STATUS = '35'
000000         OPEN OUTPUT INVENTORY-MOVE-FILE
000000     END-IF.
000000     IF ORDER-LINES-OPEN-YES
000000         PERFORM 6100-READ-ORDER-LINE
000000     END-IF.
000000     PERFORM 6200-EXTEND-ORDER-LINE UNTIL ORDER-LINES-EOF-YES.
000000     IF SHIP-CONTROL-YES OR STOCK-HOLD-YES
000000         PERFORM 6270-FILL-BACKORDERS THRU 6270-EXIT
000000     END-IF.
000000     IF ORDER-OPEN-YES
000000         PERFORM 6170-WRITE-ORDER-TOTAL THRU 6170-EXIT
000000     END-IF.
000000     PERFORM 6700-WRITE-CURRENCY-SUBTOTALS THRU 6700-EXIT.
000000     IF ORDER-LINES-OPEN-YES
000000         CLOSE ORDER-LINES-FILE
000000     END-IF.
000000     CLOSE EXTENDED-PRICE-FILE.
000000     CLOSE EXTENDED-PRICE-REPORT-FILE.
000000     CLOSE TAX-DETAIL-FILE.
000000     CLOSE INVENTORY-MOVE-FILE.
000000     IF CUSTOMER-MASTER-OPEN-YES
000000         CLOSE CUSTOMER-MASTER
000000     END-IF.
000000     IF PRICE-MASTER-LOADED-YES
000000         CLOSE PRICE-VARIANCE-FILE
000000         IF PRICE-VARIANCE-COUNT > ZERO
000000         DISPLAY 'PRODUCT REJECTS THIS RUN: '
000000             PRODUCT-REJECT-COUNT
000000     END-IF.
000000     IF SHIP-CONTROL-YES OR STOCK-HOLD-YES
000000         PERFORM 6290-REWRITE-BACKORDERS THRU 6290-EXIT
000000     END-IF.
000000     IF STOCK-HOLD-COUNT > ZERO
000000         DISPLAY 'LINES HELD FOR STOCK THIS RUN: '
000000             STOCK-HOLD-COUNT
000000     END-IF.
000000     IF EXEMPT-LINE-COUNT > ZERO
000000         DISPLAY 'TAX-EXEMPT LINES THIS RUN: ' EXEMPT-LINE-COUNT
000000     END-IF.
000000     IF EXPIRED-CERT-LINE-COUNT > ZERO
000000         DISPLAY 'LINES TAXED ON EXPIRED EXEMPTION CERTIFICATES: '
000000             EXPIRED-CERT-LINE-COUNT
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000 6100-READ-ORDER-LINE.
000000         PERFORM 6210-EXTEND-REAL-LINE THRU 6210-DONE
000000     END-IF.
000000 6210-EXTEND-REAL-LINE.
000000     MOVE 'N' TO LINE-PRICED.
000000     IF PRODUCT-MASTER-LOADED-YES
000000         PERFORM 6960-FIND-PRODUCT-CODE THRU 6960-EXIT
000000         IF PRD-FOUND-IX = ZERO
000000     IF FX-FOUND-IX = ZERO
000000         PERFORM 6600-REJECT-FX-LINE
000000     ELSE
000000         PERFORM 6230-ALLOCATE-SHIPMENT THRU 6230-EXIT
000000         IF LINE-SHIP-QTY = ZERO
000000             GO TO 6210-DONE
000000         END-IF
000000         PERFORM 6150-CHECK-ORDER-BREAK THRU 6150-EXIT
000000         PERFORM 6240-APPLY-MASTER-PRICE THRU 6240-EXIT
000000         PERFORM 6260-APPLY-STANDARD-COST THRU 6260-EXIT
000000         MOVE LINE-SHIP-QTY TO EXT-QTY
000000         MOVE APPLIED-UNIT-PRICE TO EXT-UNIT-PRICE
000000         MOVE ORDER-LINE-CURRENCY TO EXT-CURRENCY
000000         MOVE ORDER-LINE-ORDER-NO TO EXT-ORDER-NO
000000         MOVE ORD-PRODUCT-CODE TO EXT-PRODUCT-CODE
000000         MULTIPLY LINE-SHIP-QTY BY APPLIED-UNIT-PRICE
000000             GIVING EXT-PRICE ROUNDED
000000         MOVE APPLIED-UNIT-COST TO EXT-UNIT-COST
000000         MULTIPLY LINE-SHIP-QTY BY APPLIED-UNIT-COST
000000             GIVING EXT-COST-AMT ROUNDED
000000         MOVE CURRENT-RUN-DATE TO EXT-PRICED-DATE
000000         PERFORM 6220-APPLY-DISCOUNT-AND-TAX THRU 6220-EXIT
000000         MULTIPLY EXT-NET-PRICE BY TBL-FX-RATE(FX-FOUND-IX)
000000             GIVING EXT-CONVERTED-PRICE ROUNDED
000000             EXT-CURRENCY ' NET: ' EXT-NET-PRICE
000000             ' CONVERTED: ' EXT-CONVERTED-PRICE
000000         WRITE EXTENDED-PRICE-RECORD
000000         SET LINE-PRICED-YES TO TRUE
000000         PERFORM 6265-WRITE-STOCK-MOVE THRU 6265-EXIT
000000         PERFORM 6250-ADD-CURRENCY-SUBTOTAL THRU 6250-EXIT
000000         ADD EXT-CONVERTED-PRICE TO CONVERTED-GRAND-TOTAL
000000         ADD EXT-NET-PRICE TO ORDER-GROSS-SUBTOTAL
000000             ' DISC ' EXT-DISCOUNT-AMT
000000             ' TAX ' EXT-TAX-AMT
000000             ' NET ' EXT-NET-PRICE
000000             ' ' APPLIED-PRICE-SOURCE
000000             INTO EXT-RPT-DETAIL-LINE
000000         IF EXT-RPT-WIDTH < 80
000000             MOVE SPACES TO
000000         ADD EXT-NET-PRICE TO EXT-RPT-RUN-TOTAL
000000     END-IF.
000000 6210-DONE.
000000     IF NOT FILLING-BACKORDER-YES
000000         PERFORM 6100-READ-ORDER-LINE
000000     END-IF.
000000*------------------------------------------------------------------------
000000*SHIPMENT CONFIRMATIONS AND OPEN BACKORDERS
000000*SHIPCNF is optional - with none on file every line extends in
000000*full, as before the warehouse fed us.  With it, the open
000000*backorders are picked up and tonight's shipments go first to
000000*the oldest open quantity; what is left of each shipment is
000000*then there for tonight's new lines.  A table that cannot hold
000000*the feed or the backorder file refuses the pass: a shipment
000000*dropped on the floor would never be billed, and a backorder
000000*dropped would never ship.
000000*------------------------------------------------------------------------
000000 6060-LOAD-SHIPMENTS.
000000     OPEN INPUT SHIPMENT-CONFIRM-FILE.
000000     IF SHIPMENT-CONFIRM-STATUS = '00'
000000         SET SHIP-CONTROL-YES TO TRUE
000000         PERFORM 6061-READ-SHIPMENT
000000         PERFORM 6062-STORE-SHIPMENT
000000             UNTIL SHIPMENT-CONFIRM-EOF-YES OR SHIP-OVERFLOW-YES
000000         CLOSE SHIPMENT-CONFIRM-FILE
000000     END-IF.
000000     IF NOT SHIP-CONTROL-YES AND NOT STOCK-HOLD-YES
000000         GO TO 6060-EXIT
000000     END-IF.
000000     IF SHIP-OVERFLOW-YES
000000         GO TO 6060-EXIT
000000     END-IF.
000000     OPEN INPUT BACKORDER-FILE.
000000     IF BACKORDER-STATUS = '00'
000000         PERFORM 6066-READ-BACKORDER
000000         PERFORM 6067-STORE-BACKORDER
000000             UNTIL BACKORDER-EOF-YES OR SHIP-OVERFLOW-YES
000000         CLOSE BACKORDER-FILE
000000     END-IF.
000000     IF SHIP-OVERFLOW-YES
000000         GO TO 6060-EXIT
000000     END-IF.
000000     IF SHIP-CONTROL-YES
000000         PERFORM 6070-ALLOCATE-TO-BACKORDER THRU 6070-EXIT
000000             VARYING BKO-IX FROM 1 BY 1
000000             UNTIL BKO-IX > BACKORDER-COUNT
000000     ELSE
000000         PERFORM 6090-RELEASE-FOR-STOCK THRU 6090-EXIT
000000             VARYING BKO-IX FROM 1 BY 1
000000             UNTIL BKO-IX > BACKORDER-COUNT
000000     END-IF.
000000 6060-EXIT.
000000     EXIT.
000000 6061-READ-SHIPMENT.
000000     READ SHIPMENT-CONFIRM-FILE
000000         AT END SET SHIPMENT-CONFIRM-EOF-YES TO TRUE
000000     END-READ.
000000 6062-STORE-SHIPMENT.
000000     IF SHIPMENT-COUNT = 300
000000         SET SHIP-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** SHIPCNF HOLDS MORE THAN 300 RECORDS'
000000     ELSE
000000         ADD 1 TO SHIPMENT-COUNT
000000         MOVE SHC-ORDER-NO TO TBL-SHP-ORDER(SHIPMENT-COUNT)
000000         MOVE SHC-PRODUCT-CODE TO TBL-SHP-PRODUCT(SHIPMENT-COUNT)
000000         MOVE SHC-QTY-SHIPPED TO TBL-SHP-QTY(SHIPMENT-COUNT)
000000         MOVE SHC-SHIP-DATE TO TBL-SHP-DATE(SHIPMENT-COUNT)
000000         MOVE SHC-ACTION TO TBL-SHP-ACTION(SHIPMENT-COUNT)
000000         IF SHC-CANCEL
000000             MOVE ZERO TO TBL-SHP-QTY(SHIPMENT-COUNT)
000000         END-IF
000000         PERFORM 6061-READ-SHIPMENT
000000     END-IF.
000000 6066-READ-BACKORDER.
000000     READ BACKORDER-FILE
000000         AT END SET BACKORDER-EOF-YES TO TRUE
000000     END-READ.
000000 6067-STORE-BACKORDER.
000000     IF BACKORDER-COUNT = 500
000000         SET SHIP-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** BACKORD HOLDS MORE THAN 500 RECORDS'
000000     ELSE
000000         ADD 1 TO BACKORDER-COUNT
000000         MOVE BKO-ORDER-NO TO TBL-BKO-ORDER(BACKORDER-COUNT)
000000         MOVE BKO-PRODUCT-CODE
000000             TO TBL-BKO-PRODUCT(BACKORDER-COUNT)
000000         MOVE BKO-QTY-ORDERED TO TBL-BKO-ORDERED(BACKORDER-COUNT)
000000         MOVE BKO-QTY-OPEN TO TBL-BKO-OPEN(BACKORDER-COUNT)
000000         MOVE BKO-UNIT-PRICE TO TBL-BKO-PRICE(BACKORDER-COUNT)
000000         MOVE BKO-CURRENCY TO TBL-BKO-CURRENCY(BACKORDER-COUNT)
000000         MOVE BKO-ORDER-DATE TO TBL-BKO-DATE(BACKORDER-COUNT)
000000         MOVE BKO-LAST-SHIP-DATE
000000             TO TBL-BKO-SHIP-DATE(BACKORDER-COUNT)
000000         MOVE ZERO TO TBL-BKO-FILL(BACKORDER-COUNT)
000000         MOVE 'N' TO TBL-BKO-CANCEL(BACKORDER-COUNT)
000000         PERFORM 6066-READ-BACKORDER
000000     END-IF.
000000*A cancellation takes off only what is still unshipped after
000000*tonight's shipments - goods that left the dock are billed.
000000 6070-ALLOCATE-TO-BACKORDER.
000000     PERFORM VARYING SHP-IX FROM 1 BY 1
000000             UNTIL SHP-IX > SHIPMENT-COUNT
000000         IF TBL-SHP-ORDER(SHP-IX) = TBL-BKO-ORDER(BKO-IX)
000000             AND TBL-SHP-PRODUCT(SHP-IX) = TBL-BKO-PRODUCT(BKO-IX)
000000             AND TBL-SHP-QTY(SHP-IX) > ZERO
000000             COMPUTE SHIP-WANT-QTY = TBL-BKO-OPEN(BKO-IX)
000000                 - TBL-BKO-FILL(BKO-IX)
000000             IF TBL-SHP-QTY(SHP-IX) < SHIP-WANT-QTY
000000                 MOVE TBL-SHP-QTY(SHP-IX) TO SHIP-TAKE-QTY
000000             ELSE
000000                 MOVE SHIP-WANT-QTY TO SHIP-TAKE-QTY
000000             END-IF
000000             IF SHIP-TAKE-QTY > ZERO
000000                 ADD SHIP-TAKE-QTY TO TBL-BKO-FILL(BKO-IX)
000000                 SUBTRACT SHIP-TAKE-QTY FROM TBL-SHP-QTY(SHP-IX)
000000                 MOVE TBL-SHP-DATE(SHP-IX)
000000                     TO TBL-BKO-SHIP-DATE(BKO-IX)
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF TBL-BKO-FILL(BKO-IX) < TBL-BKO-OPEN(BKO-IX)
000000         MOVE TBL-BKO-ORDER(BKO-IX) TO CANCEL-ORDER-NO
000000         MOVE TBL-BKO-PRODUCT(BKO-IX) TO CANCEL-PRODUCT
000000         PERFORM 6080-CHECK-CANCELLED THRU 6080-EXIT
000000         IF LINE-CANCELLED-YES
000000             MOVE 'Y' TO TBL-BKO-CANCEL(BKO-IX)
000000             ADD 1 TO BACKORDER-CANCEL-COUNT
000000             DISPLAY 'BACKORDER CANCELLED: ' CANCEL-ORDER-NO
000000                 ' ' CANCEL-PRODUCT
000000         END-IF
000000     END-IF.
000000 6070-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*STOCK HOLD POLICY
000000*The hold is off unless SHARED HOLD-ZERO on the parameter
000000*library is in force as Y.  With the hold on and no SHIPCNF
000000*feed, a line for a stocked product with nothing available goes
000000*onto the backorder file whole instead of pricing, and is
000000*released there once the balance shows stock again.  With
000000*SHIPCNF on file the warehouse's confirmation is the proof of
000000*stock and the hold stands aside.
000000*A product not on INVBAL is not stock-controlled and never holds.
000000*------------------------------------------------------------------------
000000 6055-LOAD-STOCK-POLICY.
000000     MOVE 'SHARED' TO PSVC-PROGRAM.
000000     MOVE 'HOLD-ZERO' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF NOT PSVC-TEXT OR PSVC-VALUE NOT = 'Y'
000000         GO TO 6055-EXIT
000000     END-IF.
000000     SET STOCK-HOLD-YES TO TRUE.
000000     OPEN INPUT INVENTORY-BALANCE-FILE.
000000     IF INVENTORY-BALANCE-STATUS NOT = '00'
000000         GO TO 6055-EXIT
000000     END-IF.
000000     PERFORM 6056-READ-STOCK-BALANCE.
000000     PERFORM 6057-STORE-STOCK-BALANCE
000000         UNTIL INVENTORY-BALANCE-EOF-YES OR STOCK-COUNT = 500.
000000     IF NOT INVENTORY-BALANCE-EOF-YES
000000         DISPLAY 'INVBAL HOLDS MORE THAN 500 PRODUCTS - THE REST '
000000             'ARE NOT HELD FOR STOCK'
000000     END-IF.
000000     CLOSE INVENTORY-BALANCE-FILE.
000000 6055-EXIT.
000000     EXIT.
000000 6056-READ-STOCK-BALANCE.
000000     READ INVENTORY-BALANCE-FILE
000000         AT END SET INVENTORY-BALANCE-EOF-YES TO TRUE
000000     END-READ.
000000 6057-STORE-STOCK-BALANCE.
000000     ADD 1 TO STOCK-COUNT.
000000     MOVE IVB-PRODUCT-CODE TO TBL-STK-PRODUCT(STOCK-COUNT).
000000     MOVE IVB-ON-HAND TO TBL-STK-AVAIL(STOCK-COUNT).
000000     PERFORM 6056-READ-STOCK-BALANCE.
000000 6058-FIND-STOCK.
000000     MOVE ZERO TO STK-FOUND-IX.
000000     PERFORM VARYING STK-IX FROM 1 BY 1
000000             UNTIL STK-IX > STOCK-COUNT OR STK-FOUND-IX > ZERO
000000         IF TBL-STK-PRODUCT(STK-IX) = STOCK-LOOKUP-PRODUCT
000000             MOVE STK-IX TO STK-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6058-EXIT.
000000     EXIT.
000000*A line held for stock is released from the backorder file as
000000*far as the balance will go, oldest first.
000000 6090-RELEASE-FOR-STOCK.
000000     MOVE TBL-BKO-PRODUCT(BKO-IX) TO STOCK-LOOKUP-PRODUCT.
000000     PERFORM 6058-FIND-STOCK THRU 6058-EXIT.
000000     IF STK-FOUND-IX = ZERO
000000         MOVE TBL-BKO-OPEN(BKO-IX) TO TBL-BKO-FILL(BKO-IX)
000000         GO TO 6090-EXIT
000000     END-IF.
000000     IF TBL-STK-AVAIL(STK-FOUND-IX) NOT > ZERO
000000         GO TO 6090-EXIT
000000     END-IF.
000000     IF TBL-STK-AVAIL(STK-FOUND-IX) < TBL-BKO-OPEN(BKO-IX)
000000         MOVE TBL-STK-AVAIL(STK-FOUND-IX) TO TBL-BKO-FILL(BKO-IX)
000000     ELSE
000000         MOVE TBL-BKO-OPEN(BKO-IX) TO TBL-BKO-FILL(BKO-IX)
000000     END-IF.
000000     SUBTRACT TBL-BKO-FILL(BKO-IX)
000000         FROM TBL-STK-AVAIL(STK-FOUND-IX).
000000 6090-EXIT.
000000     EXIT.
000000*A cancellation with a blank product code cancels the whole
000000*order.
000000 6080-CHECK-CANCELLED.
000000     MOVE 'N' TO LINE-CANCELLED.
000000     PERFORM VARYING SHP-IX FROM 1 BY 1
000000             UNTIL SHP-IX > SHIPMENT-COUNT
000000         IF TBL-SHP-ACTION(SHP-IX) = 'X'
000000             AND TBL-SHP-ORDER(SHP-IX) = CANCEL-ORDER-NO
000000             AND (TBL-SHP-PRODUCT(SHP-IX) = CANCEL-PRODUCT
000000                 OR TBL-SHP-PRODUCT(SHP-IX) = SPACES)
000000             SET LINE-CANCELLED-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000 6080-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SHIP-WHAT-YOU-HAVE
000000*A new line extends for what tonight's feed shipped against it,
000000*never more than was ordered; the unshipped remainder goes onto
000000*the backorder table unless the customer has already cancelled
000000*it.  Without a feed, and for a backorder being filled, the
000000*line's own quantity stands.
000000*------------------------------------------------------------------------
000000 6230-ALLOCATE-SHIPMENT.
000000     IF FILLING-BACKORDER-YES
000000         MOVE ORDER-LINE-QTY TO LINE-SHIP-QTY
000000         GO TO 6230-EXIT
000000     END-IF.
000000     IF NOT SHIP-CONTROL-YES
000000         MOVE ORDER-LINE-QTY TO LINE-SHIP-QTY
000000         IF STOCK-HOLD-YES
000000             PERFORM 6238-HOLD-FOR-STOCK THRU 6238-EXIT
000000         END-IF
000000         GO TO 6230-EXIT
000000     END-IF.
000000     MOVE ZERO TO LINE-SHIP-QTY.
000000     MOVE ZERO TO LINE-SHIP-DATE.
000000     PERFORM VARYING SHP-IX FROM 1 BY 1
000000             UNTIL SHP-IX > SHIPMENT-COUNT
000000         IF TBL-SHP-ORDER(SHP-IX) = ORDER-LINE-ORDER-NO
000000             AND TBL-SHP-PRODUCT(SHP-IX) = ORD-PRODUCT-CODE
000000             AND TBL-SHP-QTY(SHP-IX) > ZERO
000000             COMPUTE SHIP-WANT-QTY = ORDER-LINE-QTY
000000                 - LINE-SHIP-QTY
000000             IF TBL-SHP-QTY(SHP-IX) < SHIP-WANT-QTY
000000                 MOVE TBL-SHP-QTY(SHP-IX) TO SHIP-TAKE-QTY
000000             ELSE
000000                 MOVE SHIP-WANT-QTY TO SHIP-TAKE-QTY
000000             END-IF
000000             IF SHIP-TAKE-QTY > ZERO
000000                 ADD SHIP-TAKE-QTY TO LINE-SHIP-QTY
000000                 SUBTRACT SHIP-TAKE-QTY FROM TBL-SHP-QTY(SHP-IX)
000000                 MOVE TBL-SHP-DATE(SHP-IX) TO LINE-SHIP-DATE
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF LINE-SHIP-QTY < ORDER-LINE-QTY
000000         MOVE ORDER-LINE-ORDER-NO TO CANCEL-ORDER-NO
000000         MOVE ORD-PRODUCT-CODE TO CANCEL-PRODUCT
000000         PERFORM 6080-CHECK-CANCELLED THRU 6080-EXIT
000000         IF LINE-CANCELLED-YES
000000             ADD 1 TO BACKORDER-CANCEL-COUNT
000000             DISPLAY 'UNSHIPPED LINE CANCELLED: ' CANCEL-ORDER-NO
000000                 ' ' CANCEL-PRODUCT
000000         ELSE
000000             PERFORM 6235-ADD-BACKORDER THRU 6235-EXIT
000000         END-IF
000000     END-IF.
000000 6230-EXIT.
000000     EXIT.
000000 6235-ADD-BACKORDER.
000000     IF BACKORDER-COUNT = 500
000000         ADD 1 TO BACKORDER-LOST-COUNT
000000         DISPLAY '*** BACKORD FULL - NOT KEPT: ORDER '
000000             ORDER-LINE-ORDER-NO ' ' ORD-PRODUCT-CODE
000000             ' ORDERED ' ORDER-LINE-QTY ' SHIPPED ' LINE-SHIP-QTY
000000         GO TO 6235-EXIT
000000     END-IF.
000000     ADD 1 TO BACKORDER-COUNT.
000000     MOVE ORDER-LINE-ORDER-NO TO TBL-BKO-ORDER(BACKORDER-COUNT).
000000     MOVE ORD-PRODUCT-CODE TO TBL-BKO-PRODUCT(BACKORDER-COUNT).
000000     MOVE ORDER-LINE-QTY TO TBL-BKO-ORDERED(BACKORDER-COUNT).
000000     COMPUTE TBL-BKO-OPEN(BACKORDER-COUNT) = ORDER-LINE-QTY
000000         - LINE-SHIP-QTY.
000000     MOVE ORDER-LINE-PRICE TO TBL-BKO-PRICE(BACKORDER-COUNT).
000000     MOVE ORDER-LINE-CURRENCY
000000         TO TBL-BKO-CURRENCY(BACKORDER-COUNT).
000000     MOVE CURRENT-RUN-DATE TO TBL-BKO-DATE(BACKORDER-COUNT).
000000     MOVE LINE-SHIP-DATE TO TBL-BKO-SHIP-DATE(BACKORDER-COUNT).
000000     MOVE ZERO TO TBL-BKO-FILL(BACKORDER-COUNT).
000000     MOVE 'N' TO TBL-BKO-CANCEL(BACKORDER-COUNT).
000000     ADD 1 TO BACKORDER-ADDED-COUNT.
000000 6235-EXIT.
000000     EXIT.
000000 6238-HOLD-FOR-STOCK.
000000     MOVE ORD-PRODUCT-CODE TO STOCK-LOOKUP-PRODUCT.
000000     PERFORM 6058-FIND-STOCK THRU 6058-EXIT.
000000     IF STK-FOUND-IX = ZERO
000000         GO TO 6238-EXIT
000000     END-IF.
000000     IF TBL-STK-AVAIL(STK-FOUND-IX) > ZERO
000000         SUBTRACT ORDER-LINE-QTY FROM TBL-STK-AVAIL(STK-FOUND-IX)
000000         GO TO 6238-EXIT
000000     END-IF.
000000     MOVE ZERO TO LINE-SHIP-QTY.
000000     MOVE ZERO TO LINE-SHIP-DATE.
000000     ADD 1 TO STOCK-HOLD-COUNT.
000000     DISPLAY 'HELD FOR STOCK: ' ORDER-LINE-ORDER-NO ' '
000000         ORD-PRODUCT-CODE ' QTY ' ORDER-LINE-QTY.
000000     PERFORM 6235-ADD-BACKORDER THRU 6235-EXIT.
000000 6238-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*STOCK MOVEMENT
000000*One 'S' movement per extended line for the inventory balance
000000*step to post.
000000*------------------------------------------------------------------------
000000 6265-WRITE-STOCK-MOVE.
000000     MOVE CURRENT-RUN-DATE TO IVM-DATE.
000000     MOVE EXT-PRODUCT-CODE TO IVM-PRODUCT-CODE.
000000     MOVE 'S' TO IVM-TYPE.
000000     MOVE EXT-QTY TO IVM-QTY.
000000     MOVE EXT-ORDER-NO TO IVM-REFERENCE.
000000     MOVE EXT-UNIT-COST TO IVM-UNIT-COST.
000000     WRITE INVENTORY-MOVE-RECORD.
000000 6265-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BACKORDER FILLS
000000*Each backorder the feed shipped against tonight is put back
000000*through the ordinary line pricing as if the line had arrived
000000*for the shipped quantity, so it validates, prices, converts
000000*and taxes exactly as a new line does.  The open quantity comes
000000*down only once the fill has actually priced.
000000*------------------------------------------------------------------------
000000 6270-FILL-BACKORDERS.
000000     SET FILLING-BACKORDER-YES TO TRUE.
000000     PERFORM 6275-FILL-ONE-BACKORDER THRU 6275-EXIT
000000         VARYING BKO-IX FROM 1 BY 1
000000         UNTIL BKO-IX > BACKORDER-COUNT.
000000     MOVE 'N' TO FILLING-BACKORDER.
000000 6270-EXIT.
000000     EXIT.
000000 6275-FILL-ONE-BACKORDER.
000000     IF TBL-BKO-FILL(BKO-IX) = ZERO
000000         GO TO 6275-EXIT
000000     END-IF.
000000     MOVE SPACES TO ORDER-LINE-RECORD.
000000     MOVE TBL-BKO-FILL(BKO-IX) TO ORDER-LINE-QTY.
000000     MOVE TBL-BKO-PRICE(BKO-IX) TO ORDER-LINE-PRICE.
000000     MOVE TBL-BKO-CURRENCY(BKO-IX) TO ORDER-LINE-CURRENCY.
000000     MOVE TBL-BKO-ORDER(BKO-IX) TO ORDER-LINE-ORDER-NO.
000000     MOVE TBL-BKO-PRODUCT(BKO-IX) TO ORD-PRODUCT-CODE.
000000     PERFORM 6210-EXTEND-REAL-LINE THRU 6210-DONE.
000000     IF LINE-PRICED-YES
000000         SUBTRACT TBL-BKO-FILL(BKO-IX) FROM TBL-BKO-OPEN(BKO-IX)
000000         ADD 1 TO BACKORDER-FILLED-COUNT
000000     END-IF.
000000     MOVE ZERO TO TBL-BKO-FILL(BKO-IX).
000000 6275-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BACKORDER FILE REWRITE
000000*Shipped-out and cancelled backorders drop off; the rest are
000000*written back whole.  A shipment left over once every open line
000000*has had its share matched nothing we are holding and is
000000*reported for the warehouse to explain.
000000*------------------------------------------------------------------------
000000 6290-REWRITE-BACKORDERS.
000000     OPEN OUTPUT BACKORDER-FILE.
000000     PERFORM VARYING BKO-IX FROM 1 BY 1
000000             UNTIL BKO-IX > BACKORDER-COUNT
000000         IF TBL-BKO-CANCEL(BKO-IX) NOT = 'Y'
000000             AND TBL-BKO-OPEN(BKO-IX) > ZERO
000000             MOVE TBL-BKO-ORDER(BKO-IX) TO BKO-ORDER-NO
000000             MOVE TBL-BKO-PRODUCT(BKO-IX) TO BKO-PRODUCT-CODE
000000             MOVE TBL-BKO-ORDERED(BKO-IX) TO BKO-QTY-ORDERED
000000             MOVE TBL-BKO-OPEN(BKO-IX) TO BKO-QTY-OPEN
000000             MOVE TBL-BKO-PRICE(BKO-IX) TO BKO-UNIT-PRICE
000000             MOVE TBL-BKO-CURRENCY(BKO-IX) TO BKO-CURRENCY
000000             MOVE TBL-BKO-DATE(BKO-IX) TO BKO-ORDER-DATE
000000             MOVE TBL-BKO-SHIP-DATE(BKO-IX) TO BKO-LAST-SHIP-DATE
000000             WRITE BACKORDER-RECORD
000000         END-IF
000000     END-PERFORM.
000000     CLOSE BACKORDER-FILE.
000000     PERFORM VARYING SHP-IX FROM 1 BY 1
000000             UNTIL SHP-IX > SHIPMENT-COUNT
000000         IF TBL-SHP-ACTION(SHP-IX) NOT = 'X'
000000             AND TBL-SHP-QTY(SHP-IX) > ZERO
000000             ADD 1 TO UNMATCHED-SHIPMENT-COUNT
000000             DISPLAY 'SHIPMENT MATCHES NO OPEN LINE: ORDER '
000000                 TBL-SHP-ORDER(SHP-IX) ' '
000000                 TBL-SHP-PRODUCT(SHP-IX) ' QTY '
000000                 TBL-SHP-QTY(SHP-IX)
000000         END-IF
000000     END-PERFORM.
000000     DISPLAY 'BACKORDERS: ' BACKORDER-ADDED-COUNT ' ADDED, '
000000         BACKORDER-FILLED-COUNT ' FILLED, '
000000         BACKORDER-CANCEL-COUNT ' CANCELLED'.
000000 6290-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FEED ENVELOPE VERIFICATION
000000*A delivery opening with an HDR record must close with a TRL
000000         PERFORM 6040-READ-ENVELOPE-LINE
000000     END-IF.
000000*------------------------------------------------------------------------
000000*REPORT OPTIONS
000000*SHARED LINES-PER-PG and PAGE-WIDTH on the parameter library
000000*optionally carry the page length and width the print room
000000*wants for every report of this family; a value not in force,
000000*or out of range, keeps the compiled-in geometry.
000000*------------------------------------------------------------------------
000000 0800-READ-REPORT-OPTIONS.
000000     MOVE 'SHARED' TO PSVC-PROGRAM.
000000     MOVE 'LINES-PER-PG' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO EXT-RPT-LINES-PER-PAGE
000000     END-IF.
000000     MOVE 'PAGE-WIDTH' TO PSVC-NAME.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 80
000000         MOVE PSVC-NUMBER TO EXT-RPT-WIDTH
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DAILY EXCHANGE-RATE TABLE
000000*One entry per currency: code, rate to the reporting currency,
000000*and the date the rate was set.  Of a currency's records only the
000000*latest not after the as-of date is kept; a rate dated later
000000*waits on the file for its day.  The reporting currency itself
000000*carries a rate of one on the file like any other - no rate is
000000*ever assumed.
000000*------------------------------------------------------------------------
000000         DISPLAY 'FXRATES NOT AVAILABLE - ALL LINES REJECT'
000000         GO TO 6400-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 6410-READ-FX-RATE.
000000     PERFORM 6420-STORE-FX-RATE UNTIL FX-RATE-EOF-YES.
000000     CLOSE FX-RATE-FILE.
000000     MOVE 'FXRATES ' TO TMON-FILE.
000000     MOVE 10 TO TMON-LIMIT.
000000     MOVE FX-RATE-COUNT TO TMON-USED.
000000     PERFORM 9300-REPORT-TABLE-USAGE THRU 9300-EXIT.
000000 6400-EXIT.
000000     EXIT.
000000 6410-READ-FX-RATE.
000000         AT END SET FX-RATE-EOF-YES TO TRUE
000000     END-READ.
000000 6420-STORE-FX-RATE.
000000     IF FX-RATE-DATE IS NUMERIC
000000         AND FX-RATE-DATE NOT > RATE-AS-OF-DATE
000000         PERFORM 6430-PLACE-FX-RATE THRU 6430-EXIT
000000     END-IF.
000000     PERFORM 6410-READ-FX-RATE.
000000*A currency already held keeps whichever of its rates is later;
000000*a new currency with the table full is left out.
000000 6430-PLACE-FX-RATE.
000000     MOVE ZERO TO FX-FOUND-IX.
000000     PERFORM VARYING FX-IX FROM 1 BY 1
000000             UNTIL FX-IX > FX-RATE-COUNT OR FX-FOUND-IX > ZERO
000000         IF TBL-FX-CURRENCY(FX-IX) = FX-CURRENCY
000000             MOVE FX-IX TO FX-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF FX-FOUND-IX > ZERO
000000         IF FX-RATE-DATE < TBL-FX-RATE-DATE(FX-FOUND-IX)
000000             GO TO 6430-EXIT
000000         END-IF
000000     ELSE
000000         IF FX-RATE-COUNT = 10
000000             ADD 1 TO RECORDS-LEFT-OUT
000000             GO TO 6430-EXIT
000000         END-IF
000000         ADD 1 TO FX-RATE-COUNT
000000         MOVE FX-RATE-COUNT TO FX-FOUND-IX
000000     END-IF.
000000     MOVE FX-CURRENCY TO TBL-FX-CURRENCY(FX-FOUND-IX).
000000     MOVE FX-RATE TO TBL-FX-RATE(FX-FOUND-IX).
000000     MOVE FX-RATE-DATE TO TBL-FX-RATE-DATE(FX-FOUND-IX).
000000 6430-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RATE LOOKUP WITH STALENESS CHECK
000000*A rate dated before tonight's run date is as unusable as no rate
000000*With a price master on file, the unit price comes from the row
000000*in force as of the run date - the sender no longer controls
000000*our pricing.  A fed price that disagrees with the master
000000*beyond the PRICE-TOL tolerance is reported on PRCVAR, and a
000000*product the master does not price falls back to the fed price
000000*with its own variance line.  With no master at all the fed
000000*price applies, as before the master existed.
000000*Ahead of the master, a customer with a live CONTRPRC contract
000000*for the product pays the contract price, and the fed price is
000000*held to the contract for the variance report instead of to
000000*list.
000000*------------------------------------------------------------------------
000000 6240-APPLY-MASTER-PRICE.
000000     MOVE ORDER-LINE-PRICE TO APPLIED-UNIT-PRICE.
000000     MOVE 'FED' TO APPLIED-PRICE-SOURCE.
000000     IF CONTRACT-COUNT > ZERO
000000         PERFORM 6245-FIND-CONTRACT-PRICE THRU 6245-EXIT
000000         IF CTR-BEST-IX > ZERO
000000             GO TO 6240-EXIT
000000         END-IF
000000     END-IF.
000000     IF NOT PRICE-MASTER-LOADED-YES
000000         GO TO 6240-EXIT
000000     END-IF.
000000         GO TO 6240-EXIT
000000     END-IF.
000000     MOVE TBL-PRC-PRICE(PRC-BEST-IX) TO APPLIED-UNIT-PRICE.
000000     MOVE 'LST' TO APPLIED-PRICE-SOURCE.
000000     SUBTRACT TBL-PRC-PRICE(PRC-BEST-IX)
000000         FROM ORDER-LINE-PRICE GIVING PRICE-DIFFERENCE.
000000     IF PRICE-DIFFERENCE < ZERO
000000     END-IF.
000000 6240-EXIT.
000000     EXIT.
000000*The order leads to its account through ORDCUST and the account
000000*to its owning customer through the account service, once per
000000*order; an order ORDCUST does not map has no contract.
000000 6245-FIND-CONTRACT-PRICE.
000000     MOVE ZERO TO CTR-BEST-IX.
000000     PERFORM 6246-RESOLVE-ORDER-CUSTOMER THRU 6246-EXIT.
000000     IF PRICED-CUST-ID = SPACES
000000         GO TO 6245-EXIT
000000     END-IF.
000000     MOVE ZERO TO CTR-BEST-START.
000000     PERFORM VARYING CTR-IX FROM 1 BY 1
000000             UNTIL CTR-IX > CONTRACT-COUNT
000000         IF TBL-CTR-CUST(CTR-IX) = PRICED-CUST-ID
000000             AND TBL-CTR-PRODUCT(CTR-IX) = ORD-PRODUCT-CODE
000000             AND TBL-CTR-START(CTR-IX) >= CTR-BEST-START
000000             MOVE CTR-IX TO CTR-BEST-IX
000000             MOVE TBL-CTR-START(CTR-IX) TO CTR-BEST-START
000000         END-IF
000000     END-PERFORM.
000000     IF CTR-BEST-IX = ZERO
000000         GO TO 6245-EXIT
000000     END-IF.
000000     MOVE TBL-CTR-PRICE(CTR-BEST-IX) TO APPLIED-UNIT-PRICE.
000000     MOVE 'CTR' TO APPLIED-PRICE-SOURCE.
000000     SUBTRACT TBL-CTR-PRICE(CTR-BEST-IX)
000000         FROM ORDER-LINE-PRICE GIVING PRICE-DIFFERENCE.
000000     IF PRICE-DIFFERENCE < ZERO
000000         SUBTRACT PRICE-DIFFERENCE FROM ZERO
000000             GIVING PRICE-DIFFERENCE
000000     END-IF.
000000     IF PRICE-MASTER-LOADED-YES
000000         AND PRICE-DIFFERENCE > PRICE-TOLERANCE
000000         ADD 1 TO PRICE-VARIANCE-COUNT
000000         MOVE SPACES TO PRICE-VARIANCE-LINE
000000         STRING 'VARIANCE ' ORD-PRODUCT-CODE
000000             ' FED ' ORDER-LINE-PRICE
000000             ' CONTRACT ' TBL-CTR-PRICE(CTR-BEST-IX)
000000             ' ORDER ' ORDER-LINE-ORDER-NO
000000             INTO PRICE-VARIANCE-LINE
000000         WRITE PRICE-VARIANCE-LINE
000000     END-IF.
000000 6245-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ORDER CUSTOMER
000000*ORDCUST leads the order to its account and the account service
000000*to the owning customer; with the customer master open the
000000*customer's exemption certificate comes with it.  Done once per
000000*order - every line of an order belongs to the same customer.
000000*------------------------------------------------------------------------
000000 6246-RESOLVE-ORDER-CUSTOMER.
000000     IF ORDER-LINE-ORDER-NO = PRICED-ORDER-NO
000000         GO TO 6246-EXIT
000000     END-IF.
000000     MOVE ORDER-LINE-ORDER-NO TO PRICED-ORDER-NO.
000000     MOVE SPACES TO PRICED-CUST-ID.
000000     MOVE SPACES TO PRICED-CERT-NO.
000000     MOVE SPACES TO PRICED-CERT-JURIS.
000000     MOVE ZERO TO PRICED-CERT-EXPIRY.
000000     MOVE ZERO TO ASVC-ACCT-NO.
000000     PERFORM VARYING OCX-IX FROM 1 BY 1
000000             UNTIL OCX-IX > ORDER-CUSTOMER-COUNT
000000         IF TBL-OCX-ORDER(OCX-IX) = ORDER-LINE-ORDER-NO
000000             MOVE TBL-OCX-ACCT(OCX-IX) TO ASVC-ACCT-NO
000000         END-IF
000000     END-PERFORM.
000000     IF ASVC-ACCT-NO = ZERO
000000         GO TO 6246-EXIT
000000     END-IF.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ERROR
000000         GO TO 6246-EXIT
000000     END-IF.
000000     MOVE ASVC-OWNER-CUST-ID TO PRICED-CUST-ID.
000000     IF NOT CUSTOMER-MASTER-OPEN-YES
000000         GO TO 6246-EXIT
000000     END-IF.
000000     MOVE PRICED-CUST-ID TO CUST-ID.
000000     READ CUSTOMER-MASTER
000000         KEY IS CUST-ID
000000         INVALID KEY GO TO 6246-EXIT
000000     END-READ.
000000     IF CUST-EXEMPT-CERT-NO = SPACES
000000         OR CUST-EXEMPT-EXPIRY IS NOT NUMERIC
000000         GO TO 6246-EXIT
000000     END-IF.
000000     MOVE CUST-EXEMPT-CERT-NO TO PRICED-CERT-NO.
000000     MOVE CUST-EXEMPT-JURIS TO PRICED-CERT-JURIS.
000000     MOVE CUST-EXEMPT-EXPIRY TO PRICED-CERT-EXPIRY.
000000 6246-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*STANDARD-COST PICKUP FOR THE LINE
000000*------------------------------------------------------------------------
000000     PERFORM 6996-READ-COST-ROW.
000000*------------------------------------------------------------------------
000000*PRICE-MASTER PICKUP
000000*PRICEMST is optional; FNMUL PRICE-TOL on the parameter library
000000*optionally widens the tolerance before a fed-price disagreement
000000*is reported (default zero - any difference reports).
000000*------------------------------------------------------------------------
000000 6990-LOAD-PRICE-MASTER.
000000     OPEN INPUT PRICE-MASTER-FILE.
000000         UNTIL PRICE-MASTER-EOF-YES
000000             OR PRICE-ROW-COUNT = 100.
000000     CLOSE PRICE-MASTER-FILE.
000000     MOVE 'PRICE-TOL' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-NUMERIC
000000         AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER < 1000
000000         MOVE PSVC-NUMBER TO PRICE-TOLERANCE
000000     END-IF.
000000 6990-EXIT.
000000     EXIT.
000000 6991-READ-PRICE-ROW.
000000         MOVE ZERO TO EFFECTIVE-TAX-RATE
000000         MOVE SPACES TO APPLIED-TAX-JURIS
000000     END-IF.
000000     PERFORM 6225-CHECK-EXEMPTION THRU 6225-EXIT.
000000     MULTIPLY TAXABLE-AMOUNT BY EFFECTIVE-TAX-RATE
000000         GIVING EXT-TAX-AMT ROUNDED.
000000     ADD TAXABLE-AMOUNT EXT-TAX-AMT GIVING EXT-NET-PRICE.
000000*Tax survives per line with its jurisdiction - at filing time
000000*the remittance step adds these up instead of someone re-adding
000000*the EXTRPT print.
000000*An exempt sale is written too, at zero tax, so the filing can
000000*show the exempt sales beside the taxable ones.
000000     IF EXT-TAX-AMT > ZERO OR LINE-EXEMPT
000000         MOVE CURRENT-RUN-DATE TO TXD-RUN-DATE
000000         MOVE APPLIED-TAX-JURIS TO TXD-JURISDICTION
000000         MOVE EXT-ORDER-NO TO TXD-ORDER-NO
000000         MOVE TAXABLE-AMOUNT TO TXD-TAXABLE-AMT
000000         MOVE EXT-TAX-AMT TO TXD-TAX-AMT
000000         MOVE LINE-EXEMPT-FLAG TO TXD-EXEMPT-FLAG
000000         MOVE SPACES TO TXD-CERT-NO
000000         MOVE SPACES TO TXD-CUST-ID
000000         IF LINE-EXEMPT-FLAG NOT = SPACE
000000             MOVE PRICED-CERT-NO TO TXD-CERT-NO
000000             MOVE PRICED-CUST-ID TO TXD-CUST-ID
000000         END-IF
000000         WRITE TAX-DETAIL-RECORD
000000     END-IF.
000000 6220-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TAX EXEMPTION
000000*A customer holding an exemption certificate for the line's
000000*jurisdiction (or for every jurisdiction) pays no tax while the
000000*certificate is in date.  Once it has expired the line is taxed
000000*as normal but marked, so the remittance report lists it and
000000*the certificate can be chased.
000000*------------------------------------------------------------------------
000000 6225-CHECK-EXEMPTION.
000000     MOVE SPACE TO LINE-EXEMPT-FLAG.
000000     IF NOT CUSTOMER-MASTER-OPEN-YES
000000         OR EFFECTIVE-TAX-RATE = ZERO
000000         GO TO 6225-EXIT
000000     END-IF.
000000     PERFORM 6246-RESOLVE-ORDER-CUSTOMER THRU 6246-EXIT.
000000     IF PRICED-CERT-NO = SPACES
000000         GO TO 6225-EXIT
000000     END-IF.
000000     IF PRICED-CERT-JURIS NOT = SPACES
000000         AND PRICED-CERT-JURIS NOT = APPLIED-TAX-JURIS
000000         GO TO 6225-EXIT
000000     END-IF.
000000     IF PRICED-CERT-EXPIRY >= CURRENT-RUN-DATE
000000         SET LINE-EXEMPT TO TRUE
000000         MOVE ZERO TO EFFECTIVE-TAX-RATE
000000         ADD 1 TO EXEMPT-LINE-COUNT
000000     ELSE
000000         SET LINE-CERT-EXPIRED TO TRUE
000000         ADD 1 TO EXPIRED-CERT-LINE-COUNT
000000     END-IF.
000000 6225-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DISCOUNT-RULES TABLE
000000*One entry per quantity break: the threshold and the percentage
000000*that applies from that quantity up, as in force on the as-of
000000*date.  DISCTB is optional.
000000*------------------------------------------------------------------------
000000 6800-LOAD-DISCOUNT-RULES.
000000     OPEN INPUT DISCOUNT-TABLE-FILE.
000000     END-IF.
000000     PERFORM 6810-READ-DISCOUNT-RULE.
000000     PERFORM 6820-STORE-DISCOUNT-RULE
000000         UNTIL DISCOUNT-TABLE-EOF-YES.
000000     CLOSE DISCOUNT-TABLE-FILE.
000000 6800-EXIT.
000000     EXIT.
000000         AT END SET DISCOUNT-TABLE-EOF-YES TO TRUE
000000     END-READ.
000000 6820-STORE-DISCOUNT-RULE.
000000     IF DISC-EFFECTIVE-DATE-X = SPACES
000000         MOVE ZERO TO DISC-EFFECTIVE-DATE
000000     END-IF.
000000     IF DISC-EFFECTIVE-DATE IS NUMERIC
000000         AND DISC-EFFECTIVE-DATE NOT > RATE-AS-OF-DATE
000000         PERFORM 6830-PLACE-DISCOUNT-RULE THRU 6830-EXIT
000000     END-IF.
000000     PERFORM 6810-READ-DISCOUNT-RULE.
000000 6830-PLACE-DISCOUNT-RULE.
000000     MOVE ZERO TO DISC-FOUND-IX.
000000     PERFORM VARYING DISC-IX FROM 1 BY 1
000000             UNTIL DISC-IX > DISCOUNT-RULE-COUNT
000000                 OR DISC-FOUND-IX > ZERO
000000         IF TBL-DISC-THRESHOLD(DISC-IX) = DISC-QTY-THRESHOLD
000000             MOVE DISC-IX TO DISC-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF DISC-FOUND-IX > ZERO
000000         IF DISC-EFFECTIVE-DATE < TBL-DISC-DATE(DISC-FOUND-IX)
000000             GO TO 6830-EXIT
000000         END-IF
000000     ELSE
000000         IF DISCOUNT-RULE-COUNT = 10
000000             GO TO 6830-EXIT
000000         END-IF
000000         ADD 1 TO DISCOUNT-RULE-COUNT
000000         MOVE DISCOUNT-RULE-COUNT TO DISC-FOUND-IX
000000     END-IF.
000000     MOVE DISC-QTY-THRESHOLD
000000         TO TBL-DISC-THRESHOLD(DISC-FOUND-IX).
000000     MOVE DISC-PCT TO TBL-DISC-PCT(DISC-FOUND-IX).
000000     MOVE DISC-EFFECTIVE-DATE TO TBL-DISC-DATE(DISC-FOUND-IX).
000000 6830-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TAX-RATE TABLE
000000*One entry per currency naming the rate and the jurisdiction it
000000*remits to, as in force on the as-of date; the blank-currency
000000*entry is the default.  A legacy single-record table with only
000000*the rate filled loads as that default.  TAXTB is optional - no
000000*records means no tax applied.
000000*------------------------------------------------------------------------
000000 6900-LOAD-TAX-RATE.
000000     OPEN INPUT TAX-RATE-FILE.
000000         GO TO 6900-EXIT
000000     END-IF.
000000     PERFORM 6910-READ-TAX-RULE.
000000     PERFORM 6920-STORE-TAX-RULE UNTIL TAX-TABLE-EOF-YES.
000000     CLOSE TAX-RATE-FILE.
000000 6900-EXIT.
000000     EXIT.
000000         AT END SET TAX-TABLE-EOF-YES TO TRUE
000000     END-READ.
000000 6920-STORE-TAX-RULE.
000000     IF TAX-EFFECTIVE-DATE-X = SPACES
000000         MOVE ZERO TO TAX-EFFECTIVE-DATE
000000     END-IF.
000000     IF TAX-EFFECTIVE-DATE IS NUMERIC
000000         AND TAX-EFFECTIVE-DATE NOT > RATE-AS-OF-DATE
000000         PERFORM 6930-PLACE-TAX-RULE THRU 6930-EXIT
000000     END-IF.
000000     PERFORM 6910-READ-TAX-RULE.
000000 6930-PLACE-TAX-RULE.
000000     MOVE ZERO TO TAX-FOUND-IX.
000000     PERFORM VARYING TAX-IX FROM 1 BY 1
000000             UNTIL TAX-IX > TAX-RULE-COUNT OR TAX-FOUND-IX > ZERO
000000         IF TBL-TAX-CURRENCY(TAX-IX) = TAX-CURRENCY
000000             MOVE TAX-IX TO TAX-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF TAX-FOUND-IX > ZERO
000000         IF TAX-EFFECTIVE-DATE < TBL-TAX-DATE(TAX-FOUND-IX)
000000             GO TO 6930-EXIT
000000         END-IF
000000     ELSE
000000         IF TAX-RULE-COUNT = 10
000000             GO TO 6930-EXIT
000000         END-IF
000000         ADD 1 TO TAX-RULE-COUNT
000000         MOVE TAX-RULE-COUNT TO TAX-FOUND-IX
000000     END-IF.
000000     MOVE TAX-RATE TO TBL-TAX-RATE(TAX-FOUND-IX).
000000     MOVE TAX-CURRENCY TO TBL-TAX-CURRENCY(TAX-FOUND-IX).
000000     MOVE TAX-JURISDICTION TO TBL-TAX-JURIS(TAX-FOUND-IX).
000000     MOVE TAX-EFFECTIVE-DATE TO TBL-TAX-DATE(TAX-FOUND-IX).
000000 6930-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CONTRACT AND CUSTOMER PICKUP
000000*CONTRPRC is optional; only the rows live on the run date are
000000*kept.  CUSTMS is optional too - without it no customer is
000000*treated as tax exempt.  The ORDCUST cross-reference is read
000000*only when there is a live contract or an exemption to find.
000000*------------------------------------------------------------------------
000000 6940-LOAD-CONTRACTS.
000000     OPEN INPUT CONTRACT-PRICE-FILE.
000000     IF CONTRACT-PRICE-STATUS NOT = '00'
000000         GO TO 6940-CUSTOMERS
000000     END-IF.
000000     PERFORM 6941-READ-CONTRACT.
000000     PERFORM 6942-STORE-CONTRACT
000000         UNTIL CONTRACT-PRICE-EOF-YES OR CONTRACT-COUNT = 200.
000000     IF NOT CONTRACT-PRICE-EOF-YES
000000         DISPLAY 'CONTRPRC HOLDS MORE THAN 200 LIVE CONTRACTS - '
000000             'THE REST PRICE AT LIST'
000000     END-IF.
000000     CLOSE CONTRACT-PRICE-FILE.
000000 6940-CUSTOMERS.
000000     OPEN INPUT CUSTOMER-MASTER.
000000     IF CUSTOMER-MASTER-STATUS = '00'
000000         SET CUSTOMER-MASTER-OPEN-YES TO TRUE
000000     END-IF.
000000     IF CONTRACT-COUNT = ZERO AND NOT CUSTOMER-MASTER-OPEN-YES
000000         GO TO 6940-EXIT
000000     END-IF.
000000     OPEN INPUT ORDER-CUSTOMER-FILE.
000000     IF ORDER-CUSTOMER-STATUS NOT = '00'
000000         DISPLAY 'ORDCUST NOT AVAILABLE - CONTRACTS AND TAX '
000000             'EXEMPTIONS NOT APPLIED'
000000         MOVE ZERO TO CONTRACT-COUNT
000000         IF CUSTOMER-MASTER-OPEN-YES
000000             CLOSE CUSTOMER-MASTER
000000             MOVE 'N' TO CUSTOMER-MASTER-OPEN
000000         END-IF
000000         GO TO 6940-EXIT
000000     END-IF.
000000     PERFORM 6943-READ-ORDER-CUSTOMER.
000000     PERFORM 6944-STORE-ORDER-CUSTOMER
000000         UNTIL ORDER-CUSTOMER-EOF-YES
000000             OR ORDER-CUSTOMER-COUNT = 300.
000000     CLOSE ORDER-CUSTOMER-FILE.
000000 6940-EXIT.
000000     EXIT.
000000 6941-READ-CONTRACT.
000000     READ CONTRACT-PRICE-FILE
000000         AT END SET CONTRACT-PRICE-EOF-YES TO TRUE
000000     END-READ.
000000 6942-STORE-CONTRACT.
000000     IF CTR-START-DATE <= CURRENT-RUN-DATE
000000         AND CTR-END-DATE >= CURRENT-RUN-DATE
000000         ADD 1 TO CONTRACT-COUNT
000000         MOVE CTR-CUST-ID TO TBL-CTR-CUST(CONTRACT-COUNT)
000000         MOVE CTR-PRODUCT-CODE TO TBL-CTR-PRODUCT(CONTRACT-COUNT)
000000         MOVE CTR-START-DATE TO TBL-CTR-START(CONTRACT-COUNT)
000000         MOVE CTR-UNIT-PRICE TO TBL-CTR-PRICE(CONTRACT-COUNT)
000000     END-IF.
000000     PERFORM 6941-READ-CONTRACT.
000000 6943-READ-ORDER-CUSTOMER.
000000     READ ORDER-CUSTOMER-FILE
000000         AT END SET ORDER-CUSTOMER-EOF-YES TO TRUE
000000     END-READ.
000000 6944-STORE-ORDER-CUSTOMER.
000000     ADD 1 TO ORDER-CUSTOMER-COUNT.
000000     MOVE ORDC-ORDER-NO TO TBL-OCX-ORDER(ORDER-CUSTOMER-COUNT).
000000     MOVE ORDC-ACCT-NO TO TBL-OCX-ACCT(ORDER-CUSTOMER-COUNT).
000000     PERFORM 6943-READ-ORDER-CUSTOMER.
000000*------------------------------------------------------------------------
000000*PRODUCT-CODE MASTER PICKUP AND VALIDATION
000000*The STRMAS product-code file of record is loaded once and every
000000     PERFORM 6952-STORE-PRODUCT-CODE
000000         UNTIL STRING-MASTER-EOF-YES
000000             OR PRODUCT-CODE-COUNT = 32.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 6953-COUNT-LEFT-OUT-PRODUCT
000000         UNTIL STRING-MASTER-EOF-YES.
000000     CLOSE STRING-MASTER-FILE.
000000     MOVE 'STRMAS  ' TO TMON-FILE.
000000     MOVE 32 TO TMON-LIMIT.
000000     MOVE PRODUCT-CODE-COUNT TO TMON-USED.
000000     PERFORM 9300-REPORT-TABLE-USAGE THRU 9300-EXIT.
000000 6950-EXIT.
000000     EXIT.
000000 6951-READ-PRODUCT-MASTER.
000000     READ STRING-MASTER-FILE
000000         AT END SET STRING-MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 6953-COUNT-LEFT-OUT-PRODUCT.
000000     ADD 1 TO RECORDS-LEFT-OUT.
000000     PERFORM 6951-READ-PRODUCT-MASTER.
000000 6952-STORE-PRODUCT-CODE.
000000     ADD 1 TO PRODUCT-CODE-COUNT.
000000     MOVE STR-PRODUCT-CODE
000000 9720-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TABLE USAGE
000000*Each fixed-table load reports its usage to the table monitor;
000000*records left out because the table was full raise the alarm.
000000*------------------------------------------------------------------------
000000 9300-REPORT-TABLE-USAGE.
000000     MOVE 'FNMUL   ' TO TMON-PROGRAM.
000000     MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 9300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*Every fn program ends with a meaningful return code the job
000000*stream's step-failure handling can act on:
000000*       its end-of-run DISPLAY lines
000000*    8  fatal - the run refused its input (a feed that did not
000000*       tie, a table that failed certification) and must not be
000000*       treated as processed, or a file outgrew its table and
000000*       records were left unread
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF NOT FEED-ACCEPTED-YES
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 9800-EXIT
000000     END-IF.
000000     IF SHIP-OVERFLOW-YES OR BACKORDER-LOST-COUNT > ZERO
000000         OR TABLE-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 9800-EXIT
000000     END-IF.
000000     IF MULTIPLY-OVERFLOW-COUNT > ZERO
000000         OR FX-REJECT-COUNT > ZERO
000000         OR PRODUCT-REJECT-COUNT > ZERO
000000         OR UNMATCHED-SHIPMENT-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
