000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. goodsrcv.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT GOODS-RECEIPT-FILE ASSIGN TO "GOODSRCV"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GOODS-RECEIPT-STATUS.
000000     SELECT COST-MASTER-FILE ASSIGN TO "COSTMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COST-MASTER-STATUS.
000000     SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVENTORY-BALANCE-STATUS.
000000     SELECT INVENTORY-MOVE-FILE ASSIGN TO "INVMOVE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVENTORY-MOVE-STATUS.
000000     SELECT RECEIPT-CONTROL-FILE ASSIGN TO "GRCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RECEIPT-CONTROL-STATUS.
000000     SELECT COST-CHANGE-REPORT-FILE ASSIGN TO "COSTCHG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COST-CHANGE-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*GOODSRCV - one record per receipt line from purchasing.
000000 FD  GOODS-RECEIPT-FILE.
000000 01  GOODS-RECEIPT-RECORD.
000000     05 GRV-PRODUCT-CODE PIC X(8).
000000     05 GRV-QTY          PIC 9(7).
000000     05 GRV-UNIT-COST    PIC 9(5)V99.
000000     05 GRV-RECEIPT-DATE PIC 9(8).
000000 FD  COST-MASTER-FILE.
000000 01  COST-MASTER-RECORD.
000000     05 CST-PRODUCT-CODE   PIC X(8).
000000     05 CST-EFFECTIVE-DATE PIC 9(8).
000000     05 CST-UNIT-COST      PIC 9(5)V99.
000000 FD  INVENTORY-BALANCE-FILE.
000000     COPY "invbal.cpy".
000000 FD  INVENTORY-MOVE-FILE.
000000     COPY "invmove.cpy".
000000 FD  RECEIPT-CONTROL-FILE.
000000 01  RECEIPT-CONTROL-RECORD.
000000     05 GRC-LAST-RUN-DATE PIC 9(8).
000000 FD  COST-CHANGE-REPORT-FILE.
000000 01  COST-CHANGE-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 GOODS-RECEIPT-STATUS PIC X(2) VALUE '00'.
000000    01 COST-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 INVENTORY-BALANCE-STATUS PIC X(2) VALUE '00'.
000000    01 INVENTORY-MOVE-STATUS PIC X(2) VALUE '00'.
000000    01 RECEIPT-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 COST-CHANGE-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 GOODS-RECEIPT-EOF PIC X VALUE 'N'.
000000       88 GOODS-RECEIPT-EOF-YES VALUE 'Y'.
000000    01 COST-MASTER-EOF PIC X VALUE 'N'.
000000       88 COST-MASTER-EOF-YES VALUE 'Y'.
000000    01 INVENTORY-BALANCE-EOF PIC X VALUE 'N'.
000000       88 INVENTORY-BALANCE-EOF-YES VALUE 'Y'.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 LAST-RECEIPT-RUN-DATE PIC 9(8) VALUE ZERO.
000000*Cost move, in percent of the old cost, above which a product
000000*is flagged on the report; ten percent when no GOODSRCV
000000*COST-TOL-PCT is in force.
000000    01 COST-TOLERANCE-PCT PIC 9(3)V99 VALUE 10.00.
000000    01 COST-ROW-TABLE.
000000       05 COST-ROW-COUNT PIC 9(3) VALUE ZERO.
000000       05 COST-ROW-ENTRY OCCURS 100 TIMES.
000000          10 TBL-CST-CODE PIC X(8).
000000          10 TBL-CST-DATE PIC 9(8).
000000          10 TBL-CST-COST PIC 9(5)V99.
000000    01 CST-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CST-BEST-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CST-BEST-DATE PIC 9(8) VALUE ZERO.
000000    01 CST-SHIFT-IX BINARY-SHORT SIGNED VALUE 0.
000000*Opening on-hand per product: last night's posted balance.
000000    01 ON-HAND-TABLE.
000000       05 ON-HAND-COUNT PIC 9(3) VALUE ZERO.
000000       05 ON-HAND-ENTRY OCCURS 500 TIMES.
000000          10 TBL-OH-PRODUCT PIC X(8).
000000          10 TBL-OH-QTY     PIC S9(7).
000000    01 OH-IX BINARY-SHORT SIGNED VALUE 0.
000000*Tonight's receipts summed per product.
000000    01 RECEIPT-TABLE.
000000       05 RECEIPT-COUNT PIC 9(3) VALUE ZERO.
000000       05 RECEIPT-ENTRY OCCURS 200 TIMES.
000000          10 TBL-RCV-PRODUCT  PIC X(8).
000000          10 TBL-RCV-QTY      PIC 9(9).
000000          10 TBL-RCV-VALUE    PIC 9(11)V99.
000000          10 TBL-RCV-OLD-COST PIC 9(5)V99.
000000          10 TBL-RCV-NEW-COST PIC 9(5)V99.
000000          10 TBL-RCV-ON-HAND  PIC 9(7).
000000    01 RCV-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RCV-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RECEIPT-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 OPENING-QTY PIC 9(7) VALUE ZERO.
000000    01 CHANGE-PCT PIC S9(5)V99 VALUE ZERO.
000000    01 CHANGE-ABS-PCT PIC 9(5)V99 VALUE ZERO.
000000    01 CHANGE-PCT-DISPLAY PIC -(4)9.99 VALUE ZERO.
000000    01 OLD-COST-DISPLAY PIC ZZ,ZZ9.99 VALUE ZERO.
000000    01 NEW-COST-DISPLAY PIC ZZ,ZZ9.99 VALUE ZERO.
000000    01 CHANGE-FLAG PIC X(16) VALUE SPACES.
000000    01 TOLERANCE-DISPLAY PIC ZZ9.99 VALUE ZERO.
000000    01 RECEIPT-LINE-COUNT PIC 9(5) VALUE ZERO.
000000    01 REJECT-COUNT PIC 9(5) VALUE ZERO.
000000    01 FLAGGED-COUNT PIC 9(5) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*GOODS RECEIPT AND WEIGHTED-AVERAGE COST
000000*Purchasing's GOODSRCV feed names each product received, the
000000*quantity, the unit cost paid and the receipt date.  The night's
000000*receipts are summed per product and each product's cost is
000000*re-averaged: the opening on-hand at the cost in force tonight
000000*plus the receipts at what was paid, over the combined quantity.
000000*Opening on-hand is last night's INVBAL balance (a negative
000000*balance counts as none); a product with no cost in force takes
000000*the receipts' own average.  The result is written to COSTMST
000000*as a new row effective tonight, so the pricing step that runs
000000*after this one costs tonight's lines at it.  The product's
000000*superseded rows - effective before tonight - are dropped as the
000000*new row goes in, which keeps COSTMST inside the hundred rows
000000*its readers hold; a row already dated tonight is replaced and
000000*a future-dated row keyed through strmnt stays.  Each receipt
000000*is journalled to INVMOVE as a 'G' movement for the inventory
000000*balance step.  COSTCHG lists every product re-costed with its
000000*old and new cost and flags one that moved by more than the
000000*COST-TOL-PCT tolerance percent.
000000*GRCTL carries the last run date applied, so a rerun of the
000000*night re-averages nothing; nothing at all is applied when a
000000*table would overflow (return code 8), so the night can be
000000*rerun once the tables are cleared.  A flagged product or a
000000*rejected receipt line returns 4.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-READ-RECEIPT-CONTROL THRU 0800-EXIT.
000000     IF LAST-RECEIPT-RUN-DATE = CURRENT-RUN-DATE
000000         AND CURRENT-RUN-DATE > ZERO
000000         DISPLAY 'GOODSRCV: RECEIPTS ALREADY APPLIED FOR '
000000             CURRENT-RUN-DATE
000000         MOVE 0 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0900-READ-TOLERANCE THRU 0900-EXIT.
000000     MOVE ZERO TO COST-ROW-COUNT.
000000     MOVE ZERO TO ON-HAND-COUNT.
000000     MOVE ZERO TO RECEIPT-COUNT.
000000     MOVE ZERO TO RECEIPT-LINE-COUNT.
000000     MOVE ZERO TO REJECT-COUNT.
000000     MOVE ZERO TO FLAGGED-COUNT.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'N' TO GOODS-RECEIPT-EOF.
000000     MOVE 'N' TO COST-MASTER-EOF.
000000     MOVE 'N' TO INVENTORY-BALANCE-EOF.
000000     MOVE 'N' TO TABLE-OVERFLOW.
000000     PERFORM 1000-LOAD-COST-MASTER THRU 1000-EXIT.
000000     PERFORM 1300-LOAD-ON-HAND THRU 1300-EXIT.
000000     PERFORM 2000-SUM-RECEIPTS THRU 2000-EXIT.
000000     IF NOT TABLE-OVERFLOW-YES
000000         PERFORM 3000-RECOST-ONE-PRODUCT THRU 3000-EXIT
000000             VARYING RCV-IX FROM 1 BY 1
000000             UNTIL RCV-IX > RECEIPT-COUNT OR TABLE-OVERFLOW-YES
000000     END-IF.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY '*** GOODSRCV: TABLE OVERFLOW - NO RECEIPTS '
000000             'APPLIED, COSTMST AND INVMOVE UNCHANGED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     IF RECEIPT-COUNT > ZERO
000000         PERFORM 4000-REWRITE-COST-MASTER THRU 4000-EXIT
000000         PERFORM 4500-WRITE-RECEIPT-MOVES THRU 4500-EXIT
000000     END-IF.
000000     PERFORM 5000-WRITE-COST-CHANGE-REPORT THRU 5000-EXIT.
000000     PERFORM 8000-WRITE-RECEIPT-CONTROL THRU 8000-EXIT.
000000     DISPLAY 'GOODSRCV: ' RECEIPT-LINE-COUNT ' RECEIPT LINE(S), '
000000         RECEIPT-COUNT ' PRODUCT(S) RE-COSTED, '
000000         FLAGGED-COUNT ' OVER TOLERANCE, '
000000         REJECT-COUNT ' REJECTED'.
000000     IF FLAGGED-COUNT > ZERO OR REJECT-COUNT > ZERO
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
000000 0800-READ-RECEIPT-CONTROL.
000000     MOVE ZERO TO LAST-RECEIPT-RUN-DATE.
000000     OPEN INPUT RECEIPT-CONTROL-FILE.
000000     IF RECEIPT-CONTROL-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     READ RECEIPT-CONTROL-FILE
000000         AT END GO TO 0800-CLOSE
000000     END-READ.
000000     MOVE GRC-LAST-RUN-DATE TO LAST-RECEIPT-RUN-DATE.
000000 0800-CLOSE.
000000     CLOSE RECEIPT-CONTROL-FILE.
000000 0800-EXIT.
000000     EXIT.
000000 0900-READ-TOLERANCE.
000000     MOVE 'GOODSRCV' TO PSVC-PROGRAM.
000000     MOVE 'COST-TOL-PCT' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-NUMERIC
000000         AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER < 1000
000000         MOVE PSVC-NUMBER TO COST-TOLERANCE-PCT
000000     END-IF.
000000 0900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*COST-MASTER LOAD - COSTMST is optional
000000*------------------------------------------------------------------------
000000 1000-LOAD-COST-MASTER.
000000     OPEN INPUT COST-MASTER-FILE.
000000     IF COST-MASTER-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-COST-ROW.
000000     PERFORM 1200-STORE-COST-ROW
000000         UNTIL COST-MASTER-EOF-YES OR COST-ROW-COUNT = 100.
000000     IF NOT COST-MASTER-EOF-YES
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** COSTMST HOLDS MORE THAN 100 ROWS'
000000     END-IF.
000000     CLOSE COST-MASTER-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-COST-ROW.
000000     READ COST-MASTER-FILE
000000         AT END SET COST-MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-COST-ROW.
000000     ADD 1 TO COST-ROW-COUNT.
000000     MOVE CST-PRODUCT-CODE TO TBL-CST-CODE(COST-ROW-COUNT).
000000     MOVE CST-EFFECTIVE-DATE TO TBL-CST-DATE(COST-ROW-COUNT).
000000     MOVE CST-UNIT-COST TO TBL-CST-COST(COST-ROW-COUNT).
000000     PERFORM 1100-READ-COST-ROW.
000000*------------------------------------------------------------------------
000000*OPENING ON-HAND - INVBAL is optional; without it every product
000000*opens at nothing and takes the receipts' own average cost.
000000*------------------------------------------------------------------------
000000 1300-LOAD-ON-HAND.
000000     OPEN INPUT INVENTORY-BALANCE-FILE.
000000     IF INVENTORY-BALANCE-STATUS NOT = '00'
000000         GO TO 1300-EXIT
000000     END-IF.
000000     PERFORM 1400-READ-BALANCE.
000000     PERFORM 1500-STORE-BALANCE
000000         UNTIL INVENTORY-BALANCE-EOF-YES OR ON-HAND-COUNT = 500.
000000     IF NOT INVENTORY-BALANCE-EOF-YES
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** INVBAL HOLDS MORE THAN 500 PRODUCTS'
000000     END-IF.
000000     CLOSE INVENTORY-BALANCE-FILE.
000000 1300-EXIT.
000000     EXIT.
000000 1400-READ-BALANCE.
000000     READ INVENTORY-BALANCE-FILE
000000         AT END SET INVENTORY-BALANCE-EOF-YES TO TRUE
000000     END-READ.
000000 1500-STORE-BALANCE.
000000     ADD 1 TO ON-HAND-COUNT.
000000     MOVE IVB-PRODUCT-CODE TO TBL-OH-PRODUCT(ON-HAND-COUNT).
000000     MOVE IVB-ON-HAND TO TBL-OH-QTY(ON-HAND-COUNT).
000000     PERFORM 1400-READ-BALANCE.
000000*------------------------------------------------------------------------
000000*RECEIPT SUMMARY
000000*A line with no product, a zero or unreadable quantity or an
000000*unreadable cost is refused and counted.
000000*------------------------------------------------------------------------
000000 2000-SUM-RECEIPTS.
000000     OPEN INPUT GOODS-RECEIPT-FILE.
000000     IF GOODS-RECEIPT-STATUS NOT = '00'
000000         DISPLAY 'GOODSRCV NOT AVAILABLE - NO RECEIPTS TONIGHT'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-RECEIPT.
000000     PERFORM 2200-SUM-ONE-RECEIPT THRU 2200-NEXT
000000         UNTIL GOODS-RECEIPT-EOF-YES OR TABLE-OVERFLOW-YES.
000000     CLOSE GOODS-RECEIPT-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-RECEIPT.
000000     READ GOODS-RECEIPT-FILE
000000         AT END SET GOODS-RECEIPT-EOF-YES TO TRUE
000000     END-READ.
000000 2200-SUM-ONE-RECEIPT.
000000     IF GRV-PRODUCT-CODE = SPACES
000000         OR GRV-QTY IS NOT NUMERIC
000000         OR GRV-UNIT-COST IS NOT NUMERIC
000000         ADD 1 TO REJECT-COUNT
000000         DISPLAY 'RECEIPT REFUSED - UNREADABLE: '
000000             GOODS-RECEIPT-RECORD
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF GRV-QTY = ZERO
000000         ADD 1 TO REJECT-COUNT
000000         DISPLAY 'RECEIPT REFUSED - ZERO QUANTITY: '
000000             GRV-PRODUCT-CODE
000000         GO TO 2200-NEXT
000000     END-IF.
000000     MOVE ZERO TO RCV-FOUND-IX.
000000     PERFORM VARYING RCV-IX FROM 1 BY 1
000000             UNTIL RCV-IX > RECEIPT-COUNT OR RCV-FOUND-IX > ZERO
000000         IF TBL-RCV-PRODUCT(RCV-IX) = GRV-PRODUCT-CODE
000000             MOVE RCV-IX TO RCV-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF RCV-FOUND-IX = ZERO
000000         IF RECEIPT-COUNT = 200
000000             SET TABLE-OVERFLOW-YES TO TRUE
000000             DISPLAY '*** MORE THAN 200 PRODUCTS RECEIVED'
000000             GO TO 2200-NEXT
000000         END-IF
000000         ADD 1 TO RECEIPT-COUNT
000000         MOVE RECEIPT-COUNT TO RCV-FOUND-IX
000000         MOVE GRV-PRODUCT-CODE TO TBL-RCV-PRODUCT(RCV-FOUND-IX)
000000         MOVE ZERO TO TBL-RCV-QTY(RCV-FOUND-IX)
000000         MOVE ZERO TO TBL-RCV-VALUE(RCV-FOUND-IX)
000000         MOVE ZERO TO TBL-RCV-OLD-COST(RCV-FOUND-IX)
000000         MOVE ZERO TO TBL-RCV-NEW-COST(RCV-FOUND-IX)
000000         MOVE ZERO TO TBL-RCV-ON-HAND(RCV-FOUND-IX)
000000     END-IF.
000000     ADD 1 TO RECEIPT-LINE-COUNT.
000000     ADD GRV-QTY TO TBL-RCV-QTY(RCV-FOUND-IX).
000000     MULTIPLY GRV-QTY BY GRV-UNIT-COST GIVING RECEIPT-VALUE.
000000     ADD RECEIPT-VALUE TO TBL-RCV-VALUE(RCV-FOUND-IX).
000000 2200-NEXT.
000000     PERFORM 2100-READ-RECEIPT.
000000*------------------------------------------------------------------------
000000*WEIGHTED-AVERAGE RE-COST
000000*The old cost is the row in force tonight, picked the way the
000000*pricing step picks it - the latest effective on or before the
000000*run date.
000000*------------------------------------------------------------------------
000000 3000-RECOST-ONE-PRODUCT.
000000     MOVE ZERO TO CST-BEST-IX.
000000     MOVE ZERO TO CST-BEST-DATE.
000000     PERFORM VARYING CST-IX FROM 1 BY 1
000000             UNTIL CST-IX > COST-ROW-COUNT
000000         IF TBL-CST-CODE(CST-IX) = TBL-RCV-PRODUCT(RCV-IX)
000000             AND TBL-CST-DATE(CST-IX) <= CURRENT-RUN-DATE
000000             AND TBL-CST-DATE(CST-IX) >= CST-BEST-DATE
000000             MOVE CST-IX TO CST-BEST-IX
000000             MOVE TBL-CST-DATE(CST-IX) TO CST-BEST-DATE
000000         END-IF
000000     END-PERFORM.
000000     MOVE ZERO TO OPENING-QTY.
000000     IF CST-BEST-IX > ZERO
000000         MOVE TBL-CST-COST(CST-BEST-IX)
000000             TO TBL-RCV-OLD-COST(RCV-IX)
000000         PERFORM VARYING OH-IX FROM 1 BY 1
000000                 UNTIL OH-IX > ON-HAND-COUNT
000000             IF TBL-OH-PRODUCT(OH-IX) = TBL-RCV-PRODUCT(RCV-IX)
000000                 AND TBL-OH-QTY(OH-IX) > ZERO
000000                 MOVE TBL-OH-QTY(OH-IX) TO OPENING-QTY
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     MOVE OPENING-QTY TO TBL-RCV-ON-HAND(RCV-IX).
000000     COMPUTE TBL-RCV-NEW-COST(RCV-IX) ROUNDED =
000000         (OPENING-QTY * TBL-RCV-OLD-COST(RCV-IX)
000000             + TBL-RCV-VALUE(RCV-IX))
000000         / (OPENING-QTY + TBL-RCV-QTY(RCV-IX)).
000000*Superseded rows for the product drop out; tonight's row, if
000000*one was keyed, is overwritten in place.
000000     MOVE ZERO TO CST-BEST-IX.
000000     MOVE 1 TO CST-IX.
000000     PERFORM 3100-DROP-SUPERSEDED THRU 3100-EXIT
000000         UNTIL CST-IX > COST-ROW-COUNT.
000000     IF CST-BEST-IX = ZERO
000000         IF COST-ROW-COUNT = 100
000000             SET TABLE-OVERFLOW-YES TO TRUE
000000             DISPLAY '*** COSTMST WOULD PASS 100 ROWS AT '
000000                 TBL-RCV-PRODUCT(RCV-IX)
000000             GO TO 3000-EXIT
000000         END-IF
000000         ADD 1 TO COST-ROW-COUNT
000000         MOVE COST-ROW-COUNT TO CST-BEST-IX
000000         MOVE TBL-RCV-PRODUCT(RCV-IX) TO TBL-CST-CODE(CST-BEST-IX)
000000         MOVE CURRENT-RUN-DATE TO TBL-CST-DATE(CST-BEST-IX)
000000     END-IF.
000000     MOVE TBL-RCV-NEW-COST(RCV-IX) TO TBL-CST-COST(CST-BEST-IX).
000000 3000-EXIT.
000000     EXIT.
000000 3100-DROP-SUPERSEDED.
000000     IF TBL-CST-CODE(CST-IX) NOT = TBL-RCV-PRODUCT(RCV-IX)
000000         ADD 1 TO CST-IX
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF TBL-CST-DATE(CST-IX) = CURRENT-RUN-DATE
000000         MOVE CST-IX TO CST-BEST-IX
000000         ADD 1 TO CST-IX
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF TBL-CST-DATE(CST-IX) > CURRENT-RUN-DATE
000000         ADD 1 TO CST-IX
000000         GO TO 3100-EXIT
000000     END-IF.
000000     PERFORM VARYING CST-SHIFT-IX FROM CST-IX BY 1
000000             UNTIL CST-SHIFT-IX >= COST-ROW-COUNT
000000         MOVE COST-ROW-ENTRY(CST-SHIFT-IX + 1)
000000             TO COST-ROW-ENTRY(CST-SHIFT-IX)
000000     END-PERFORM.
000000     MOVE SPACES TO COST-ROW-ENTRY(COST-ROW-COUNT).
000000     SUBTRACT 1 FROM COST-ROW-COUNT.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*COSTMST REWRITE AND RECEIPT MOVEMENTS
000000*------------------------------------------------------------------------
000000 4000-REWRITE-COST-MASTER.
000000     OPEN OUTPUT COST-MASTER-FILE.
000000     PERFORM VARYING CST-IX FROM 1 BY 1
000000             UNTIL CST-IX > COST-ROW-COUNT
000000         MOVE TBL-CST-CODE(CST-IX) TO CST-PRODUCT-CODE
000000         MOVE TBL-CST-DATE(CST-IX) TO CST-EFFECTIVE-DATE
000000         MOVE TBL-CST-COST(CST-IX) TO CST-UNIT-COST
000000         WRITE COST-MASTER-RECORD
000000     END-PERFORM.
000000     CLOSE COST-MASTER-FILE.
000000 4000-EXIT.
000000     EXIT.
000000*The movements go to the journal one per receipt line, at the
000000*price paid, dated with tonight's run so the balance step
000000*picks them up after the pricing step's shipments.
000000 4500-WRITE-RECEIPT-MOVES.
000000     OPEN EXTEND INVENTORY-MOVE-FILE.
000000     IF INVENTORY-MOVE-STATUS = '05'
000000         OR INVENTORY-MOVE-STATUS = '35'
000000         OPEN OUTPUT INVENTORY-MOVE-FILE
000000     END-IF.
000000     MOVE 'N' TO GOODS-RECEIPT-EOF.
000000     OPEN INPUT GOODS-RECEIPT-FILE.
000000     PERFORM 2100-READ-RECEIPT.
000000     PERFORM 4600-WRITE-ONE-MOVE THRU 4600-EXIT
000000         UNTIL GOODS-RECEIPT-EOF-YES.
000000     CLOSE GOODS-RECEIPT-FILE.
000000     CLOSE INVENTORY-MOVE-FILE.
000000 4500-EXIT.
000000     EXIT.
000000 4600-WRITE-ONE-MOVE.
000000     IF GRV-PRODUCT-CODE NOT = SPACES
000000         AND GRV-QTY IS NUMERIC
000000         AND GRV-UNIT-COST IS NUMERIC
000000         AND GRV-QTY > ZERO
000000         MOVE CURRENT-RUN-DATE TO IVM-DATE
000000         MOVE GRV-PRODUCT-CODE TO IVM-PRODUCT-CODE
000000         MOVE 'G' TO IVM-TYPE
000000         MOVE GRV-QTY TO IVM-QTY
000000         MOVE ZERO TO IVM-REFERENCE
000000         MOVE GRV-UNIT-COST TO IVM-UNIT-COST
000000         WRITE INVENTORY-MOVE-RECORD
000000     END-IF.
000000     PERFORM 2100-READ-RECEIPT.
000000 4600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*COST-CHANGE REPORT
000000*------------------------------------------------------------------------
000000 5000-WRITE-COST-CHANGE-REPORT.
000000     OPEN OUTPUT COST-CHANGE-REPORT-FILE.
000000     PERFORM 5400-WRITE-REPORT-HEADER.
000000     PERFORM 5100-REPORT-ONE-PRODUCT THRU 5100-EXIT
000000         VARYING RCV-IX FROM 1 BY 1
000000         UNTIL RCV-IX > RECEIPT-COUNT.
000000     MOVE COST-TOLERANCE-PCT TO TOLERANCE-DISPLAY.
000000     MOVE SPACES TO COST-CHANGE-REPORT-LINE.
000000     STRING 'PRODUCTS RE-COSTED: ' RECEIPT-COUNT
000000         '  OVER TOLERANCE: ' FLAGGED-COUNT
000000         '  TOLERANCE PCT: ' TOLERANCE-DISPLAY
000000         INTO COST-CHANGE-REPORT-LINE.
000000     WRITE COST-CHANGE-REPORT-LINE.
000000     CLOSE COST-CHANGE-REPORT-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-REPORT-ONE-PRODUCT.
000000     MOVE SPACES TO CHANGE-FLAG.
000000     MOVE ZERO TO CHANGE-PCT.
000000     IF TBL-RCV-OLD-COST(RCV-IX) = ZERO
000000         MOVE 'NEW COST' TO CHANGE-FLAG
000000     ELSE
000000         COMPUTE CHANGE-PCT ROUNDED =
000000             (TBL-RCV-NEW-COST(RCV-IX) - TBL-RCV-OLD-COST(RCV-IX))
000000             * 100 / TBL-RCV-OLD-COST(RCV-IX)
000000         MOVE CHANGE-PCT TO CHANGE-ABS-PCT
000000         IF CHANGE-ABS-PCT > COST-TOLERANCE-PCT
000000             MOVE '*** OVER TOL' TO CHANGE-FLAG
000000             ADD 1 TO FLAGGED-COUNT
000000         END-IF
000000     END-IF.
000000     MOVE CHANGE-PCT TO CHANGE-PCT-DISPLAY.
000000     MOVE TBL-RCV-OLD-COST(RCV-IX) TO OLD-COST-DISPLAY.
000000     MOVE TBL-RCV-NEW-COST(RCV-IX) TO NEW-COST-DISPLAY.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 5400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO COST-CHANGE-REPORT-LINE.
000000     STRING TBL-RCV-PRODUCT(RCV-IX)
000000         ' OLD ' OLD-COST-DISPLAY
000000         ' NEW ' NEW-COST-DISPLAY
000000         ' PCT ' CHANGE-PCT-DISPLAY
000000         ' ' CHANGE-FLAG
000000         INTO COST-CHANGE-REPORT-LINE.
000000     WRITE COST-CHANGE-REPORT-LINE.
000000     MOVE SPACES TO COST-CHANGE-REPORT-LINE.
000000     STRING '         ON HAND ' TBL-RCV-ON-HAND(RCV-IX)
000000         ' RECEIVED ' TBL-RCV-QTY(RCV-IX)
000000         ' EFFECTIVE ' CURRENT-RUN-DATE
000000         INTO COST-CHANGE-REPORT-LINE.
000000     WRITE COST-CHANGE-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 5100-EXIT.
000000     EXIT.
000000 5400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'WEIGHTED-AVERAGE COST CHANGES' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE COST-CHANGE-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 8000-WRITE-RECEIPT-CONTROL.
000000     OPEN OUTPUT RECEIPT-CONTROL-FILE.
000000     MOVE CURRENT-RUN-DATE TO GRC-LAST-RUN-DATE.
000000     WRITE RECEIPT-CONTROL-RECORD.
000000     CLOSE RECEIPT-CONTROL-FILE.
000000 8000-EXIT.
000000     EXIT.
