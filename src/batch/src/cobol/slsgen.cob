000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. slsgen.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT EXTENDED-PRICE-FILE ASSIGN TO "EXTPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EXTENDED-PRICE-STATUS.
000000     SELECT ORDER-CUSTOMER-FILE ASSIGN TO "ORDCUST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ORDER-CUSTOMER-STATUS.
000000     SELECT MEMO-REGISTER-FILE ASSIGN TO "CMREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MEMO-REGISTER-STATUS.
000000     SELECT SALESPERSON-MASTER-FILE ASSIGN TO "SPMAST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALESPERSON-MASTER-STATUS.
000000     SELECT SALES-WORK-FILE ASSIGN TO "SALESWK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALES-WORK-STATUS.
000000     SELECT SALES-SORT-FILE ASSIGN TO "SLSSRT".
000000     SELECT SALES-TRANS-FILE ASSIGN TO "SALESTX"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALES-TRANS-STATUS.
000000     SELECT SALES-RECON-FILE ASSIGN TO "SLSRECN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALES-RECON-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
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
000000 FD  SALESPERSON-MASTER-FILE.
000000 01  SALESPERSON-MASTER-RECORD.
000000     05 SPM-ID           PIC X(5).
000000     05 SPM-NAME         PIC X(30).
000000     05 SPM-STATUS       PIC X(1).
000000     05 SPM-START-DATE   PIC 9(8).
000000     05 SPM-TERM-DATE    PIC 9(8).
000000     05 SPM-DEFAULT-TIER PIC X(2).
000000 FD  SALES-WORK-FILE.
000000 01  SALES-WORK-RECORD PIC X(35).
000000 SD  SALES-SORT-FILE.
000000 01  SALES-SORT-RECORD.
000000     05 SRT-SALESPERSON-ID PIC X(5).
000000     05 SRT-REST           PIC X(30).
000000 FD  SALES-TRANS-FILE.
000000 01  SALES-TRANS-RECORD.
000000     05 SALE-SALESPERSON-ID PIC X(5).
000000     05 SALE-TIER-CODE      PIC X(2).
000000     05 SALE-AMOUNT         PIC 9(7)V99.
000000     05 SALE-RECORD-TYPE    PIC X(1).
000000         88 SALE-TYPE-REVERSAL VALUE 'R'.
000000     05 SALE-SPLIT-ID       PIC X(5).
000000     05 SALE-PRIMARY-PCT    PIC 9(3).
000000     05 SALE-SPLIT-PCT      PIC 9(3).
000000     05 SALE-ORDER-NO       PIC 9(6).
000000     05 SALE-FINANCED-FLAG  PIC X(1).
000000 FD  SALES-RECON-FILE.
000000 01  SALES-RECON-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 EXTENDED-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 ORDER-CUSTOMER-STATUS PIC X(2) VALUE '00'.
000000    01 MEMO-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 SALESPERSON-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 SALES-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 SALES-TRANS-STATUS PIC X(2) VALUE '00'.
000000    01 SALES-RECON-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 EXTENDED-PRICE-EOF PIC X VALUE 'N'.
000000       88 EXTENDED-PRICE-EOF-YES VALUE 'Y'.
000000    01 ORDER-CUSTOMER-EOF PIC X VALUE 'N'.
000000       88 ORDER-CUSTOMER-EOF-YES VALUE 'Y'.
000000    01 MEMO-REGISTER-EOF PIC X VALUE 'N'.
000000       88 MEMO-REGISTER-EOF-YES VALUE 'Y'.
000000    01 SALESPERSON-MASTER-EOF PIC X VALUE 'N'.
000000       88 SALESPERSON-MASTER-EOF-YES VALUE 'Y'.
000000    01 SALES-TRANS-EOF PIC X VALUE 'N'.
000000       88 SALES-TRANS-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000*Salesperson credit per order from the ORDCUST feed.
000000    01 XREF-TABLE.
000000       05 XREF-COUNT PIC 9(3) VALUE ZERO.
000000       05 XREF-ENTRY OCCURS 200 TIMES.
000000          10 TBL-XREF-ORDER    PIC 9(6).
000000          10 TBL-XREF-SP-ID    PIC X(5).
000000          10 TBL-XREF-SPLIT-ID PIC X(5).
000000          10 TBL-XREF-SPLIT-PCT PIC 9(3).
000000          10 TBL-XREF-FINANCED PIC X(1).
000000    01 XREF-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 XREF-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 TIER-TABLE.
000000       05 TIER-COUNT PIC 9(3) VALUE ZERO.
000000       05 TIER-ENTRY OCCURS 100 TIMES.
000000          10 TBL-TIER-SP-ID PIC X(5).
000000          10 TBL-TIER-CODE  PIC X(2).
000000    01 TIER-IX BINARY-SHORT SIGNED VALUE 0.
000000*Tonight's released lines, each at its commissionable value:
000000*the line's price net of discount and without the tax, in home
000000*currency at the rate the pricing converted the line at.
000000    01 LINE-TABLE.
000000       05 LINE-COUNT PIC 9(3) VALUE ZERO.
000000       05 LINE-ENTRY OCCURS 400 TIMES.
000000          10 TBL-LINE-ORDER   PIC 9(6).
000000          10 TBL-LINE-PRODUCT PIC X(8).
000000          10 TBL-LINE-QTY     PIC 9(5).
000000          10 TBL-LINE-VALUE   PIC 9(9)V99.
000000    01 LINE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LINE-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ORDER-TABLE.
000000       05 ORDER-COUNT PIC 9(3) VALUE ZERO.
000000       05 ORDER-ENTRY OCCURS 200 TIMES.
000000          10 TBL-ORD-NO    PIC 9(6).
000000          10 TBL-ORD-VALUE PIC 9(11)V99.
000000    01 ORD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ORD-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SEARCH-ORDER-NO PIC 9(6) VALUE ZERO.
000000    01 LINE-VALUE PIC 9(9)V99 VALUE ZERO.
000000    01 RETURN-VALUE PIC 9(9)V99 VALUE ZERO.
000000    01 SALE-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 SALE-TYPE PIC X(1) VALUE SPACE.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000    01 RELEASED-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 RETURNS-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 UNCREDITED-SALES PIC 9(11)V99 VALUE ZERO.
000000    01 UNCREDITED-RETURNS PIC 9(11)V99 VALUE ZERO.
000000    01 UNCREDITED-COUNT PIC 9(5) VALUE ZERO.
000000    01 SALES-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
000000    01 REVERSALS-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
000000    01 SALESTX-SALES PIC 9(11)V99 VALUE ZERO.
000000    01 SALESTX-REVERSALS PIC 9(11)V99 VALUE ZERO.
000000    01 EXPECTED-NET PIC S9(11)V99 VALUE ZERO.
000000    01 COMMISSIONABLE-NET PIC S9(11)V99 VALUE ZERO.
000000    01 PROOF-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
000000    01 REASON-TEXT PIC X(24) VALUE SPACES.
000000    01 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 SIGNED-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*COMMISSION SALES FEED FROM PRICED ORDERS
000000*SALESTX is built here from what was actually priced and
000000*released instead of being keyed by sales admin: every order on
000000*EXTPRC after the credit gate becomes one sale for the
000000*salesperson ORDCUST names on the order, at the sum of its
000000*lines' commissionable value - price net of discount, tax left
000000*out, in home currency - with the order's split partner and
000000*percentage carried into the split fields.  Each credit memo
000000*credmemo registered on CMREG tonight becomes an 'R' reversal
000000*sale for the same salesperson at the returned share of the
000000*line's commissionable value.  The tier is the salesperson's
000000*default tier off SPMAST; commrun still validates the ids.
000000*Each sale carries its order number and whether the order was
000000*financed, so commrun can hold commission on installment sales.
000000*The sales are sorted by salesperson, as commrun expects.
000000*Orders and memos with no salesperson on the order earn nothing
000000*and are listed on the SLSRECN reconciliation, which proves the
000000*commissionable sales read back off SALESTX (sales less
000000*reversals) equal released order value less returns, less what
000000*was not credited to anyone.  A reconciliation that does not
000000*balance returns 8; uncredited orders or memos return 4.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     OPEN OUTPUT SALES-RECON-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     PERFORM 1000-LOAD-ORDER-XREF THRU 1000-EXIT.
000000     PERFORM 1200-LOAD-SALESPERSON-TIERS THRU 1200-EXIT.
000000     PERFORM 1400-LOAD-RELEASED-LINES THRU 1400-EXIT.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY '*** SLSGEN TABLE FULL - SALESTX NOT BUILT'
000000         MOVE SPACES TO SALES-RECON-LINE
000000         MOVE '*** TABLE FULL - SALESTX NOT BUILT ***'
000000             TO SALES-RECON-LINE
000000         WRITE SALES-RECON-LINE
000000         CLOSE SALES-RECON-FILE
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN OUTPUT SALES-WORK-FILE.
000000     PERFORM 2000-WRITE-ORDER-SALES THRU 2000-EXIT.
000000     PERFORM 3000-WRITE-RETURN-REVERSALS THRU 3000-EXIT.
000000     CLOSE SALES-WORK-FILE.
000000     SORT SALES-SORT-FILE ON ASCENDING KEY SRT-SALESPERSON-ID
000000         USING SALES-WORK-FILE
000000         GIVING SALES-TRANS-FILE.
000000     PERFORM 4000-READ-BACK-SALESTX THRU 4000-EXIT.
000000     PERFORM 5000-WRITE-RECONCILIATION THRU 5000-EXIT.
000000     CLOSE SALES-RECON-FILE.
000000     DISPLAY 'SLSGEN: ' SALES-WRITTEN-COUNT ' SALE(S), '
000000         REVERSALS-WRITTEN-COUNT ' REVERSAL(S), '
000000         UNCREDITED-COUNT ' UNCREDITED'.
000000     EVALUATE TRUE
000000         WHEN PROOF-DIFFERENCE NOT = ZERO
000000             MOVE 8 TO RETURN-CODE
000000         WHEN UNCREDITED-COUNT > ZERO
000000             MOVE 4 TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0 TO RETURN-CODE
000000     END-EVALUATE.
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
000000 1000-LOAD-ORDER-XREF.
000000     OPEN INPUT ORDER-CUSTOMER-FILE.
000000     IF ORDER-CUSTOMER-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-ORDER-XREF.
000000     PERFORM 1150-STORE-ORDER-XREF
000000         UNTIL ORDER-CUSTOMER-EOF-YES OR TABLE-OVERFLOW-YES.
000000     CLOSE ORDER-CUSTOMER-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-ORDER-XREF.
000000     READ ORDER-CUSTOMER-FILE
000000         AT END SET ORDER-CUSTOMER-EOF-YES TO TRUE
000000     END-READ.
000000 1150-STORE-ORDER-XREF.
000000     IF XREF-COUNT = 200
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     ELSE
000000         ADD 1 TO XREF-COUNT
000000         MOVE ORDC-ORDER-NO TO TBL-XREF-ORDER(XREF-COUNT)
000000         MOVE ORDC-SALESPERSON-ID TO TBL-XREF-SP-ID(XREF-COUNT)
000000         MOVE ORDC-SPLIT-ID TO TBL-XREF-SPLIT-ID(XREF-COUNT)
000000         IF ORDC-SPLIT-PCT IS NUMERIC
000000             MOVE ORDC-SPLIT-PCT
000000                 TO TBL-XREF-SPLIT-PCT(XREF-COUNT)
000000         ELSE
000000             MOVE ZERO TO TBL-XREF-SPLIT-PCT(XREF-COUNT)
000000         END-IF
000000         MOVE ORDC-FINANCE-FLAG TO TBL-XREF-FINANCED(XREF-COUNT)
000000         PERFORM 1100-READ-ORDER-XREF
000000     END-IF.
000000*------------------------------------------------------------------------
000000*SALESPERSON TIERS
000000*Each salesperson earns at the default tier on the master.  No
000000*master leaves the tier blank, and commrun rejects the sale
000000*to COMMREJ rather than pay it at a guessed rate.
000000*------------------------------------------------------------------------
000000 1200-LOAD-SALESPERSON-TIERS.
000000     OPEN INPUT SALESPERSON-MASTER-FILE.
000000     IF SALESPERSON-MASTER-STATUS NOT = '00'
000000         DISPLAY 'SPMAST NOT AVAILABLE - SALES CARRY NO TIER'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     PERFORM 1250-READ-SALESPERSON.
000000     PERFORM 1300-STORE-SALESPERSON-TIER
000000         UNTIL SALESPERSON-MASTER-EOF-YES OR TIER-COUNT = 100.
000000     CLOSE SALESPERSON-MASTER-FILE.
000000 1200-EXIT.
000000     EXIT.
000000 1250-READ-SALESPERSON.
000000     READ SALESPERSON-MASTER-FILE
000000         AT END SET SALESPERSON-MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1300-STORE-SALESPERSON-TIER.
000000     ADD 1 TO TIER-COUNT.
000000     MOVE SPM-ID TO TBL-TIER-SP-ID(TIER-COUNT).
000000     MOVE SPM-DEFAULT-TIER TO TBL-TIER-CODE(TIER-COUNT).
000000     PERFORM 1250-READ-SALESPERSON.
000000*------------------------------------------------------------------------
000000*RELEASED LINES
000000*A line priced in a foreign currency is brought home at the
000000*same rate the pricing used: the converted price is the net
000000*price at that rate, so the commissionable share is the net
000000*price less tax taken at the converted-to-net ratio.
000000*------------------------------------------------------------------------
000000 1400-LOAD-RELEASED-LINES.
000000     OPEN INPUT EXTENDED-PRICE-FILE.
000000     IF EXTENDED-PRICE-STATUS NOT = '00'
000000         GO TO 1400-EXIT
000000     END-IF.
000000     PERFORM 1450-READ-PRICED-LINE.
000000     PERFORM 1500-STORE-RELEASED-LINE
000000         UNTIL EXTENDED-PRICE-EOF-YES OR TABLE-OVERFLOW-YES.
000000     CLOSE EXTENDED-PRICE-FILE.
000000 1400-EXIT.
000000     EXIT.
000000 1450-READ-PRICED-LINE.
000000     READ EXTENDED-PRICE-FILE
000000         AT END SET EXTENDED-PRICE-EOF-YES TO TRUE
000000     END-READ.
000000 1500-STORE-RELEASED-LINE.
000000     MOVE ZERO TO LINE-VALUE.
000000     IF EXT-NET-PRICE > EXT-TAX-AMT
000000         IF EXT-CONVERTED-PRICE > ZERO
000000             COMPUTE LINE-VALUE ROUNDED =
000000                 (EXT-NET-PRICE - EXT-TAX-AMT)
000000                 * EXT-CONVERTED-PRICE / EXT-NET-PRICE
000000         ELSE
000000             SUBTRACT EXT-TAX-AMT FROM EXT-NET-PRICE
000000                 GIVING LINE-VALUE
000000         END-IF
000000     END-IF.
000000     MOVE EXT-ORDER-NO TO SEARCH-ORDER-NO.
000000     PERFORM 1900-FIND-ORDER THRU 1900-EXIT.
000000     IF LINE-COUNT = 400
000000         OR (ORD-FOUND-IX = ZERO AND ORDER-COUNT = 200)
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000         GO TO 1500-EXIT
000000     END-IF.
000000     ADD 1 TO LINE-COUNT.
000000     MOVE EXT-ORDER-NO TO TBL-LINE-ORDER(LINE-COUNT).
000000     MOVE EXT-PRODUCT-CODE TO TBL-LINE-PRODUCT(LINE-COUNT).
000000     MOVE EXT-QTY TO TBL-LINE-QTY(LINE-COUNT).
000000     MOVE LINE-VALUE TO TBL-LINE-VALUE(LINE-COUNT).
000000     IF ORD-FOUND-IX = ZERO
000000         ADD 1 TO ORDER-COUNT
000000         MOVE ORDER-COUNT TO ORD-FOUND-IX
000000         MOVE EXT-ORDER-NO TO TBL-ORD-NO(ORD-FOUND-IX)
000000         MOVE ZERO TO TBL-ORD-VALUE(ORD-FOUND-IX)
000000     END-IF.
000000     ADD LINE-VALUE TO TBL-ORD-VALUE(ORD-FOUND-IX).
000000     ADD LINE-VALUE TO RELEASED-VALUE.
000000     PERFORM 1450-READ-PRICED-LINE.
000000 1500-EXIT.
000000     EXIT.
000000 1900-FIND-ORDER.
000000     MOVE ZERO TO ORD-FOUND-IX.
000000     PERFORM VARYING ORD-IX FROM 1 BY 1
000000             UNTIL ORD-IX > ORDER-COUNT
000000                 OR ORD-FOUND-IX > ZERO
000000         IF TBL-ORD-NO(ORD-IX) = SEARCH-ORDER-NO
000000             MOVE ORD-IX TO ORD-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 1900-EXIT.
000000     EXIT.
000000 1950-FIND-XREF.
000000     MOVE ZERO TO XREF-FOUND-IX.
000000     PERFORM VARYING XREF-IX FROM 1 BY 1
000000             UNTIL XREF-IX > XREF-COUNT
000000                 OR XREF-FOUND-IX > ZERO
000000         IF TBL-XREF-ORDER(XREF-IX) = SEARCH-ORDER-NO
000000             MOVE XREF-IX TO XREF-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF XREF-FOUND-IX > ZERO
000000         IF TBL-XREF-SP-ID(XREF-FOUND-IX) = SPACES
000000             MOVE ZERO TO XREF-FOUND-IX
000000         END-IF
000000     END-IF.
000000 1950-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ONE SALE PER RELEASED ORDER
000000*------------------------------------------------------------------------
000000 2000-WRITE-ORDER-SALES.
000000     PERFORM 2100-WRITE-ONE-ORDER-SALE THRU 2100-EXIT
000000         VARYING ORD-IX FROM 1 BY 1
000000         UNTIL ORD-IX > ORDER-COUNT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-WRITE-ONE-ORDER-SALE.
000000     IF TBL-ORD-VALUE(ORD-IX) = ZERO
000000         GO TO 2100-EXIT
000000     END-IF.
000000     MOVE TBL-ORD-NO(ORD-IX) TO SEARCH-ORDER-NO.
000000     MOVE TBL-ORD-VALUE(ORD-IX) TO SALE-VALUE.
000000     MOVE SPACE TO SALE-TYPE.
000000     PERFORM 1950-FIND-XREF THRU 1950-EXIT.
000000     IF XREF-FOUND-IX = ZERO
000000         MOVE 'NO SALESPERSON ON ORDER' TO REASON-TEXT
000000         GO TO 2100-UNCREDITED
000000     END-IF.
000000     IF SALE-VALUE > 9999999.99
000000         MOVE 'TOO LARGE FOR SALESTX' TO REASON-TEXT
000000         GO TO 2100-UNCREDITED
000000     END-IF.
000000     PERFORM 2500-WRITE-SALE-RECORD THRU 2500-EXIT.
000000     ADD 1 TO SALES-WRITTEN-COUNT.
000000     GO TO 2100-EXIT.
000000 2100-UNCREDITED.
000000     ADD 1 TO UNCREDITED-COUNT.
000000     ADD SALE-VALUE TO UNCREDITED-SALES.
000000     PERFORM 2300-WRITE-EXCEPTION-LINE.
000000 2100-EXIT.
000000     EXIT.
000000 2300-WRITE-EXCEPTION-LINE.
000000     MOVE SALE-VALUE TO AMOUNT-DISPLAY.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     IF SALE-TYPE = 'R'
000000         STRING 'MEMO  ORDER ' SEARCH-ORDER-NO
000000             ' ' AMOUNT-DISPLAY ' ' REASON-TEXT
000000             INTO SALES-RECON-LINE
000000     ELSE
000000         STRING 'SALE  ORDER ' SEARCH-ORDER-NO
000000             ' ' AMOUNT-DISPLAY ' ' REASON-TEXT
000000             INTO SALES-RECON-LINE
000000     END-IF.
000000     WRITE SALES-RECON-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'COMMISSIONABLE SALES RECONCILIATION' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE SALES-RECON-LINE FROM REPORT-HEADER-LINE.
000000*A split needs a partner and a share below the whole sale; a
000000*partner with no usable share leaves the sale whole to the
000000*salesperson on the order.
000000 2500-WRITE-SALE-RECORD.
000000     MOVE SPACES TO SALES-TRANS-RECORD.
000000     MOVE TBL-XREF-SP-ID(XREF-FOUND-IX) TO SALE-SALESPERSON-ID.
000000     MOVE SPACES TO SALE-TIER-CODE.
000000     PERFORM VARYING TIER-IX FROM 1 BY 1
000000             UNTIL TIER-IX > TIER-COUNT
000000         IF TBL-TIER-SP-ID(TIER-IX) = SALE-SALESPERSON-ID
000000             MOVE TBL-TIER-CODE(TIER-IX) TO SALE-TIER-CODE
000000         END-IF
000000     END-PERFORM.
000000     MOVE SALE-VALUE TO SALE-AMOUNT.
000000     MOVE SALE-TYPE TO SALE-RECORD-TYPE.
000000     MOVE ZERO TO SALE-PRIMARY-PCT.
000000     MOVE ZERO TO SALE-SPLIT-PCT.
000000     IF TBL-XREF-SPLIT-ID(XREF-FOUND-IX) NOT = SPACES
000000         AND TBL-XREF-SPLIT-PCT(XREF-FOUND-IX) > ZERO
000000         AND TBL-XREF-SPLIT-PCT(XREF-FOUND-IX) < 100
000000         MOVE TBL-XREF-SPLIT-ID(XREF-FOUND-IX) TO SALE-SPLIT-ID
000000         MOVE TBL-XREF-SPLIT-PCT(XREF-FOUND-IX)
000000             TO SALE-SPLIT-PCT
000000         SUBTRACT SALE-SPLIT-PCT FROM 100
000000             GIVING SALE-PRIMARY-PCT
000000     END-IF.
000000     MOVE SEARCH-ORDER-NO TO SALE-ORDER-NO.
000000     IF TBL-XREF-FINANCED(XREF-FOUND-IX) = 'Y'
000000         MOVE 'Y' TO SALE-FINANCED-FLAG
000000     ELSE
000000         MOVE 'N' TO SALE-FINANCED-FLAG
000000     END-IF.
000000     WRITE SALES-WORK-RECORD FROM SALES-TRANS-RECORD.
000000 2500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*REVERSALS FOR TONIGHT'S CREDIT MEMOS
000000*Only memos registered on this run date are new; the register
000000*keeps every earlier night's memos as well.  The returned share
000000*of the line is taken at the line's commissionable value; a memo
000000*whose line is not on tonight's EXTPRC reverses its credit
000000*amount as registered.
000000*------------------------------------------------------------------------
000000 3000-WRITE-RETURN-REVERSALS.
000000     OPEN INPUT MEMO-REGISTER-FILE.
000000     IF MEMO-REGISTER-STATUS NOT = '00'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 3050-READ-MEMO.
000000     PERFORM 3100-REVERSE-ONE-MEMO THRU 3100-EXIT
000000         UNTIL MEMO-REGISTER-EOF-YES.
000000     CLOSE MEMO-REGISTER-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3050-READ-MEMO.
000000     READ MEMO-REGISTER-FILE
000000         AT END SET MEMO-REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 3100-REVERSE-ONE-MEMO.
000000     IF CMR-RUN-DATE NOT = CURRENT-RUN-DATE
000000         OR CURRENT-RUN-DATE = ZERO
000000         GO TO 3100-NEXT
000000     END-IF.
000000     MOVE CMR-CREDIT-AMT TO RETURN-VALUE.
000000     MOVE ZERO TO LINE-FOUND-IX.
000000     PERFORM VARYING LINE-IX FROM 1 BY 1
000000             UNTIL LINE-IX > LINE-COUNT
000000                 OR LINE-FOUND-IX > ZERO
000000         IF TBL-LINE-ORDER(LINE-IX) = CMR-ORDER-NO
000000             AND TBL-LINE-PRODUCT(LINE-IX) = CMR-PRODUCT-CODE
000000             MOVE LINE-IX TO LINE-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF LINE-FOUND-IX > ZERO
000000         IF TBL-LINE-QTY(LINE-FOUND-IX) > ZERO
000000             COMPUTE RETURN-VALUE ROUNDED =
000000                 TBL-LINE-VALUE(LINE-FOUND-IX) * CMR-QTY
000000                 / TBL-LINE-QTY(LINE-FOUND-IX)
000000         END-IF
000000     END-IF.
000000     IF RETURN-VALUE = ZERO
000000         GO TO 3100-NEXT
000000     END-IF.
000000     ADD RETURN-VALUE TO RETURNS-VALUE.
000000     MOVE CMR-ORDER-NO TO SEARCH-ORDER-NO.
000000     MOVE RETURN-VALUE TO SALE-VALUE.
000000     MOVE 'R' TO SALE-TYPE.
000000     PERFORM 1950-FIND-XREF THRU 1950-EXIT.
000000     IF XREF-FOUND-IX = ZERO
000000         ADD 1 TO UNCREDITED-COUNT
000000         ADD RETURN-VALUE TO UNCREDITED-RETURNS
000000         MOVE 'NO SALESPERSON ON ORDER' TO REASON-TEXT
000000         PERFORM 2300-WRITE-EXCEPTION-LINE
000000         GO TO 3100-NEXT
000000     END-IF.
000000     PERFORM 2500-WRITE-SALE-RECORD THRU 2500-EXIT.
000000     ADD 1 TO REVERSALS-WRITTEN-COUNT.
000000 3100-NEXT.
000000     PERFORM 3050-READ-MEMO.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SALESTX READ-BACK
000000*The commissionable side of the proof is taken from the sorted
000000*SALESTX as commrun will read it, not from the work records.
000000*------------------------------------------------------------------------
000000 4000-READ-BACK-SALESTX.
000000     OPEN INPUT SALES-TRANS-FILE.
000000     IF SALES-TRANS-STATUS NOT = '00'
000000         GO TO 4000-EXIT
000000     END-IF.
000000     PERFORM 4050-READ-SALE.
000000     PERFORM 4100-ADD-ONE-SALE
000000         UNTIL SALES-TRANS-EOF-YES.
000000     CLOSE SALES-TRANS-FILE.
000000 4000-EXIT.
000000     EXIT.
000000 4050-READ-SALE.
000000     READ SALES-TRANS-FILE
000000         AT END SET SALES-TRANS-EOF-YES TO TRUE
000000     END-READ.
000000 4100-ADD-ONE-SALE.
000000     IF SALE-TYPE-REVERSAL
000000         ADD SALE-AMOUNT TO SALESTX-REVERSALS
000000     ELSE
000000         ADD SALE-AMOUNT TO SALESTX-SALES
000000     END-IF.
000000     PERFORM 4050-READ-SALE.
000000*------------------------------------------------------------------------
000000*RECONCILIATION
000000*Released value - returns - uncredited sales + uncredited returns
000000*must equal SALESTX sales - SALESTX reversals.
000000*------------------------------------------------------------------------
000000 5000-WRITE-RECONCILIATION.
000000     COMPUTE EXPECTED-NET = RELEASED-VALUE - RETURNS-VALUE
000000         - UNCREDITED-SALES + UNCREDITED-RETURNS.
000000     COMPUTE COMMISSIONABLE-NET = SALESTX-SALES
000000         - SALESTX-REVERSALS.
000000     COMPUTE PROOF-DIFFERENCE = EXPECTED-NET - COMMISSIONABLE-NET.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE RELEASED-VALUE TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     STRING 'RELEASED ORDER VALUE             ' AMOUNT-DISPLAY
000000         INTO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE RETURNS-VALUE TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     STRING 'LESS RETURNS                     ' AMOUNT-DISPLAY
000000         INTO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE UNCREDITED-SALES TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     STRING 'LESS SALES NOT CREDITED          ' AMOUNT-DISPLAY
000000         INTO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE UNCREDITED-RETURNS TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     STRING 'ADD RETURNS NOT CREDITED         ' AMOUNT-DISPLAY
000000         INTO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE EXPECTED-NET TO SIGNED-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     STRING 'EXPECTED COMMISSIONABLE NET     ' SIGNED-DISPLAY
000000         INTO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE SALESTX-SALES TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     STRING 'SALESTX SALES              ' SALES-WRITTEN-COUNT
000000         ' ' AMOUNT-DISPLAY
000000         INTO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE SALESTX-REVERSALS TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     STRING 'SALESTX REVERSALS          ' REVERSALS-WRITTEN-COUNT
000000         ' ' AMOUNT-DISPLAY
000000         INTO SALES-RECON-LINE.
000000     WRITE SALES-RECON-LINE.
000000     MOVE PROOF-DIFFERENCE TO SIGNED-DISPLAY.
000000     MOVE SPACES TO SALES-RECON-LINE.
000000     IF PROOF-DIFFERENCE = ZERO
000000         STRING 'DIFFERENCE                      ' SIGNED-DISPLAY
000000             '  IN BALANCE'
000000             INTO SALES-RECON-LINE
000000     ELSE
000000         STRING 'DIFFERENCE                      ' SIGNED-DISPLAY
000000             '  *** OUT OF BALANCE ***'
000000             INTO SALES-RECON-LINE
000000     END-IF.
000000     WRITE SALES-RECON-LINE.
000000 5000-EXIT.
000000     EXIT.
