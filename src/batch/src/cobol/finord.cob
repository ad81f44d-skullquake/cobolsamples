000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. finord.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT EXTENDED-PRICE-FILE ASSIGN TO "EXTPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EXTENDED-PRICE-STATUS.
000000     SELECT ORDER-CUSTOMER-FILE ASSIGN TO "ORDCUST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ORDER-CUSTOMER-STATUS.
000000     SELECT FINANCE-TERMS-FILE ASSIGN TO "TERMSTB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FINANCE-TERMS-STATUS.
000000     SELECT INSTALLMENT-CONTROL-FILE ASSIGN TO "INSTCT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INSTALLMENT-CONTROL-STATUS.
000000     SELECT FINANCE-REPORT-FILE ASSIGN TO "FINORPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FINANCE-REPORT-STATUS.
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
000000 FD  FINANCE-TERMS-FILE.
000000 01  FINANCE-TERMS-RECORD.
000000     05 TRM-CODE             PIC X(4).
000000     05 TRM-NUM-INSTALLMENTS PIC 9(2).
000000     05 TRM-FREQUENCY        PIC X(1).
000000     05 TRM-FIRST-DUE-DAYS   PIC 9(3).
000000     05 TRM-APR              PIC 9(2)V9(4).
000000 FD  INSTALLMENT-CONTROL-FILE.
000000 01  INSTALLMENT-CONTROL-RECORD.
000000     05 ICTL-ACCT-NO          PIC 9(6).
000000     05 ICTL-AMOUNT           PIC 9(7)V99.
000000     05 ICTL-NUM-INSTALLMENTS PIC 9(2).
000000     05 ICTL-FIRST-DUE-DATE   PIC 9(8).
000000     05 ICTL-FREQUENCY        PIC X(1).
000000     05 ICTL-APR              PIC 9(2)V9(4).
000000     05 ICTL-ORDER-NO         PIC 9(6).
000000 FD  FINANCE-REPORT-FILE.
000000 01  FINANCE-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 EXTENDED-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 ORDER-CUSTOMER-STATUS PIC X(2) VALUE '00'.
000000    01 FINANCE-TERMS-STATUS PIC X(2) VALUE '00'.
000000    01 INSTALLMENT-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 FINANCE-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 EXTENDED-PRICE-EOF PIC X VALUE 'N'.
000000       88 EXTENDED-PRICE-EOF-YES VALUE 'Y'.
000000    01 ORDER-CUSTOMER-EOF PIC X VALUE 'N'.
000000       88 ORDER-CUSTOMER-EOF-YES VALUE 'Y'.
000000    01 FINANCE-TERMS-EOF PIC X VALUE 'N'.
000000       88 FINANCE-TERMS-EOF-YES VALUE 'Y'.
000000    01 INSTALLMENT-CONTROL-EOF PIC X VALUE 'N'.
000000       88 INSTALLMENT-CONTROL-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000    01 TERMS-TABLE.
000000       05 TERMS-COUNT PIC 9(3) VALUE ZERO.
000000       05 TERMS-ENTRY OCCURS 100 TIMES.
000000          10 TBL-TRM-CODE      PIC X(4).
000000          10 TBL-TRM-COUNT     PIC 9(2).
000000          10 TBL-TRM-FREQUENCY PIC X(1).
000000          10 TBL-TRM-DUE-DAYS  PIC 9(3).
000000          10 TBL-TRM-APR       PIC 9(2)V9(4).
000000    01 TRM-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 TRM-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*One entry per order the feed marks financed, with tonight's
000000*released value gathered off EXTPRC and the outcome:
000000*S scheduled tonight, A already on INSTCT from an earlier run,
000000*T no usable terms, V too large for a control card, D no first
000000*due date, blank not released tonight.
000000    01 FINANCED-ORDER-TABLE.
000000       05 FINANCED-ORDER-COUNT PIC 9(3) VALUE ZERO.
000000       05 FINANCED-ORDER-ENTRY OCCURS 200 TIMES.
000000          10 TBL-FIN-ORDER-NO   PIC 9(6).
000000          10 TBL-FIN-ACCT-NO    PIC 9(6).
000000          10 TBL-FIN-TERMS-CODE PIC X(4).
000000          10 TBL-FIN-LINES      PIC 9(3).
000000          10 TBL-FIN-VALUE      PIC 9(11)V99.
000000          10 TBL-FIN-STATE      PIC X(1).
000000             88 TBL-FIN-SCHEDULED VALUE 'S'.
000000             88 TBL-FIN-ALREADY   VALUE 'A'.
000000    01 FIN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FIN-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SEARCH-ORDER-NO PIC 9(6) VALUE ZERO.
000000    01 FIRST-DUE-DATE PIC 9(8) VALUE ZERO.
000000    01 RELEASED-COUNT PIC 9(5) VALUE ZERO.
000000    01 RELEASED-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 SCHEDULED-COUNT PIC 9(5) VALUE ZERO.
000000    01 SCHEDULED-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 ALREADY-COUNT PIC 9(5) VALUE ZERO.
000000    01 ALREADY-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 UNSCHEDULED-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNSCHEDULED-VALUE PIC 9(11)V99 VALUE ZERO.
000000    01 PRINCIPAL-READ-BACK PIC 9(11)V99 VALUE ZERO.
000000    01 PROOF-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
000000    01 REASON-TEXT PIC X(24) VALUE SPACES.
000000    01 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 DIFFERENCE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*FINANCED ORDERS TO THE INSTALLMENT SCHEDULER
000000*An order the ORDCUST feed flags as financed, once the credit
000000*gate has let it through to EXTPRC, has its installment control
000000*card written here instead of being keyed by hand off EXTRPT:
000000*the order's net-plus-tax total (EXT-NET-PRICE summed over its
000000*released lines) is the plan amount, and the terms code on the
000000*order picks the number of installments, the frequency, the
000000*days to the first due date from the run date and the APR off
000000*the TERMSTB terms table.  Cards are appended to INSTCT carrying
000000*the order number, which fndiv carries onto every INSTSC row so
000000*a plan traces back to the order that created it.  An order
000000*already on INSTCT from an earlier run is not carded twice.
000000*Orders held by the gate have no released lines and wait for
000000*the night they are released.
000000*The FINORPT control report proves the financed order value
000000*released tonight equals the new installment principal read
000000*back off INSTCT plus the orders already carded and the orders
000000*that could not be carded (no terms, too large for the card, no
000000*due date), each of which is listed.  A proof that does not
000000*balance returns 8; unscheduled financed orders return 4.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     OPEN OUTPUT FINANCE-REPORT-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     PERFORM 1000-LOAD-FINANCED-ORDERS THRU 1000-EXIT.
000000     IF FINANCED-ORDER-COUNT > ZERO
000000         PERFORM 1200-LOAD-TERMS THRU 1200-EXIT
000000         PERFORM 1400-MARK-CARDED-ORDERS THRU 1400-EXIT
000000         PERFORM 1600-TOTAL-RELEASED-LINES THRU 1600-EXIT
000000         PERFORM 2000-CARD-FINANCED-ORDERS THRU 2000-EXIT
000000         PERFORM 3000-READ-BACK-PRINCIPAL THRU 3000-EXIT
000000     END-IF.
000000     PERFORM 3500-WRITE-PROOF THRU 3500-EXIT.
000000     CLOSE FINANCE-REPORT-FILE.
000000     DISPLAY 'FINORD: ' RELEASED-COUNT ' FINANCED ORDER(S), '
000000         SCHEDULED-COUNT ' CARDED, '
000000         UNSCHEDULED-COUNT ' NOT SCHEDULED'.
000000     EVALUATE TRUE
000000         WHEN PROOF-DIFFERENCE NOT = ZERO
000000             MOVE 8 TO RETURN-CODE
000000         WHEN UNSCHEDULED-COUNT > ZERO
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
000000*------------------------------------------------------------------------
000000*FINANCED ORDERS
000000*Only the orders ORDCUST flags financed are kept; no feed, or no
000000*financed order on it, and the step has nothing to do.
000000*------------------------------------------------------------------------
000000 1000-LOAD-FINANCED-ORDERS.
000000     OPEN INPUT ORDER-CUSTOMER-FILE.
000000     IF ORDER-CUSTOMER-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-ORDER-XREF.
000000     PERFORM 1150-STORE-FINANCED-ORDER
000000         UNTIL ORDER-CUSTOMER-EOF-YES
000000             OR FINANCED-ORDER-COUNT = 200.
000000     IF NOT ORDER-CUSTOMER-EOF-YES
000000         DISPLAY '*** MORE THAN 200 FINANCED ORDERS - '
000000             'REST WAIT FOR THE NEXT RUN'
000000     END-IF.
000000     CLOSE ORDER-CUSTOMER-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-ORDER-XREF.
000000     READ ORDER-CUSTOMER-FILE
000000         AT END SET ORDER-CUSTOMER-EOF-YES TO TRUE
000000     END-READ.
000000 1150-STORE-FINANCED-ORDER.
000000     IF ORDC-FINANCED
000000         ADD 1 TO FINANCED-ORDER-COUNT
000000         MOVE ORDC-ORDER-NO
000000             TO TBL-FIN-ORDER-NO(FINANCED-ORDER-COUNT)
000000         MOVE ORDC-ACCT-NO
000000             TO TBL-FIN-ACCT-NO(FINANCED-ORDER-COUNT)
000000         MOVE ORDC-TERMS-CODE
000000             TO TBL-FIN-TERMS-CODE(FINANCED-ORDER-COUNT)
000000         MOVE ZERO TO TBL-FIN-LINES(FINANCED-ORDER-COUNT)
000000         MOVE ZERO TO TBL-FIN-VALUE(FINANCED-ORDER-COUNT)
000000         MOVE SPACE TO TBL-FIN-STATE(FINANCED-ORDER-COUNT)
000000     END-IF.
000000     PERFORM 1100-READ-ORDER-XREF.
000000 1200-LOAD-TERMS.
000000     OPEN INPUT FINANCE-TERMS-FILE.
000000     IF FINANCE-TERMS-STATUS NOT = '00'
000000         DISPLAY 'TERMSTB NOT AVAILABLE - NO FINANCED ORDER '
000000             'CAN BE SCHEDULED'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     PERFORM 1250-READ-TERMS.
000000     PERFORM 1300-STORE-TERMS
000000         UNTIL FINANCE-TERMS-EOF-YES OR TERMS-COUNT = 100.
000000     CLOSE FINANCE-TERMS-FILE.
000000 1200-EXIT.
000000     EXIT.
000000 1250-READ-TERMS.
000000     READ FINANCE-TERMS-FILE
000000         AT END SET FINANCE-TERMS-EOF-YES TO TRUE
000000     END-READ.
000000 1300-STORE-TERMS.
000000     IF TRM-NUM-INSTALLMENTS IS NUMERIC
000000         AND TRM-NUM-INSTALLMENTS > ZERO
000000         ADD 1 TO TERMS-COUNT
000000         MOVE TRM-CODE TO TBL-TRM-CODE(TERMS-COUNT)
000000         MOVE TRM-NUM-INSTALLMENTS TO TBL-TRM-COUNT(TERMS-COUNT)
000000         IF TRM-FREQUENCY = 'W'
000000             MOVE 'W' TO TBL-TRM-FREQUENCY(TERMS-COUNT)
000000         ELSE
000000             MOVE 'M' TO TBL-TRM-FREQUENCY(TERMS-COUNT)
000000         END-IF
000000         IF TRM-FIRST-DUE-DAYS IS NUMERIC
000000             MOVE TRM-FIRST-DUE-DAYS
000000                 TO TBL-TRM-DUE-DAYS(TERMS-COUNT)
000000         ELSE
000000             MOVE 30 TO TBL-TRM-DUE-DAYS(TERMS-COUNT)
000000         END-IF
000000         IF TRM-APR IS NUMERIC
000000             MOVE TRM-APR TO TBL-TRM-APR(TERMS-COUNT)
000000         ELSE
000000             MOVE ZERO TO TBL-TRM-APR(TERMS-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 1250-READ-TERMS.
000000*------------------------------------------------------------------------
000000*ORDERS ALREADY CARDED
000000*A rerun of the night, or an order released again, must not
000000*finance the same order twice: any order number already on an
000000*INSTCT card marks the order carded.
000000*------------------------------------------------------------------------
000000 1400-MARK-CARDED-ORDERS.
000000     OPEN INPUT INSTALLMENT-CONTROL-FILE.
000000     IF INSTALLMENT-CONTROL-STATUS NOT = '00'
000000         GO TO 1400-EXIT
000000     END-IF.
000000     MOVE 'N' TO INSTALLMENT-CONTROL-EOF.
000000     PERFORM 1450-READ-CONTROL-CARD.
000000     PERFORM 1500-MARK-ONE-CARD
000000         UNTIL INSTALLMENT-CONTROL-EOF-YES.
000000     CLOSE INSTALLMENT-CONTROL-FILE.
000000 1400-EXIT.
000000     EXIT.
000000 1450-READ-CONTROL-CARD.
000000     READ INSTALLMENT-CONTROL-FILE
000000         AT END SET INSTALLMENT-CONTROL-EOF-YES TO TRUE
000000     END-READ.
000000 1500-MARK-ONE-CARD.
000000     IF ICTL-ORDER-NO IS NUMERIC
000000         AND ICTL-ORDER-NO > ZERO
000000         MOVE ICTL-ORDER-NO TO SEARCH-ORDER-NO
000000         PERFORM 1900-FIND-FINANCED-ORDER THRU 1900-EXIT
000000         IF FIN-FOUND-IX > ZERO
000000             MOVE 'A' TO TBL-FIN-STATE(FIN-FOUND-IX)
000000         END-IF
000000     END-IF.
000000     PERFORM 1450-READ-CONTROL-CARD.
000000*------------------------------------------------------------------------
000000*TONIGHT'S RELEASED VALUE
000000*EXTPRC after the credit gate holds only released lines; each
000000*financed order's net-plus-tax total is the sum of its lines.
000000*------------------------------------------------------------------------
000000 1600-TOTAL-RELEASED-LINES.
000000     OPEN INPUT EXTENDED-PRICE-FILE.
000000     IF EXTENDED-PRICE-STATUS NOT = '00'
000000         GO TO 1600-EXIT
000000     END-IF.
000000     PERFORM 1650-READ-PRICED-LINE.
000000     PERFORM 1700-ADD-ONE-LINE
000000         UNTIL EXTENDED-PRICE-EOF-YES.
000000     CLOSE EXTENDED-PRICE-FILE.
000000 1600-EXIT.
000000     EXIT.
000000 1650-READ-PRICED-LINE.
000000     READ EXTENDED-PRICE-FILE
000000         AT END SET EXTENDED-PRICE-EOF-YES TO TRUE
000000     END-READ.
000000 1700-ADD-ONE-LINE.
000000     MOVE EXT-ORDER-NO TO SEARCH-ORDER-NO.
000000     PERFORM 1900-FIND-FINANCED-ORDER THRU 1900-EXIT.
000000     IF FIN-FOUND-IX > ZERO
000000         ADD 1 TO TBL-FIN-LINES(FIN-FOUND-IX)
000000         ADD EXT-NET-PRICE TO TBL-FIN-VALUE(FIN-FOUND-IX)
000000     END-IF.
000000     PERFORM 1650-READ-PRICED-LINE.
000000 1900-FIND-FINANCED-ORDER.
000000     MOVE ZERO TO FIN-FOUND-IX.
000000     PERFORM VARYING FIN-IX FROM 1 BY 1
000000             UNTIL FIN-IX > FINANCED-ORDER-COUNT
000000                 OR FIN-FOUND-IX > ZERO
000000         IF TBL-FIN-ORDER-NO(FIN-IX) = SEARCH-ORDER-NO
000000             MOVE FIN-IX TO FIN-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CONTROL CARDS
000000*Every released financed order not yet carded gets one INSTCT
000000*card; INSTCT is created if this is the first card ever.
000000*------------------------------------------------------------------------
000000 2000-CARD-FINANCED-ORDERS.
000000     OPEN EXTEND INSTALLMENT-CONTROL-FILE.
000000     IF INSTALLMENT-CONTROL-STATUS = '35'
000000         OPEN OUTPUT INSTALLMENT-CONTROL-FILE
000000     END-IF.
000000     IF INSTALLMENT-CONTROL-STATUS NOT = '00'
000000         DISPLAY '*** INSTCT CANNOT BE OPENED - STATUS '
000000             INSTALLMENT-CONTROL-STATUS
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-CARD-ONE-ORDER THRU 2100-EXIT
000000         VARYING FIN-IX FROM 1 BY 1
000000         UNTIL FIN-IX > FINANCED-ORDER-COUNT.
000000     CLOSE INSTALLMENT-CONTROL-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-CARD-ONE-ORDER.
000000     IF TBL-FIN-LINES(FIN-IX) = ZERO
000000         GO TO 2100-EXIT
000000     END-IF.
000000     ADD 1 TO RELEASED-COUNT.
000000     ADD TBL-FIN-VALUE(FIN-IX) TO RELEASED-VALUE.
000000     IF TBL-FIN-ALREADY(FIN-IX)
000000         ADD 1 TO ALREADY-COUNT
000000         ADD TBL-FIN-VALUE(FIN-IX) TO ALREADY-VALUE
000000         MOVE 'ALREADY ON INSTCT' TO REASON-TEXT
000000         PERFORM 2300-WRITE-ORDER-LINE
000000         GO TO 2100-EXIT
000000     END-IF.
000000     PERFORM 2200-FIND-TERMS THRU 2200-EXIT.
000000     IF TRM-FOUND-IX = ZERO
000000         MOVE 'T' TO TBL-FIN-STATE(FIN-IX)
000000         MOVE 'NO TERMS ON TERMSTB' TO REASON-TEXT
000000         GO TO 2100-UNSCHEDULED
000000     END-IF.
000000     IF TBL-FIN-VALUE(FIN-IX) = ZERO
000000         OR TBL-FIN-VALUE(FIN-IX) > 9999999.99
000000         MOVE 'V' TO TBL-FIN-STATE(FIN-IX)
000000         MOVE 'VALUE NOT CARDABLE' TO REASON-TEXT
000000         GO TO 2100-UNSCHEDULED
000000     END-IF.
000000     MOVE ZERO TO FIRST-DUE-DATE.
000000     IF CURRENT-RUN-DATE > ZERO
000000         MOVE 'D' TO DSVC-FUNCTION
000000         MOVE CURRENT-RUN-DATE TO DSVC-DATE-1
000000         MOVE TBL-TRM-DUE-DAYS(TRM-FOUND-IX) TO DSVC-COUNT
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         IF DSVC-OK
000000             MOVE DSVC-RESULT-DATE TO FIRST-DUE-DATE
000000         END-IF
000000     END-IF.
000000     IF FIRST-DUE-DATE = ZERO
000000         MOVE 'D' TO TBL-FIN-STATE(FIN-IX)
000000         MOVE 'NO FIRST DUE DATE' TO REASON-TEXT
000000         GO TO 2100-UNSCHEDULED
000000     END-IF.
000000     MOVE TBL-FIN-ACCT-NO(FIN-IX) TO ICTL-ACCT-NO.
000000     MOVE TBL-FIN-VALUE(FIN-IX) TO ICTL-AMOUNT.
000000     MOVE TBL-TRM-COUNT(TRM-FOUND-IX) TO ICTL-NUM-INSTALLMENTS.
000000     MOVE FIRST-DUE-DATE TO ICTL-FIRST-DUE-DATE.
000000     MOVE TBL-TRM-FREQUENCY(TRM-FOUND-IX) TO ICTL-FREQUENCY.
000000     MOVE TBL-TRM-APR(TRM-FOUND-IX) TO ICTL-APR.
000000     MOVE TBL-FIN-ORDER-NO(FIN-IX) TO ICTL-ORDER-NO.
000000     WRITE INSTALLMENT-CONTROL-RECORD.
000000     MOVE 'S' TO TBL-FIN-STATE(FIN-IX).
000000     ADD 1 TO SCHEDULED-COUNT.
000000     ADD TBL-FIN-VALUE(FIN-IX) TO SCHEDULED-VALUE.
000000     MOVE 'CARDED' TO REASON-TEXT.
000000     PERFORM 2300-WRITE-ORDER-LINE.
000000     GO TO 2100-EXIT.
000000 2100-UNSCHEDULED.
000000     ADD 1 TO UNSCHEDULED-COUNT.
000000     ADD TBL-FIN-VALUE(FIN-IX) TO UNSCHEDULED-VALUE.
000000     PERFORM 2300-WRITE-ORDER-LINE.
000000 2100-EXIT.
000000     EXIT.
000000 2200-FIND-TERMS.
000000     MOVE ZERO TO TRM-FOUND-IX.
000000     PERFORM VARYING TRM-IX FROM 1 BY 1
000000             UNTIL TRM-IX > TERMS-COUNT
000000                 OR TRM-FOUND-IX > ZERO
000000         IF TBL-TRM-CODE(TRM-IX) = TBL-FIN-TERMS-CODE(FIN-IX)
000000             MOVE TRM-IX TO TRM-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 2200-EXIT.
000000     EXIT.
000000 2300-WRITE-ORDER-LINE.
000000     MOVE TBL-FIN-VALUE(FIN-IX) TO AMOUNT-DISPLAY.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO FINANCE-REPORT-LINE.
000000     STRING 'ORDER ' TBL-FIN-ORDER-NO(FIN-IX)
000000         ' ACCT ' TBL-FIN-ACCT-NO(FIN-IX)
000000         ' TERMS ' TBL-FIN-TERMS-CODE(FIN-IX)
000000         ' ' AMOUNT-DISPLAY
000000         ' ' REASON-TEXT
000000         INTO FINANCE-REPORT-LINE.
000000     WRITE FINANCE-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'FINANCED ORDERS TO INSTALLMENT PLANS' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE FINANCE-REPORT-LINE FROM REPORT-HEADER-LINE.
000000*------------------------------------------------------------------------
000000*PRINCIPAL READ-BACK
000000*The proof does not trust the cards just written: INSTCT is read
000000*again and the principal on every card for an order carded
000000*tonight is totalled.
000000*------------------------------------------------------------------------
000000 3000-READ-BACK-PRINCIPAL.
000000     MOVE ZERO TO PRINCIPAL-READ-BACK.
000000     OPEN INPUT INSTALLMENT-CONTROL-FILE.
000000     IF INSTALLMENT-CONTROL-STATUS NOT = '00'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE 'N' TO INSTALLMENT-CONTROL-EOF.
000000     PERFORM 1450-READ-CONTROL-CARD.
000000     PERFORM 3100-ADD-ONE-CARD
000000         UNTIL INSTALLMENT-CONTROL-EOF-YES.
000000     CLOSE INSTALLMENT-CONTROL-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-ADD-ONE-CARD.
000000     IF ICTL-ORDER-NO IS NUMERIC
000000         AND ICTL-ORDER-NO > ZERO
000000         MOVE ICTL-ORDER-NO TO SEARCH-ORDER-NO
000000         PERFORM 1900-FIND-FINANCED-ORDER THRU 1900-EXIT
000000         IF FIN-FOUND-IX > ZERO
000000             IF TBL-FIN-SCHEDULED(FIN-FOUND-IX)
000000                 ADD ICTL-AMOUNT TO PRINCIPAL-READ-BACK
000000             END-IF
000000         END-IF
000000     END-IF.
000000     PERFORM 1450-READ-CONTROL-CARD.
000000*------------------------------------------------------------------------
000000*CONTROL TOTALS
000000*Released financed value = new installment principal + already
000000*carded + not scheduled, with the principal side taken from the
000000*read-back rather than from the cards as written.
000000*------------------------------------------------------------------------
000000 3500-WRITE-PROOF.
000000     COMPUTE PROOF-DIFFERENCE = RELEASED-VALUE
000000         - PRINCIPAL-READ-BACK - ALREADY-VALUE
000000         - UNSCHEDULED-VALUE.
000000     MOVE SPACES TO FINANCE-REPORT-LINE.
000000     WRITE FINANCE-REPORT-LINE.
000000     MOVE RELEASED-VALUE TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO FINANCE-REPORT-LINE.
000000     STRING 'FINANCED ORDERS RELEASED    ' RELEASED-COUNT
000000         '  VALUE ' AMOUNT-DISPLAY
000000         INTO FINANCE-REPORT-LINE.
000000     WRITE FINANCE-REPORT-LINE.
000000     MOVE PRINCIPAL-READ-BACK TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO FINANCE-REPORT-LINE.
000000     STRING 'NEW INSTALLMENT PRINCIPAL   ' SCHEDULED-COUNT
000000         '  VALUE ' AMOUNT-DISPLAY
000000         INTO FINANCE-REPORT-LINE.
000000     WRITE FINANCE-REPORT-LINE.
000000     MOVE ALREADY-VALUE TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO FINANCE-REPORT-LINE.
000000     STRING 'ALREADY CARDED              ' ALREADY-COUNT
000000         '  VALUE ' AMOUNT-DISPLAY
000000         INTO FINANCE-REPORT-LINE.
000000     WRITE FINANCE-REPORT-LINE.
000000     MOVE UNSCHEDULED-VALUE TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO FINANCE-REPORT-LINE.
000000     STRING 'NOT SCHEDULED               ' UNSCHEDULED-COUNT
000000         '  VALUE ' AMOUNT-DISPLAY
000000         INTO FINANCE-REPORT-LINE.
000000     WRITE FINANCE-REPORT-LINE.
000000     MOVE PROOF-DIFFERENCE TO DIFFERENCE-DISPLAY.
000000     MOVE SPACES TO FINANCE-REPORT-LINE.
000000     IF PROOF-DIFFERENCE = ZERO
000000         STRING 'PROOF DIFFERENCE                   '
000000             DIFFERENCE-DISPLAY '  IN BALANCE'
000000             INTO FINANCE-REPORT-LINE
000000     ELSE
000000         STRING 'PROOF DIFFERENCE                   '
000000             DIFFERENCE-DISPLAY '  *** OUT OF BALANCE ***'
000000             INTO FINANCE-REPORT-LINE
000000     END-IF.
000000     WRITE FINANCE-REPORT-LINE.
000000 3500-EXIT.
000000     EXIT.
