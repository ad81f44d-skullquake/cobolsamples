000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. invprt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT AR-ITEM-FILE ASSIGN TO "ARITEM"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AR-ITEM-STATUS.
000000     SELECT EXTENDED-PRICE-FILE ASSIGN TO "EXTPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EXTENDED-PRICE-STATUS.
000000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT REMIT-TO-FILE ASSIGN TO "REMITTO"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REMIT-TO-STATUS.
000000     SELECT INVOICE-PRINT-FILE ASSIGN TO "INVOICES"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVOICE-PRINT-STATUS.
000000     SELECT MAIL-HOLD-FILE ASSIGN TO "MAILHOLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MAIL-HOLD-STATUS.
000000     SELECT MAILING-LOG-FILE ASSIGN TO "MAILLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MAILING-LOG-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  AR-ITEM-FILE.
000000     COPY "aritem.cpy".
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
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000*REMITTO is the remit-to block printed at the foot of every
000000*invoice, as plain print lines, up to six.
000000 FD  REMIT-TO-FILE.
000000 01  REMIT-TO-LINE PIC X(40).
000000 FD  INVOICE-PRINT-FILE.
000000 01  INVOICE-PRINT-LINE PIC X(80).
000000 FD  MAIL-HOLD-FILE.
000000 01  MAIL-HOLD-LINE PIC X(80).
000000 FD  MAILING-LOG-FILE.
000000     COPY "maillog.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 AR-ITEM-STATUS PIC X(2) VALUE '00'.
000000    01 EXTENDED-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 REMIT-TO-STATUS PIC X(2) VALUE '00'.
000000    01 INVOICE-PRINT-STATUS PIC X(2) VALUE '00'.
000000    01 MAIL-HOLD-STATUS PIC X(2) VALUE '00'.
000000    01 MAILING-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 MASTER-AVAILABLE PIC X VALUE 'N'.
000000       88 MASTER-AVAILABLE-YES VALUE 'Y'.
000000    01 CUSTOMER-FOUND PIC X VALUE 'N'.
000000       88 CUSTOMER-FOUND-YES VALUE 'Y'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 REMIT-TO-TABLE.
000000       05 REMIT-TO-COUNT PIC 9(1) VALUE ZERO.
000000       05 REMIT-TO-ENTRY PIC X(40) OCCURS 6 TIMES.
000000    01 RMT-IX BINARY-SHORT SIGNED VALUE 0.
000000*Tonight's invoices from the receivables ledger - the ledger
000000*numbers each released order from its ARCTL control record,
000000*so the printed number is the number the customer pays against.
000000    01 INVOICE-TABLE.
000000       05 INVOICE-COUNT PIC 9(3) VALUE ZERO.
000000       05 INVOICE-ENTRY OCCURS 400 TIMES.
000000          10 TBL-INV-NO       PIC 9(6).
000000          10 TBL-INV-ORDER    PIC 9(6).
000000          10 TBL-INV-ACCT     PIC 9(6).
000000          10 TBL-INV-CUST-ID  PIC X(7).
000000          10 TBL-INV-DUE-DATE PIC 9(8).
000000    01 INV-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 INVOICE-OVERFLOW PIC X VALUE 'N'.
000000       88 INVOICE-OVERFLOW-YES VALUE 'Y'.
000000    01 PRICED-LINE-TABLE.
000000       05 PRICED-LINE-COUNT PIC 9(3) VALUE ZERO.
000000       05 PRICED-LINE-IMAGE PIC X(110) OCCURS 400 TIMES.
000000    01 LINE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LINE-OVERFLOW PIC X VALUE 'N'.
000000       88 LINE-OVERFLOW-YES VALUE 'Y'.
000000    01 INVOICE-CURRENCY PIC X(3) VALUE SPACES.
000000    01 INVOICE-TOTALS.
000000       05 INV-GROSS-TOTAL     PIC 9(11)V99 VALUE ZERO.
000000       05 INV-DISCOUNT-TOTAL  PIC 9(11)V99 VALUE ZERO.
000000       05 INV-TAX-TOTAL       PIC 9(11)V99 VALUE ZERO.
000000       05 INV-NET-TOTAL       PIC 9(11)V99 VALUE ZERO.
000000       05 INV-CONVERTED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 QTY-DISPLAY PIC ZZZZ9 VALUE ZERO.
000000    01 PRICE-DISPLAY PIC ZZ,ZZ9.99 VALUE ZERO.
000000    01 DISCOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 TAX-DISPLAY PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 PRINTED-COUNT PIC 9(5) VALUE ZERO.
000000    01 HELD-COUNT PIC 9(5) VALUE ZERO.
000000    01 NO-ADDRESS-COUNT PIC 9(5) VALUE ZERO.
000000    01 PRINTED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CUSTOMER INVOICE PRINT
000000*The document the customer receives used to be typed up from
000000*the internal EXTRPT order report.  This step prints it: one
000000*invoice per order the receivables ledger invoiced tonight,
000000*under the ledger's invoice number, billed to the owner of the
000000*order's ORDCUST account at the CUSTMS name and address.  Each
000000*line of the order on EXTPRC shows product, quantity, unit
000000*price, discount, tax and line amount; the foot carries the
000000*order-currency subtotal, discount, tax and total due, the
000000*converted home-currency total, the due date and the REMITTO
000000*remit-to block.  A customer whose address the post office
000000*returns mail from has the invoice held on MAILHOLD instead,
000000*the same as statements and reminders; every printed invoice
000000*is logged to MAILLOG as kind 'I'.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-LOAD-REMIT-TO THRU 0800-EXIT.
000000     PERFORM 1000-LOAD-TONIGHTS-INVOICES THRU 1000-EXIT.
000000     PERFORM 1400-LOAD-PRICED-LINES THRU 1400-EXIT.
000000     IF INVOICE-OVERFLOW-YES OR LINE-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN INPUT CUSTOMER-MASTER.
000000     IF CUSTOMER-MASTER-STATUS = '00'
000000         SET MASTER-AVAILABLE-YES TO TRUE
000000     ELSE
000000         DISPLAY 'INVPRT: CUSTMS NOT AVAILABLE - INVOICES '
000000             'PRINT WITHOUT ADDRESS'
000000     END-IF.
000000     OPEN OUTPUT INVOICE-PRINT-FILE.
000000     PERFORM 2000-PRINT-ONE-INVOICE THRU 2000-EXIT
000000         VARYING INV-IX FROM 1 BY 1
000000         UNTIL INV-IX > INVOICE-COUNT.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING 'INVOICES PRINTED: ' PRINTED-COUNT
000000         ' TOTAL: ' PRINTED-TOTAL
000000         ' HELD: ' HELD-COUNT
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     CLOSE INVOICE-PRINT-FILE.
000000     IF MASTER-AVAILABLE-YES
000000         CLOSE CUSTOMER-MASTER
000000     END-IF.
000000     DISPLAY 'INVPRT: ' PRINTED-COUNT ' INVOICE(S) PRINTED, '
000000         HELD-COUNT ' HELD, ' NO-ADDRESS-COUNT
000000         ' WITHOUT ADDRESS'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
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
000000 0800-LOAD-REMIT-TO.
000000     OPEN INPUT REMIT-TO-FILE.
000000     IF REMIT-TO-STATUS NOT = '00'
000000         DISPLAY 'INVPRT: NO REMITTO BLOCK ON FILE'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 0810-READ-REMIT-TO.
000000     PERFORM 0820-STORE-REMIT-TO
000000         UNTIL SOURCE-EOF-YES OR REMIT-TO-COUNT = 6.
000000     CLOSE REMIT-TO-FILE.
000000 0800-EXIT.
000000     EXIT.
000000 0810-READ-REMIT-TO.
000000     READ REMIT-TO-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 0820-STORE-REMIT-TO.
000000     ADD 1 TO REMIT-TO-COUNT.
000000     MOVE REMIT-TO-LINE TO REMIT-TO-ENTRY(REMIT-TO-COUNT).
000000     PERFORM 0810-READ-REMIT-TO.
000000*------------------------------------------------------------------------
000000*TONIGHT'S INVOICES - the ledger items dated tonight.  A rerun
000000*reprints the same documents under the same numbers.
000000*------------------------------------------------------------------------
000000 1000-LOAD-TONIGHTS-INVOICES.
000000     OPEN INPUT AR-ITEM-FILE.
000000     IF AR-ITEM-STATUS NOT = '00'
000000         DISPLAY 'INVPRT: ARITEM NOT AVAILABLE - NO INVOICES'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 1010-READ-AR-ITEM.
000000     PERFORM 1020-STORE-TONIGHTS-INVOICE
000000         UNTIL SOURCE-EOF-YES OR INVOICE-OVERFLOW-YES.
000000     CLOSE AR-ITEM-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1010-READ-AR-ITEM.
000000     READ AR-ITEM-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1020-STORE-TONIGHTS-INVOICE.
000000     IF ARI-INVOICE-DATE = CURRENT-RUN-DATE
000000         IF INVOICE-COUNT = 400
000000             SET INVOICE-OVERFLOW-YES TO TRUE
000000             DISPLAY '*** INVPRT: MORE THAN 400 INVOICES '
000000                 'TONIGHT - NONE PRINTED'
000000         ELSE
000000             ADD 1 TO INVOICE-COUNT
000000             MOVE ARI-INVOICE-NO TO TBL-INV-NO(INVOICE-COUNT)
000000             MOVE ARI-ORDER-NO TO TBL-INV-ORDER(INVOICE-COUNT)
000000             MOVE ARI-ACCT-NO TO TBL-INV-ACCT(INVOICE-COUNT)
000000             MOVE ARI-CUST-ID TO TBL-INV-CUST-ID(INVOICE-COUNT)
000000             MOVE ARI-DUE-DATE
000000                 TO TBL-INV-DUE-DATE(INVOICE-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 1010-READ-AR-ITEM.
000000 1400-LOAD-PRICED-LINES.
000000     OPEN INPUT EXTENDED-PRICE-FILE.
000000     IF EXTENDED-PRICE-STATUS NOT = '00'
000000         GO TO 1400-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     PERFORM 1410-READ-PRICED-LINE.
000000     PERFORM 1420-STORE-PRICED-LINE
000000         UNTIL SOURCE-EOF-YES OR LINE-OVERFLOW-YES.
000000     CLOSE EXTENDED-PRICE-FILE.
000000 1400-EXIT.
000000     EXIT.
000000 1410-READ-PRICED-LINE.
000000     READ EXTENDED-PRICE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1420-STORE-PRICED-LINE.
000000     IF PRICED-LINE-COUNT = 400
000000         SET LINE-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** INVPRT: EXTPRC HOLDS MORE THAN 400 LINES '
000000             '- NONE PRINTED'
000000     ELSE
000000         ADD 1 TO PRICED-LINE-COUNT
000000         MOVE EXTENDED-PRICE-RECORD
000000             TO PRICED-LINE-IMAGE(PRICED-LINE-COUNT)
000000         PERFORM 1410-READ-PRICED-LINE
000000     END-IF.
000000*------------------------------------------------------------------------
000000*ONE INVOICE
000000*------------------------------------------------------------------------
000000 2000-PRINT-ONE-INVOICE.
000000     PERFORM 2100-READ-BILL-TO THRU 2100-EXIT.
000000     IF CUSTOMER-FOUND-YES AND CUST-ADDR-UNDELIVERABLE
000000         PERFORM 2200-HOLD-INVOICE THRU 2200-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING 'INVOICE ' TBL-INV-NO(INV-IX)
000000         INTO INVOICE-PRINT-LINE.
000000     STRING 'INVOICE DATE ' CURRENT-RUN-DATE
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE(50:21).
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING '    DUE DATE ' TBL-INV-DUE-DATE(INV-IX)
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE(50:21).
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     PERFORM 2300-WRITE-BILL-TO THRU 2300-EXIT.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING 'ACCOUNT ' TBL-INV-ACCT(INV-IX)
000000         '  ORDER ' TBL-INV-ORDER(INV-IX)
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING 'PRODUCT    QTY  UNIT PRICE      DISCOUNT'
000000         '           TAX         AMOUNT'
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     INITIALIZE INVOICE-TOTALS.
000000     MOVE SPACES TO INVOICE-CURRENCY.
000000     PERFORM 2400-PRINT-ONE-LINE THRU 2400-EXIT
000000         VARYING LINE-IX FROM 1 BY 1
000000         UNTIL LINE-IX > PRICED-LINE-COUNT.
000000     PERFORM 2500-WRITE-INVOICE-FOOT THRU 2500-EXIT.
000000     ADD 1 TO PRINTED-COUNT.
000000     ADD INV-NET-TOTAL TO PRINTED-TOTAL.
000000     OPEN EXTEND MAILING-LOG-FILE.
000000     IF MAILING-LOG-STATUS = '05'
000000         OR MAILING-LOG-STATUS = '35'
000000         OPEN OUTPUT MAILING-LOG-FILE
000000     END-IF.
000000     MOVE 'I' TO MLOG-KIND.
000000     MOVE TBL-INV-CUST-ID(INV-IX) TO MLOG-CUST-ID.
000000     MOVE CURRENT-RUN-DATE TO MLOG-DATE.
000000     MOVE 'P' TO MLOG-CHANNEL.
000000     WRITE MAILING-LOG-RECORD.
000000     CLOSE MAILING-LOG-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-BILL-TO.
000000     MOVE 'N' TO CUSTOMER-FOUND.
000000     IF NOT MASTER-AVAILABLE-YES
000000         GO TO 2100-EXIT
000000     END-IF.
000000     MOVE TBL-INV-CUST-ID(INV-IX) TO CUST-ID.
000000     READ CUSTOMER-MASTER
000000         KEY IS CUST-ID
000000         INVALID KEY
000000             GO TO 2100-EXIT
000000     END-READ.
000000     SET CUSTOMER-FOUND-YES TO TRUE.
000000 2100-EXIT.
000000     EXIT.
000000*Held the same way statements and reminders are: a line on
000000*MAILHOLD for the address desk, nothing printed or logged.
000000 2200-HOLD-INVOICE.
000000     ADD 1 TO HELD-COUNT.
000000     OPEN EXTEND MAIL-HOLD-FILE.
000000     IF MAIL-HOLD-STATUS = '05'
000000         OR MAIL-HOLD-STATUS = '35'
000000         OPEN OUTPUT MAIL-HOLD-FILE
000000     END-IF.
000000     MOVE SPACES TO MAIL-HOLD-LINE.
000000     STRING 'INVOICE ' TBL-INV-NO(INV-IX)
000000         ' HELD - ' CUST-ID
000000         ' ADDRESS UNDELIVERABLE'
000000         INTO MAIL-HOLD-LINE.
000000     WRITE MAIL-HOLD-LINE.
000000     CLOSE MAIL-HOLD-FILE.
000000 2200-EXIT.
000000     EXIT.
000000 2300-WRITE-BILL-TO.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     IF NOT CUSTOMER-FOUND-YES
000000         ADD 1 TO NO-ADDRESS-COUNT
000000         STRING 'BILL TO: CUSTOMER ' TBL-INV-CUST-ID(INV-IX)
000000             ' - ADDRESS NOT ON FILE'
000000             INTO INVOICE-PRINT-LINE
000000         WRITE INVOICE-PRINT-LINE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     STRING 'BILL TO: ' CUST-NAME
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     MOVE CUST-ADDR-LINE-1 TO INVOICE-PRINT-LINE(10:30).
000000     WRITE INVOICE-PRINT-LINE.
000000     IF CUST-ADDR-LINE-2 NOT = SPACES
000000         MOVE SPACES TO INVOICE-PRINT-LINE
000000         MOVE CUST-ADDR-LINE-2 TO INVOICE-PRINT-LINE(10:30)
000000         WRITE INVOICE-PRINT-LINE
000000     END-IF.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING CUST-CITY ' ' CUST-POSTAL-CODE
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE(10:61).
000000     WRITE INVOICE-PRINT-LINE.
000000 2300-EXIT.
000000     EXIT.
000000*One detail line per priced line of the invoice's order.
000000 2400-PRINT-ONE-LINE.
000000     MOVE PRICED-LINE-IMAGE(LINE-IX) TO EXTENDED-PRICE-RECORD.
000000     IF EXT-ORDER-NO NOT = TBL-INV-ORDER(INV-IX)
000000         GO TO 2400-EXIT
000000     END-IF.
000000     MOVE EXT-CURRENCY TO INVOICE-CURRENCY.
000000     ADD EXT-PRICE TO INV-GROSS-TOTAL.
000000     ADD EXT-DISCOUNT-AMT TO INV-DISCOUNT-TOTAL.
000000     ADD EXT-TAX-AMT TO INV-TAX-TOTAL.
000000     ADD EXT-NET-PRICE TO INV-NET-TOTAL.
000000     ADD EXT-CONVERTED-PRICE TO INV-CONVERTED-TOTAL.
000000     MOVE EXT-QTY TO QTY-DISPLAY.
000000     MOVE EXT-UNIT-PRICE TO PRICE-DISPLAY.
000000     MOVE EXT-DISCOUNT-AMT TO DISCOUNT-DISPLAY.
000000     MOVE EXT-TAX-AMT TO TAX-DISPLAY.
000000     MOVE EXT-NET-PRICE TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING EXT-PRODUCT-CODE ' ' QTY-DISPLAY
000000         '   ' PRICE-DISPLAY
000000         '  ' DISCOUNT-DISPLAY
000000         '  ' TAX-DISPLAY
000000         ' ' AMOUNT-DISPLAY
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000 2400-EXIT.
000000     EXIT.
000000 2500-WRITE-INVOICE-FOOT.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE INV-GROSS-TOTAL TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING '                          SUBTOTAL        '
000000         AMOUNT-DISPLAY ' ' INVOICE-CURRENCY
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE INV-DISCOUNT-TOTAL TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING '                          LESS DISCOUNT   '
000000         AMOUNT-DISPLAY ' ' INVOICE-CURRENCY
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE INV-TAX-TOTAL TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING '                          TAX             '
000000         AMOUNT-DISPLAY ' ' INVOICE-CURRENCY
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE INV-NET-TOTAL TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING '                          TOTAL DUE       '
000000         AMOUNT-DISPLAY ' ' INVOICE-CURRENCY
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE INV-CONVERTED-TOTAL TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING '                          CONVERTED TOTAL '
000000         AMOUNT-DISPLAY
000000         DELIMITED BY SIZE
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     MOVE SPACES TO INVOICE-PRINT-LINE.
000000     STRING 'PLEASE QUOTE INVOICE ' TBL-INV-NO(INV-IX)
000000         ' WITH YOUR PAYMENT.  REMIT TO:'
000000         INTO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000     PERFORM VARYING RMT-IX FROM 1 BY 1
000000             UNTIL RMT-IX > REMIT-TO-COUNT
000000         MOVE SPACES TO INVOICE-PRINT-LINE
000000         MOVE REMIT-TO-ENTRY(RMT-IX)
000000             TO INVOICE-PRINT-LINE(5:40)
000000         WRITE INVOICE-PRINT-LINE
000000     END-PERFORM.
000000     MOVE ALL '-' TO INVOICE-PRINT-LINE.
000000     WRITE INVOICE-PRINT-LINE.
000000 2500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 completed with exceptions - invoices held for an
000000*undeliverable address or printed with no address on file;
000000*8 tonight's invoices or lines overflowed and none printed.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF HELD-COUNT > ZERO OR NO-ADDRESS-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
