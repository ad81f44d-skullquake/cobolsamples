000000     05 TXD-ORDER-NO     PIC 9(6).
000000     05 TXD-TAXABLE-AMT  PIC 9(9)V99.
000000     05 TXD-TAX-AMT      PIC 9(9)V99.
000000     05 TXD-EXEMPT-FLAG  PIC X(1).
000000         88 TXD-EXEMPT-SALE     VALUE 'E'.
000000         88 TXD-CERT-EXPIRED    VALUE 'X'.
000000     05 TXD-CERT-NO      PIC X(15).
000000     05 TXD-CUST-ID      PIC X(7).
000000 FD  EXTENDED-PRICE-FILE.
000000 01  EXTENDED-PRICE-RECORD.
000000     05 EXT-QTY             PIC 9(5).
000000     05 EXT-PRODUCT-CODE    PIC X(8).
000000     05 EXT-UNIT-COST       PIC 9(5)V99.
000000     05 EXT-COST-AMT        PIC 9(9)V99.
000000     05 EXT-PRICED-DATE     PIC 9(8).
000000 FD  PERIOD-CARD-FILE.
000000 01  PERIOD-CARD-RECORD.
000000     05 TPER-FROM-DATE PIC 9(8).
000000    01 PERIOD-FROM-DATE PIC 9(8) VALUE ZERO.
000000    01 PERIOD-TO-DATE PIC 9(8) VALUE 99999999.
000000*One accumulator per jurisdiction across the filing period: the
000000*taxable base, the sales exempt under a customer's certificate,
000000*the tax collected and the invoices behind them.
000000*The invoice count advances when the order number changes - the
000000*detail arrives in order sequence within each night.
000000    01 JURISDICTION-TABLE.
000000       05 JURIS-ENTRY OCCURS 20 TIMES.
000000          10 TBL-JUR-CODE       PIC X(8).
000000          10 TBL-JUR-TAXABLE    PIC 9(11)V99.
000000          10 TBL-JUR-EXEMPT     PIC 9(11)V99.
000000          10 TBL-JUR-TAX        PIC 9(11)V99.
000000          10 TBL-JUR-INVOICES   PIC 9(5).
000000          10 TBL-JUR-LAST-ORDER PIC 9(6).
000000    01 JUR-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PERIOD-TAX-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 PERIOD-TAXABLE-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 PERIOD-EXEMPT-TOTAL PIC 9(11)V99 VALUE ZERO.
000000*Lines taxed because the customer's exemption certificate had
000000*expired, listed so the certificates can be chased.
000000    01 EXPIRED-CERT-TABLE.
000000       05 EXPIRED-CERT-COUNT PIC 9(3) VALUE ZERO.
000000       05 EXPIRED-CERT-ENTRY OCCURS 100 TIMES.
000000          10 TBL-XPC-CUST  PIC X(7).
000000          10 TBL-XPC-CERT  PIC X(15).
000000          10 TBL-XPC-JURIS PIC X(8).
000000          10 TBL-XPC-ORDER PIC 9(6).
000000          10 TBL-XPC-TAX   PIC 9(9)V99.
000000    01 XPC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 EXPIRED-CERT-LINES PIC 9(7) VALUE ZERO.
000000    01 TONIGHT-DETAIL-TAX PIC 9(11)V99 VALUE ZERO.
000000    01 TONIGHT-EXTPRC-TAX PIC 9(11)V99 VALUE ZERO.
000000    01 TAX-ADJUST-STATUS PIC X(2) VALUE '00'.
000000*TAX REMITTANCE SUMMARY BY JURISDICTION
000000*Sweeps the TAXDTL per-line tax detail the pricing pass has been
000000*accumulating and produces the filing-period remittance report:
000000*per jurisdiction, the taxable base, the sales exempt under
000000*customers' exemption certificates, the tax collected and the
000000*invoice count behind it, with period totals, and a list of the
000000*lines taxed because the customer's certificate had expired so
000000*the certificates can be chased.  The optional
000000*TAXPER card bounds the filing period (from/to run dates);
000000*without it every accumulated record reports.  As a tie-back,
000000*tonight's detail records must sum to the tax total of the
000000         MOVE JURIS-COUNT TO JUR-FOUND-IX
000000         MOVE TXD-JURISDICTION TO TBL-JUR-CODE(JUR-FOUND-IX)
000000         MOVE ZERO TO TBL-JUR-TAXABLE(JUR-FOUND-IX)
000000         MOVE ZERO TO TBL-JUR-EXEMPT(JUR-FOUND-IX)
000000         MOVE ZERO TO TBL-JUR-TAX(JUR-FOUND-IX)
000000         MOVE ZERO TO TBL-JUR-INVOICES(JUR-FOUND-IX)
000000         MOVE ZERO TO TBL-JUR-LAST-ORDER(JUR-FOUND-IX)
000000     IF JUR-FOUND-IX = ZERO
000000         GO TO 1200-NEXT
000000     END-IF.
000000     IF TXD-EXEMPT-SALE
000000         ADD TXD-TAXABLE-AMT TO TBL-JUR-EXEMPT(JUR-FOUND-IX)
000000         ADD TXD-TAXABLE-AMT TO PERIOD-EXEMPT-TOTAL
000000     ELSE
000000         ADD TXD-TAXABLE-AMT TO TBL-JUR-TAXABLE(JUR-FOUND-IX)
000000         ADD TXD-TAXABLE-AMT TO PERIOD-TAXABLE-TOTAL
000000     END-IF.
000000     ADD TXD-TAX-AMT TO TBL-JUR-TAX(JUR-FOUND-IX).
000000     ADD TXD-TAX-AMT TO PERIOD-TAX-TOTAL.
000000     IF TXD-CERT-EXPIRED
000000         PERFORM 1300-NOTE-EXPIRED-CERT THRU 1300-EXIT
000000     END-IF.
000000     IF TXD-ORDER-NO NOT = TBL-JUR-LAST-ORDER(JUR-FOUND-IX)
000000         ADD 1 TO TBL-JUR-INVOICES(JUR-FOUND-IX)
000000         MOVE TXD-ORDER-NO
000000     END-IF.
000000 1200-NEXT.
000000     PERFORM 1100-READ-TAX-DETAIL.
000000*Past the table only the count grows; the report says how many
000000*more there were.
000000 1300-NOTE-EXPIRED-CERT.
000000     ADD 1 TO EXPIRED-CERT-LINES.
000000     IF EXPIRED-CERT-COUNT = 100
000000         GO TO 1300-EXIT
000000     END-IF.
000000     ADD 1 TO EXPIRED-CERT-COUNT.
000000     MOVE TXD-CUST-ID TO TBL-XPC-CUST(EXPIRED-CERT-COUNT).
000000     MOVE TXD-CERT-NO TO TBL-XPC-CERT(EXPIRED-CERT-COUNT).
000000     MOVE TXD-JURISDICTION TO TBL-XPC-JURIS(EXPIRED-CERT-COUNT).
000000     MOVE TXD-ORDER-NO TO TBL-XPC-ORDER(EXPIRED-CERT-COUNT).
000000     MOVE TXD-TAX-AMT TO TBL-XPC-TAX(EXPIRED-CERT-COUNT).
000000 1300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TIE-BACK TO THE EXTENDED-PRICE OUTPUT
000000*EXTPRC is optional - with no pricing run tonight there is
000000             ' INVOICES ' TBL-JUR-INVOICES(JUR-IX)
000000             INTO REMITTANCE-REPORT-LINE
000000         WRITE REMITTANCE-REPORT-LINE
000000         MOVE SPACES TO REMITTANCE-REPORT-LINE
000000         STRING '         EXEMPT SALES ' TBL-JUR-EXEMPT(JUR-IX)
000000             INTO REMITTANCE-REPORT-LINE
000000         WRITE REMITTANCE-REPORT-LINE
000000     END-PERFORM.
000000     MOVE SPACES TO REMITTANCE-REPORT-LINE.
000000     STRING 'PERIOD TOTAL - BASE ' PERIOD-TAXABLE-TOTAL
000000         INTO REMITTANCE-REPORT-LINE.
000000     WRITE REMITTANCE-REPORT-LINE.
000000     MOVE SPACES TO REMITTANCE-REPORT-LINE.
000000     STRING 'PERIOD TOTAL - EXEMPT SALES ' PERIOD-EXEMPT-TOTAL
000000         INTO REMITTANCE-REPORT-LINE.
000000     WRITE REMITTANCE-REPORT-LINE.
000000     PERFORM 3100-WRITE-EXPIRED-CERTS THRU 3100-EXIT.
000000     MOVE SPACES TO REMITTANCE-REPORT-LINE.
000000     IF TIE-BACK-BROKEN-YES
000000         STRING '*** TIE-BACK: DETAIL ' TONIGHT-DETAIL-TAX
000000             ' VS EXTPRC ' TONIGHT-EXTPRC-TAX
000000     CLOSE REMITTANCE-REPORT-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-WRITE-EXPIRED-CERTS.
000000     IF EXPIRED-CERT-LINES = ZERO
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE 'LINES TAXED ON EXPIRED EXEMPTION CERTIFICATES'
000000         TO REMITTANCE-REPORT-LINE.
000000     WRITE REMITTANCE-REPORT-LINE.
000000     PERFORM VARYING XPC-IX FROM 1 BY 1
000000             UNTIL XPC-IX > EXPIRED-CERT-COUNT
000000         MOVE SPACES TO REMITTANCE-REPORT-LINE
000000         STRING 'CUST ' TBL-XPC-CUST(XPC-IX)
000000             ' CERT ' TBL-XPC-CERT(XPC-IX)
000000             ' ' TBL-XPC-JURIS(XPC-IX)
000000             ' ORDER ' TBL-XPC-ORDER(XPC-IX)
000000             ' TAX ' TBL-XPC-TAX(XPC-IX)
000000             INTO REMITTANCE-REPORT-LINE
000000         WRITE REMITTANCE-REPORT-LINE
000000     END-PERFORM.
000000     IF EXPIRED-CERT-LINES > EXPIRED-CERT-COUNT
000000         MOVE SPACES TO REMITTANCE-REPORT-LINE
000000         STRING '... AND MORE - ' EXPIRED-CERT-LINES
000000             ' LINE(S) IN ALL'
000000             INTO REMITTANCE-REPORT-LINE
000000         WRITE REMITTANCE-REPORT-LINE
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 lines were taxed on expired exemption certificates
000000*and are listed for chasing; 8 fatal - tonight's detail does
000000*not tie to the priced output, so the filing numbers cannot be
000000*trusted.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     EVALUATE TRUE
000000         WHEN TIE-BACK-BROKEN-YES
000000             MOVE 8 TO RETURN-CODE
000000         WHEN EXPIRED-CERT-LINES > ZERO
000000             MOVE 4 TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0 TO RETURN-CODE
000000     END-EVALUATE.
000000 9800-EXIT.
000000     EXIT.
