000000     SELECT ACCRUAL-TRANS-FILE ASSIGN TO "ACCRTX"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCRUAL-TRANS-STATUS.
000000     SELECT INVENTORY-MOVE-FILE ASSIGN TO "INVMOVE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVENTORY-MOVE-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     05 EXT-PRODUCT-CODE    PIC X(8).
000000     05 EXT-UNIT-COST       PIC 9(5)V99.
000000     05 EXT-COST-AMT        PIC 9(9)V99.
000000     05 EXT-PRICED-DATE     PIC 9(8).
000000 FD  MEMO-REGISTER-FILE.
000000 01  MEMO-REGISTER-RECORD.
000000     05 CMR-MEMO-NO      PIC 9(6).
000000 01  MEMO-DOCUMENT-LINE PIC X(80).
000000 FD  ACCRUAL-TRANS-FILE.
000000     COPY "transrec.cpy".
000000 FD  INVENTORY-MOVE-FILE.
000000     COPY "invmove.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 MEMO-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 MEMO-DOCUMENT-STATUS PIC X(2) VALUE '00'.
000000    01 ACCRUAL-TRANS-STATUS PIC X(2) VALUE '00'.
000000    01 INVENTORY-MOVE-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 RETURNS-EOF PIC X VALUE 'N'.
000000       88 RETURNS-EOF-YES VALUE 'Y'.
000000          10 TBL-INV-QTY      PIC 9(5).
000000          10 TBL-INV-NET      PIC 9(9)V99.
000000          10 TBL-INV-RETURNED PIC 9(5).
000000          10 TBL-INV-COST     PIC 9(5)V99.
000000    01 INV-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 INV-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CREDIT-QTY PIC 9(5) VALUE ZERO.
000000    01 REJECT-COUNT PIC 9(5) VALUE ZERO.
000000    01 CAPPED-COUNT PIC 9(5) VALUE ZERO.
000000    01 CREDIT-RUN-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 RESTOCK-COUNT PIC 9(5) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CREDIT MEMO AND RETURNS PROCESSING
000000*offsetting 'CR' posting transaction on the accrual feed - the
000000*envelope-free side door the interest accrual already uses - so
000000*the credit posts through the normal typed chain next cycle.
000000*Goods that come back saleable go back on the shelf: each
000000*accepted return is journalled to INVMOVE as an 'R' movement
000000*for the inventory balance step, except a return the clerk
000000*reasons DAMAGED or SCRAP, which is credited but not restocked.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 2000-PROCESS-RETURNS THRU 2000-EXIT.
000000     PERFORM 8000-WRITE-MEMO-CONTROL THRU 8000-EXIT.
000000     DISPLAY 'CREDMEMO: ' MEMO-COUNT ' MEMO(S) FOR '
000000         CREDIT-RUN-TOTAL ', ' REJECT-COUNT ' REJECT(S), '
000000         RESTOCK-COUNT ' RESTOCKED'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     MOVE EXT-QTY TO TBL-INV-QTY(INVOICE-LINE-COUNT).
000000     MOVE EXT-NET-PRICE TO TBL-INV-NET(INVOICE-LINE-COUNT).
000000     MOVE ZERO TO TBL-INV-RETURNED(INVOICE-LINE-COUNT).
000000     MOVE EXT-UNIT-COST TO TBL-INV-COST(INVOICE-LINE-COUNT).
000000     PERFORM 1100-READ-INVOICED-LINE.
000000*------------------------------------------------------------------------
000000*RETURN HISTORY
000000         OR ACCRUAL-TRANS-STATUS = '35'
000000         OPEN OUTPUT ACCRUAL-TRANS-FILE
000000     END-IF.
000000     OPEN EXTEND INVENTORY-MOVE-FILE.
000000     IF INVENTORY-MOVE-STATUS = '05'
000000         OR INVENTORY-MOVE-STATUS = '35'
000000         OPEN OUTPUT INVENTORY-MOVE-FILE
000000     END-IF.
000000     PERFORM 2100-READ-RETURN.
000000     PERFORM 2200-PROCESS-ONE-RETURN THRU 2200-NEXT
000000         UNTIL RETURNS-EOF-YES.
000000     CLOSE INVENTORY-MOVE-FILE.
000000     CLOSE ACCRUAL-TRANS-FILE.
000000     CLOSE MEMO-REGISTER-FILE.
000000     MOVE SPACES TO MEMO-DOCUMENT-LINE.
000000     MOVE SPACES TO TRAN-COMPANY-CODE.
000000     MOVE SPACES TO TRAN-COUNTERPARTY-CODE.
000000     MOVE ZERO TO TRAN-REV-RUN-ID.
000000*A return credits the order, not a position account - orders
000000*never reach NETPOS - so the memo posts to the totals only.
000000     MOVE ZERO TO TRAN-ACCT-NO.
000000     WRITE TRANSACTION-RECORD.
000000     IF RTN-REASON NOT = 'DAMAGED '
000000         AND RTN-REASON NOT = 'SCRAP   '
000000         MOVE CURRENT-RUN-DATE TO IVM-DATE
000000         MOVE RTN-PRODUCT-CODE TO IVM-PRODUCT-CODE
000000         MOVE 'R' TO IVM-TYPE
000000         MOVE CREDIT-QTY TO IVM-QTY
000000         MOVE RTN-ORDER-NO TO IVM-REFERENCE
000000         MOVE TBL-INV-COST(INV-FOUND-IX) TO IVM-UNIT-COST
000000         WRITE INVENTORY-MOVE-RECORD
000000         ADD 1 TO RESTOCK-COUNT
000000     END-IF.
000000 2200-NEXT.
000000     PERFORM 2100-READ-RETURN.
000000*------------------------------------------------------------------------
