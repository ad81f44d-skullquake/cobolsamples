000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. invbal.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT INVENTORY-BALANCE-FILE ASSIGN TO "INVBAL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVENTORY-BALANCE-STATUS.
000000     SELECT INVENTORY-MOVE-FILE ASSIGN TO "INVMOVE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INVENTORY-MOVE-STATUS.
000000     SELECT REORDER-REPORT-FILE ASSIGN TO "REORDRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REORDER-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  INVENTORY-BALANCE-FILE.
000000     COPY "invbal.cpy".
000000 FD  INVENTORY-MOVE-FILE.
000000     COPY "invmove.cpy".
000000 FD  REORDER-REPORT-FILE.
000000 01  REORDER-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 INVENTORY-BALANCE-STATUS PIC X(2) VALUE '00'.
000000    01 INVENTORY-MOVE-STATUS PIC X(2) VALUE '00'.
000000    01 REORDER-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 INVENTORY-BALANCE-EOF PIC X VALUE 'N'.
000000       88 INVENTORY-BALANCE-EOF-YES VALUE 'Y'.
000000    01 INVENTORY-MOVE-EOF PIC X VALUE 'N'.
000000       88 INVENTORY-MOVE-EOF-YES VALUE 'Y'.
000000    01 BALANCE-OVERFLOW PIC X VALUE 'N'.
000000       88 BALANCE-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000*Sales window for days of cover, SHARED SALES-DAYS on the
000000*parameter library; four weeks when none is in force.
000000    01 SALES-DAYS PIC 9(3) VALUE 28.
000000    01 SALES-WINDOW-START PIC 9(8) VALUE ZERO.
000000*The balance file held whole while the journal posts to it,
000000*with the units shipped inside the sales window alongside.
000000    01 BALANCE-TABLE.
000000       05 BALANCE-COUNT PIC 9(3) VALUE ZERO.
000000       05 BALANCE-ENTRY OCCURS 500 TIMES.
000000          10 TBL-IVB-PRODUCT     PIC X(8).
000000          10 TBL-IVB-ON-HAND     PIC S9(7).
000000          10 TBL-IVB-REORDER-PT  PIC 9(7).
000000          10 TBL-IVB-REORDER-QTY PIC 9(7).
000000          10 TBL-IVB-POSTED-THRU PIC 9(8).
000000          10 TBL-IVB-SOLD        PIC 9(9).
000000    01 IVB-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 IVB-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MOVES-POSTED-COUNT PIC 9(7) VALUE ZERO.
000000    01 NEW-PRODUCT-COUNT PIC 9(5) VALUE ZERO.
000000    01 REORDER-COUNT PIC 9(5) VALUE ZERO.
000000    01 NEGATIVE-COUNT PIC 9(5) VALUE ZERO.
000000    01 DAYS-OF-COVER PIC 9(5) VALUE ZERO.
000000    01 DAYS-OF-COVER-DISPLAY PIC Z(4)9 VALUE ZERO.
000000    01 COVER-LABEL PIC X(8) VALUE SPACES.
000000    01 ON-HAND-DISPLAY PIC -(6)9 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*INVENTORY BALANCE POSTING AND REORDER REPORT
000000*Posts the INVMOVE stock-movement journal to the INVBAL on-hand
000000*balance per product: units shipped on the night's extended
000000*order lines come off, returns the credit memo run accepted back
000000*to stock and goods receipts go on.  The journal is cumulative,
000000*so each balance record carries the last run date posted into
000000*it and only movements after that date and not after tonight
000000*are taken - a rerun of the night posts nothing twice.  A
000000*movement for a product INVBAL has never seen opens a balance
000000*for it with no reorder point, for purchasing to set.
000000*Afterwards every product with a reorder point whose on-hand
000000*has fallen below it is listed on REORDRPT with its suggested
000000*reorder quantity and its days of cover: on-hand divided by the
000000*average daily units shipped over the SALES-DAYS window.  A
000000*product that has not sold in the window shows NO SALES rather
000000*than a cover figure.  A product below its reorder point
000000*returns 4; a balance table too small for the file returns 8
000000*and leaves INVBAL as it was.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-READ-POLICY THRU 0800-EXIT.
000000     MOVE ZERO TO BALANCE-COUNT.
000000     MOVE ZERO TO MOVES-POSTED-COUNT.
000000     MOVE ZERO TO NEW-PRODUCT-COUNT.
000000     MOVE ZERO TO REORDER-COUNT.
000000     MOVE ZERO TO NEGATIVE-COUNT.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'N' TO INVENTORY-BALANCE-EOF.
000000     MOVE 'N' TO INVENTORY-MOVE-EOF.
000000     MOVE 'N' TO BALANCE-OVERFLOW.
000000     PERFORM 1000-LOAD-BALANCES THRU 1000-EXIT.
000000     IF NOT BALANCE-OVERFLOW-YES
000000         PERFORM 2000-POST-MOVEMENTS THRU 2000-EXIT
000000     END-IF.
000000     IF BALANCE-OVERFLOW-YES
000000         DISPLAY '*** INVBAL: MORE THAN 500 PRODUCTS - BALANCES '
000000             'NOT POSTED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 3000-REWRITE-BALANCES THRU 3000-EXIT.
000000     PERFORM 4000-WRITE-REORDER-REPORT THRU 4000-EXIT.
000000     DISPLAY 'INVBAL: ' MOVES-POSTED-COUNT ' MOVEMENT(S) POSTED, '
000000         NEW-PRODUCT-COUNT ' NEW PRODUCT(S), '
000000         REORDER-COUNT ' BELOW REORDER POINT'.
000000     IF NEGATIVE-COUNT > ZERO
000000         DISPLAY 'INVBAL: ' NEGATIVE-COUNT
000000             ' PRODUCT(S) SHIPPED PAST ON-HAND'
000000     END-IF.
000000     IF REORDER-COUNT > ZERO
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
000000*SALES WINDOW
000000*The window runs back SALES-DAYS nights from the run date; a
000000*shipment dated after SALES-WINDOW-START counts toward it.
000000*------------------------------------------------------------------------
000000 0800-READ-POLICY.
000000     MOVE 'SHARED' TO PSVC-PROGRAM.
000000     MOVE 'SALES-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO SALES-DAYS
000000     END-IF.
000000     MOVE ZERO TO SALES-WINDOW-START.
000000     IF CURRENT-RUN-DATE = ZERO
000000         GO TO 0800-EXIT
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-1.
000000     COMPUTE DSVC-COUNT = ZERO - SALES-DAYS.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO SALES-WINDOW-START
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BALANCE LOAD
000000*INVBAL is optional the first night; the journal builds it.
000000*------------------------------------------------------------------------
000000 1000-LOAD-BALANCES.
000000     OPEN INPUT INVENTORY-BALANCE-FILE.
000000     IF INVENTORY-BALANCE-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-BALANCE.
000000     PERFORM 1200-STORE-BALANCE
000000         UNTIL INVENTORY-BALANCE-EOF-YES OR BALANCE-OVERFLOW-YES.
000000     CLOSE INVENTORY-BALANCE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-BALANCE.
000000     READ INVENTORY-BALANCE-FILE
000000         AT END SET INVENTORY-BALANCE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-BALANCE.
000000     IF BALANCE-COUNT = 500
000000         SET BALANCE-OVERFLOW-YES TO TRUE
000000     ELSE
000000         ADD 1 TO BALANCE-COUNT
000000         MOVE IVB-PRODUCT-CODE TO TBL-IVB-PRODUCT(BALANCE-COUNT)
000000         MOVE IVB-ON-HAND TO TBL-IVB-ON-HAND(BALANCE-COUNT)
000000         MOVE IVB-REORDER-POINT
000000             TO TBL-IVB-REORDER-PT(BALANCE-COUNT)
000000         MOVE IVB-REORDER-QTY
000000             TO TBL-IVB-REORDER-QTY(BALANCE-COUNT)
000000         MOVE IVB-POSTED-THRU
000000             TO TBL-IVB-POSTED-THRU(BALANCE-COUNT)
000000         MOVE ZERO TO TBL-IVB-SOLD(BALANCE-COUNT)
000000         PERFORM 1100-READ-BALANCE
000000     END-IF.
000000*------------------------------------------------------------------------
000000*MOVEMENT POSTING
000000*A movement later than the night we are posting belongs to a
000000*future run and is left for it.
000000*------------------------------------------------------------------------
000000 2000-POST-MOVEMENTS.
000000     OPEN INPUT INVENTORY-MOVE-FILE.
000000     IF INVENTORY-MOVE-STATUS NOT = '00'
000000         DISPLAY 'INVMOVE NOT AVAILABLE - NO MOVEMENTS POSTED'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-MOVE.
000000     PERFORM 2200-POST-ONE-MOVE THRU 2200-NEXT
000000         UNTIL INVENTORY-MOVE-EOF-YES OR BALANCE-OVERFLOW-YES.
000000     CLOSE INVENTORY-MOVE-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-MOVE.
000000     READ INVENTORY-MOVE-FILE
000000         AT END SET INVENTORY-MOVE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-POST-ONE-MOVE.
000000     IF IVM-DATE > CURRENT-RUN-DATE
000000         GO TO 2200-NEXT
000000     END-IF.
000000     MOVE ZERO TO IVB-FOUND-IX.
000000     PERFORM VARYING IVB-IX FROM 1 BY 1
000000             UNTIL IVB-IX > BALANCE-COUNT OR IVB-FOUND-IX > ZERO
000000         IF TBL-IVB-PRODUCT(IVB-IX) = IVM-PRODUCT-CODE
000000             MOVE IVB-IX TO IVB-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF IVB-FOUND-IX = ZERO
000000         PERFORM 2300-ADD-PRODUCT THRU 2300-EXIT
000000     END-IF.
000000     IF IVB-FOUND-IX = ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF IVM-SHIPPED AND IVM-DATE > SALES-WINDOW-START
000000         ADD IVM-QTY TO TBL-IVB-SOLD(IVB-FOUND-IX)
000000     END-IF.
000000     IF IVM-DATE NOT > TBL-IVB-POSTED-THRU(IVB-FOUND-IX)
000000         GO TO 2200-NEXT
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN IVM-SHIPPED
000000             SUBTRACT IVM-QTY FROM TBL-IVB-ON-HAND(IVB-FOUND-IX)
000000         WHEN IVM-RETURNED
000000         WHEN IVM-RECEIVED
000000             ADD IVM-QTY TO TBL-IVB-ON-HAND(IVB-FOUND-IX)
000000         WHEN OTHER
000000             DISPLAY 'INVMOVE TYPE ' IVM-TYPE ' NOT KNOWN - '
000000                 IVM-PRODUCT-CODE ' NOT POSTED'
000000             GO TO 2200-NEXT
000000     END-EVALUATE.
000000     ADD 1 TO MOVES-POSTED-COUNT.
000000 2200-NEXT.
000000     PERFORM 2100-READ-MOVE.
000000 2300-ADD-PRODUCT.
000000     IF BALANCE-COUNT = 500
000000         SET BALANCE-OVERFLOW-YES TO TRUE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1 TO BALANCE-COUNT.
000000     MOVE BALANCE-COUNT TO IVB-FOUND-IX.
000000     MOVE IVM-PRODUCT-CODE TO TBL-IVB-PRODUCT(IVB-FOUND-IX).
000000     MOVE ZERO TO TBL-IVB-ON-HAND(IVB-FOUND-IX).
000000     MOVE ZERO TO TBL-IVB-REORDER-PT(IVB-FOUND-IX).
000000     MOVE ZERO TO TBL-IVB-REORDER-QTY(IVB-FOUND-IX).
000000     MOVE ZERO TO TBL-IVB-POSTED-THRU(IVB-FOUND-IX).
000000     MOVE ZERO TO TBL-IVB-SOLD(IVB-FOUND-IX).
000000     ADD 1 TO NEW-PRODUCT-COUNT.
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BALANCE REWRITE
000000*Every balance is stamped posted through tonight, whether or
000000*not it moved, so the next run starts from the same line.
000000*------------------------------------------------------------------------
000000 3000-REWRITE-BALANCES.
000000     OPEN OUTPUT INVENTORY-BALANCE-FILE.
000000     PERFORM VARYING IVB-IX FROM 1 BY 1
000000             UNTIL IVB-IX > BALANCE-COUNT
000000         MOVE TBL-IVB-PRODUCT(IVB-IX) TO IVB-PRODUCT-CODE
000000         MOVE TBL-IVB-ON-HAND(IVB-IX) TO IVB-ON-HAND
000000         MOVE TBL-IVB-REORDER-PT(IVB-IX) TO IVB-REORDER-POINT
000000         MOVE TBL-IVB-REORDER-QTY(IVB-IX) TO IVB-REORDER-QTY
000000         IF CURRENT-RUN-DATE > TBL-IVB-POSTED-THRU(IVB-IX)
000000             MOVE CURRENT-RUN-DATE TO IVB-POSTED-THRU
000000         ELSE
000000             MOVE TBL-IVB-POSTED-THRU(IVB-IX) TO IVB-POSTED-THRU
000000         END-IF
000000         WRITE INVENTORY-BALANCE-RECORD
000000         IF TBL-IVB-ON-HAND(IVB-IX) < ZERO
000000             ADD 1 TO NEGATIVE-COUNT
000000         END-IF
000000     END-PERFORM.
000000     CLOSE INVENTORY-BALANCE-FILE.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*REORDER REPORT
000000*------------------------------------------------------------------------
000000 4000-WRITE-REORDER-REPORT.
000000     OPEN OUTPUT REORDER-REPORT-FILE.
000000     PERFORM 4400-WRITE-REPORT-HEADER.
000000     PERFORM 4100-REPORT-ONE-PRODUCT THRU 4100-EXIT
000000         VARYING IVB-IX FROM 1 BY 1
000000         UNTIL IVB-IX > BALANCE-COUNT.
000000     MOVE SPACES TO REORDER-REPORT-LINE.
000000     STRING 'PRODUCTS BELOW REORDER POINT: ' REORDER-COUNT
000000         '  SALES WINDOW DAYS: ' SALES-DAYS
000000         INTO REORDER-REPORT-LINE.
000000     WRITE REORDER-REPORT-LINE.
000000     CLOSE REORDER-REPORT-FILE.
000000 4000-EXIT.
000000     EXIT.
000000 4100-REPORT-ONE-PRODUCT.
000000     IF TBL-IVB-REORDER-PT(IVB-IX) = ZERO
000000         GO TO 4100-EXIT
000000     END-IF.
000000     IF TBL-IVB-ON-HAND(IVB-IX) NOT < TBL-IVB-REORDER-PT(IVB-IX)
000000         GO TO 4100-EXIT
000000     END-IF.
000000     ADD 1 TO REORDER-COUNT.
000000     MOVE SPACES TO COVER-LABEL.
000000     MOVE ZERO TO DAYS-OF-COVER.
000000     EVALUATE TRUE
000000         WHEN TBL-IVB-SOLD(IVB-IX) = ZERO
000000             MOVE 'NO SALES' TO COVER-LABEL
000000         WHEN TBL-IVB-ON-HAND(IVB-IX) NOT > ZERO
000000             MOVE ZERO TO DAYS-OF-COVER
000000         WHEN OTHER
000000             COMPUTE DAYS-OF-COVER =
000000                 TBL-IVB-ON-HAND(IVB-IX) * SALES-DAYS
000000                 / TBL-IVB-SOLD(IVB-IX)
000000     END-EVALUATE.
000000     MOVE DAYS-OF-COVER TO DAYS-OF-COVER-DISPLAY.
000000     IF COVER-LABEL = SPACES
000000         MOVE DAYS-OF-COVER-DISPLAY TO COVER-LABEL
000000     END-IF.
000000     MOVE TBL-IVB-ON-HAND(IVB-IX) TO ON-HAND-DISPLAY.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 4400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO REORDER-REPORT-LINE.
000000     STRING TBL-IVB-PRODUCT(IVB-IX)
000000         ' ON HAND ' ON-HAND-DISPLAY
000000         ' REORDER PT ' TBL-IVB-REORDER-PT(IVB-IX)
000000         ' ORDER ' TBL-IVB-REORDER-QTY(IVB-IX)
000000         INTO REORDER-REPORT-LINE.
000000     WRITE REORDER-REPORT-LINE.
000000     MOVE SPACES TO REORDER-REPORT-LINE.
000000     STRING '         SOLD IN WINDOW ' TBL-IVB-SOLD(IVB-IX)
000000         ' DAYS OF COVER ' COVER-LABEL
000000         INTO REORDER-REPORT-LINE.
000000     WRITE REORDER-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 4100-EXIT.
000000     EXIT.
000000 4400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'PRODUCTS BELOW REORDER POINT' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE REORDER-REPORT-LINE FROM REPORT-HEADER-LINE.
