000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. bkordrpt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BACKORDER-STATUS.
000000     SELECT BACKORDER-REPORT-FILE ASSIGN TO "BKORDRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BACKORDER-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  BACKORDER-FILE.
000000     COPY "backord.cpy".
000000 FD  BACKORDER-REPORT-FILE.
000000 01  BACKORDER-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 BACKORDER-STATUS PIC X(2) VALUE '00'.
000000    01 BACKORDER-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 BACKORDER-EOF PIC X VALUE 'N'.
000000       88 BACKORDER-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000    01 DAYS-WAITING PIC S9(5) VALUE ZERO.
000000    01 BUCKET-LABEL PIC X(8) VALUE SPACES.
000000    01 AGE-BUCKET-COUNTS.
000000       05 BUCKET-7       PIC 9(5) VALUE ZERO.
000000       05 BUCKET-14      PIC 9(5) VALUE ZERO.
000000       05 BUCKET-30      PIC 9(5) VALUE ZERO.
000000       05 BUCKET-OVER-30 PIC 9(5) VALUE ZERO.
000000    01 OPEN-COUNT PIC 9(5) VALUE ZERO.
000000    01 OPEN-UNITS PIC 9(9) VALUE ZERO.
000000    01 OPEN-VALUE PIC 9(9)V99 VALUE ZERO.
000000    01 OPEN-VALUE-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*OPEN-BACKORDER AGING REPORT
000000*Every order line still waiting on the BACKORD file after the
000000*night's shipments and cancellations, listed on BKORDRPT with
000000*the quantity ordered, the quantity still open and its value at
000000*the line's own price, and aged by the days it has waited since
000000*the order arrived - within a week, to two weeks, to 30 days and
000000*over 30 - with the count in each bucket and the open units at
000000*the foot, so the warehouse and customer service can see what
000000*customers have been waiting on the longest.  An order line
000000*that has waited over 30 days returns 4 so the stream flags it.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     MOVE ZERO TO BUCKET-7.
000000     MOVE ZERO TO BUCKET-14.
000000     MOVE ZERO TO BUCKET-30.
000000     MOVE ZERO TO BUCKET-OVER-30.
000000     MOVE ZERO TO OPEN-COUNT.
000000     MOVE ZERO TO OPEN-UNITS.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'N' TO BACKORDER-EOF.
000000     OPEN OUTPUT BACKORDER-REPORT-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     OPEN INPUT BACKORDER-FILE.
000000     IF BACKORDER-STATUS = '00'
000000         PERFORM 1100-READ-BACKORDER
000000         PERFORM 2000-AGE-ONE-BACKORDER THRU 2000-EXIT
000000             UNTIL BACKORDER-EOF-YES
000000         CLOSE BACKORDER-FILE
000000     END-IF.
000000     PERFORM 3000-WRITE-BUCKET-COUNTS THRU 3000-EXIT.
000000     CLOSE BACKORDER-REPORT-FILE.
000000     DISPLAY 'BKORDRPT: ' OPEN-COUNT ' OPEN BACKORDER(S), '
000000         BUCKET-OVER-30 ' WAITING OVER 30 DAYS'.
000000     IF BUCKET-OVER-30 > ZERO
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
000000 1100-READ-BACKORDER.
000000     READ BACKORDER-FILE
000000         AT END SET BACKORDER-EOF-YES TO TRUE
000000     END-READ.
000000*------------------------------------------------------------------------
000000*ONE OPEN BACKORDER
000000*Days waiting run from the night the order line arrived to the
000000*run date through the shared date service; an unusable order
000000*date ages into the oldest bucket so it is looked at, the way
000000*the dispute aging treats an unusable opening date.
000000*------------------------------------------------------------------------
000000 2000-AGE-ONE-BACKORDER.
000000     ADD 1 TO OPEN-COUNT.
000000     ADD BKO-QTY-OPEN TO OPEN-UNITS.
000000     MOVE 999 TO DAYS-WAITING.
000000     IF CURRENT-RUN-DATE > ZERO
000000         AND BKO-ORDER-DATE IS NUMERIC
000000         AND BKO-ORDER-DATE > ZERO
000000         MOVE 'B' TO DSVC-FUNCTION
000000         MOVE BKO-ORDER-DATE TO DSVC-DATE-1
000000         MOVE CURRENT-RUN-DATE TO DSVC-DATE-2
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         IF DSVC-OK
000000             MOVE DSVC-RESULT-DAYS TO DAYS-WAITING
000000         END-IF
000000     END-IF.
000000     IF DAYS-WAITING < ZERO
000000         MOVE ZERO TO DAYS-WAITING
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN DAYS-WAITING <= 7
000000             MOVE '0-7     ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-7
000000         WHEN DAYS-WAITING <= 14
000000             MOVE '8-14    ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-14
000000         WHEN DAYS-WAITING <= 30
000000             MOVE '15-30   ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-30
000000         WHEN OTHER
000000             MOVE 'OVER 30 ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-OVER-30
000000     END-EVALUATE.
000000     MULTIPLY BKO-QTY-OPEN BY BKO-UNIT-PRICE
000000         GIVING OPEN-VALUE ROUNDED.
000000     MOVE OPEN-VALUE TO OPEN-VALUE-DISPLAY.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO BACKORDER-REPORT-LINE.
000000     STRING 'ORDER ' BKO-ORDER-NO ' ' BKO-PRODUCT-CODE
000000         ' ORDERED ' BKO-QTY-ORDERED
000000         ' OPEN ' BKO-QTY-OPEN
000000         ' VALUE ' OPEN-VALUE-DISPLAY ' ' BKO-CURRENCY
000000         INTO BACKORDER-REPORT-LINE.
000000     WRITE BACKORDER-REPORT-LINE.
000000     MOVE SPACES TO BACKORDER-REPORT-LINE.
000000     STRING '       ORDERED ON ' BKO-ORDER-DATE
000000         ' DAYS WAITING ' DAYS-WAITING
000000         ' ' BUCKET-LABEL
000000         ' LAST SHIPPED ' BKO-LAST-SHIP-DATE
000000         INTO BACKORDER-REPORT-LINE.
000000     WRITE BACKORDER-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000     PERFORM 1100-READ-BACKORDER.
000000 2000-EXIT.
000000     EXIT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'OPEN BACKORDERS AGED BY DAYS WAITING' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE BACKORDER-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 3000-WRITE-BUCKET-COUNTS.
000000     MOVE SPACES TO BACKORDER-REPORT-LINE.
000000     STRING 'OPEN: ' OPEN-COUNT
000000         ' 0-7: ' BUCKET-7
000000         ' 8-14: ' BUCKET-14
000000         ' 15-30: ' BUCKET-30
000000         ' OVER 30: ' BUCKET-OVER-30
000000         INTO BACKORDER-REPORT-LINE.
000000     WRITE BACKORDER-REPORT-LINE.
000000     MOVE SPACES TO BACKORDER-REPORT-LINE.
000000     STRING 'UNITS ON BACKORDER: ' OPEN-UNITS
000000         INTO BACKORDER-REPORT-LINE.
000000     WRITE BACKORDER-REPORT-LINE.
000000 3000-EXIT.
000000     EXIT.
