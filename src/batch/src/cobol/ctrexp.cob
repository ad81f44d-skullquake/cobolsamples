000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ctrexp.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CONTRACT-PRICE-STATUS.
000000     SELECT EXPIRY-REPORT-FILE ASSIGN TO "CTREXPRT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS EXPIRY-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CONTRACT-PRICE-FILE.
000000     COPY "contract.cpy".
000000 FD  EXPIRY-REPORT-FILE.
000000 01  EXPIRY-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 CONTRACT-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 EXPIRY-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CONTRACT-EOF PIC X VALUE 'N'.
000000       88 CONTRACT-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000    01 EXPIRY-WINDOW-DAYS PIC S9(5) VALUE 30.
000000    01 EXPIRY-HORIZON-DATE PIC 9(8) VALUE ZERO.
000000    01 DAYS-TO-EXPIRY PIC S9(5) VALUE ZERO.
000000    01 EXPIRING-COUNT PIC 9(5) VALUE ZERO.
000000    01 CONTRACT-COUNT PIC 9(5) VALUE ZERO.
000000    01 PRICE-DISPLAY PIC ZZ,ZZ9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CONTRACT PRICE EXPIRY REPORT
000000*Every customer contract price on CONTRPRC that ends between the
000000*run date and 30 days after it, listed on CTREXPRT with the
000000*customer, the product, the contract dates, the contract price
000000*and the days left, so sales can renegotiate before the
000000*customer drops back to list price.  Contracts already ended
000000*or ending later than the window are not listed.  Any contract
000000*listed returns 4 so the stream flags the report for reading.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     MOVE ZERO TO EXPIRING-COUNT.
000000     MOVE ZERO TO CONTRACT-COUNT.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'N' TO CONTRACT-EOF.
000000     PERFORM 0800-SET-HORIZON THRU 0800-EXIT.
000000     OPEN OUTPUT EXPIRY-REPORT-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     OPEN INPUT CONTRACT-PRICE-FILE.
000000     IF CONTRACT-PRICE-STATUS = '00'
000000         PERFORM 1100-READ-CONTRACT
000000         PERFORM 2000-CHECK-ONE-CONTRACT THRU 2000-EXIT
000000             UNTIL CONTRACT-EOF-YES
000000         CLOSE CONTRACT-PRICE-FILE
000000     END-IF.
000000     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
000000     CLOSE EXPIRY-REPORT-FILE.
000000     DISPLAY 'CTREXP: ' CONTRACT-COUNT ' CONTRACT ROW(S), '
000000         EXPIRING-COUNT ' ENDING BY ' EXPIRY-HORIZON-DATE.
000000     IF EXPIRING-COUNT > ZERO
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
000000*The window end is the run date plus 30 days through the shared
000000*date service; without a usable run date nothing is in the
000000*window and the report prints empty.
000000 0800-SET-HORIZON.
000000     MOVE ZERO TO EXPIRY-HORIZON-DATE.
000000     IF CURRENT-RUN-DATE = ZERO
000000         GO TO 0800-EXIT
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-1.
000000     MOVE EXPIRY-WINDOW-DAYS TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO EXPIRY-HORIZON-DATE
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000 1100-READ-CONTRACT.
000000     READ CONTRACT-PRICE-FILE
000000         AT END SET CONTRACT-EOF-YES TO TRUE
000000     END-READ.
000000 2000-CHECK-ONE-CONTRACT.
000000     ADD 1 TO CONTRACT-COUNT.
000000     IF EXPIRY-HORIZON-DATE = ZERO
000000         OR CTR-END-DATE IS NOT NUMERIC
000000         OR CTR-END-DATE < CURRENT-RUN-DATE
000000         OR CTR-END-DATE > EXPIRY-HORIZON-DATE
000000         GO TO 2000-NEXT
000000     END-IF.
000000     ADD 1 TO EXPIRING-COUNT.
000000     MOVE ZERO TO DAYS-TO-EXPIRY.
000000     MOVE 'B' TO DSVC-FUNCTION.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-1.
000000     MOVE CTR-END-DATE TO DSVC-DATE-2.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DAYS TO DAYS-TO-EXPIRY
000000     END-IF.
000000     MOVE CTR-UNIT-PRICE TO PRICE-DISPLAY.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO EXPIRY-REPORT-LINE.
000000     STRING 'CUST ' CTR-CUST-ID ' ' CTR-PRODUCT-CODE
000000         ' FROM ' CTR-START-DATE
000000         ' TO ' CTR-END-DATE
000000         ' PRICE ' PRICE-DISPLAY
000000         ' DAYS LEFT ' DAYS-TO-EXPIRY
000000         INTO EXPIRY-REPORT-LINE.
000000     WRITE EXPIRY-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 2000-NEXT.
000000     PERFORM 1100-READ-CONTRACT.
000000 2000-EXIT.
000000     EXIT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'CONTRACT PRICES ENDING WITHIN 30 DAYS'
000000         TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE EXPIRY-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 3000-WRITE-TOTALS.
000000     MOVE SPACES TO EXPIRY-REPORT-LINE.
000000     STRING 'CONTRACT ROWS: ' CONTRACT-COUNT
000000         ' ENDING BY ' EXPIRY-HORIZON-DATE ': ' EXPIRING-COUNT
000000         INTO EXPIRY-REPORT-LINE.
000000     WRITE EXPIRY-REPORT-LINE.
000000 3000-EXIT.
000000     EXIT.
