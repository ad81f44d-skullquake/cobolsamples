000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. disprpt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DISPUTE-STATUS.
000000     SELECT DISPUTE-REPORT-FILE ASSIGN TO "DISPRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DISPUTE-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DISPUTE-FILE.
000000     COPY "disprec.cpy".
000000 FD  DISPUTE-REPORT-FILE.
000000 01  DISPUTE-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 DISPUTE-STATUS PIC X(2) VALUE '00'.
000000    01 DISPUTE-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 DISPUTE-EOF PIC X VALUE 'N'.
000000       88 DISPUTE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000    01 DAYS-OPEN PIC S9(5) VALUE ZERO.
000000    01 BUCKET-LABEL PIC X(8) VALUE SPACES.
000000    01 AGE-BUCKET-COUNTS.
000000       05 BUCKET-30      PIC 9(5) VALUE ZERO.
000000       05 BUCKET-60      PIC 9(5) VALUE ZERO.
000000       05 BUCKET-90      PIC 9(5) VALUE ZERO.
000000       05 BUCKET-OVER-90 PIC 9(5) VALUE ZERO.
000000    01 OPEN-COUNT PIC 9(5) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*OPEN-DISPUTES AGING REPORT
000000*Every dispute still open on the DISPUTE register, listed on
000000*DISPRPT with its account, item, owner and reason and aged by
000000*the days it has been open as of the run date - within 30, to
000000*60, to 90 and over 90 - with the count in each bucket at the
000000*foot, so customer service can see which disputes are holding
000000*items out of collections the longest and who owns them.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     MOVE ZERO TO BUCKET-30.
000000     MOVE ZERO TO BUCKET-60.
000000     MOVE ZERO TO BUCKET-90.
000000     MOVE ZERO TO BUCKET-OVER-90.
000000     MOVE ZERO TO OPEN-COUNT.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'N' TO DISPUTE-EOF.
000000     OPEN OUTPUT DISPUTE-REPORT-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     OPEN INPUT DISPUTE-FILE.
000000     IF DISPUTE-STATUS = '00'
000000         PERFORM 1100-READ-DISPUTE
000000         PERFORM 2000-AGE-ONE-DISPUTE THRU 2000-EXIT
000000             UNTIL DISPUTE-EOF-YES
000000         CLOSE DISPUTE-FILE
000000     END-IF.
000000     PERFORM 3000-WRITE-BUCKET-COUNTS THRU 3000-EXIT.
000000     CLOSE DISPUTE-REPORT-FILE.
000000     DISPLAY 'DISPRPT: ' OPEN-COUNT ' OPEN DISPUTE(S), '
000000         BUCKET-OVER-90 ' OPEN OVER 90 DAYS'.
000000     MOVE 0 TO RETURN-CODE.
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
000000 1100-READ-DISPUTE.
000000     READ DISPUTE-FILE
000000         AT END SET DISPUTE-EOF-YES TO TRUE
000000     END-READ.
000000*------------------------------------------------------------------------
000000*ONE OPEN DISPUTE
000000*Days open run from the opening date to the run date through the
000000*shared date service; an unusable opening date ages into the
000000*oldest bucket so it is looked at, the way the aging treats an
000000*unusable due date.
000000*------------------------------------------------------------------------
000000 2000-AGE-ONE-DISPUTE.
000000     IF NOT DSP-OPEN
000000         GO TO 2000-NEXT
000000     END-IF.
000000     ADD 1 TO OPEN-COUNT.
000000     MOVE 999 TO DAYS-OPEN.
000000     IF CURRENT-RUN-DATE > ZERO
000000         AND DSP-OPENED-DATE IS NUMERIC
000000         AND DSP-OPENED-DATE > ZERO
000000         MOVE 'B' TO DSVC-FUNCTION
000000         MOVE DSP-OPENED-DATE TO DSVC-DATE-1
000000         MOVE CURRENT-RUN-DATE TO DSVC-DATE-2
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         IF DSVC-OK
000000             MOVE DSVC-RESULT-DAYS TO DAYS-OPEN
000000         END-IF
000000     END-IF.
000000     IF DAYS-OPEN < ZERO
000000         MOVE ZERO TO DAYS-OPEN
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN DAYS-OPEN <= 30
000000             MOVE '0-30    ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-30
000000         WHEN DAYS-OPEN <= 60
000000             MOVE '31-60   ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-60
000000         WHEN DAYS-OPEN <= 90
000000             MOVE '61-90   ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-90
000000         WHEN OTHER
000000             MOVE 'OVER 90 ' TO BUCKET-LABEL
000000             ADD 1 TO BUCKET-OVER-90
000000     END-EVALUATE.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO DISPUTE-REPORT-LINE.
000000     STRING DSP-DISPUTE-NO ' ACCT ' DSP-ACCT-NO
000000         ' ' DSP-ITEM-TYPE ' ' DSP-ITEM-NO
000000         ' OPENED ' DSP-OPENED-DATE
000000         ' ' BUCKET-LABEL
000000         ' OWNER ' DSP-OWNER
000000         INTO DISPUTE-REPORT-LINE.
000000     WRITE DISPUTE-REPORT-LINE.
000000     MOVE SPACES TO DISPUTE-REPORT-LINE.
000000     STRING '       DAYS OPEN ' DAYS-OPEN
000000         ' REASON ' DSP-REASON
000000         INTO DISPUTE-REPORT-LINE.
000000     WRITE DISPUTE-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 2000-NEXT.
000000     PERFORM 1100-READ-DISPUTE.
000000 2000-EXIT.
000000     EXIT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'OPEN DISPUTES AGED BY DAYS OPEN' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE DISPUTE-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 3000-WRITE-BUCKET-COUNTS.
000000     MOVE SPACES TO DISPUTE-REPORT-LINE.
000000     STRING 'OPEN: ' OPEN-COUNT
000000         ' 0-30: ' BUCKET-30
000000         ' 31-60: ' BUCKET-60
000000         ' 61-90: ' BUCKET-90
000000         ' OVER 90: ' BUCKET-OVER-90
000000         INTO DISPUTE-REPORT-LINE.
000000     WRITE DISPUTE-REPORT-LINE.
000000 3000-EXIT.
000000     EXIT.
