000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. headroom.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TABLE-USAGE-FILE ASSIGN TO "TBLUSE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-USAGE-STATUS.
000000     SELECT HEADROOM-REPORT-FILE ASSIGN TO "HDRMRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HEADROOM-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TABLE-USAGE-FILE.
000000     COPY "tbluse.cpy".
000000 FD  HEADROOM-REPORT-FILE.
000000 01  HEADROOM-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 TABLE-USAGE-STATUS PIC X(2) VALUE '00'.
000000    01 HEADROOM-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 TABLE-USAGE-EOF PIC X VALUE 'N'.
000000       88 TABLE-USAGE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000*One slot per program and file reported during the week: the
000000*table's limit, the most it ever held, and how often it ran
000000*full.
000000    01 HEADROOM-TABLE.
000000       05 HEADROOM-COUNT PIC 9(3) VALUE ZERO.
000000       05 HEADROOM-ENTRY OCCURS 100 TIMES.
000000          10 TBL-HDR-PROGRAM  PIC X(8).
000000          10 TBL-HDR-FILE     PIC X(8).
000000          10 TBL-HDR-LIMIT    PIC 9(5).
000000          10 TBL-HDR-PEAK     PIC 9(5).
000000          10 TBL-HDR-RUNS     PIC 9(5).
000000          10 TBL-HDR-FULL     PIC 9(5).
000000          10 TBL-HDR-LEFT-OUT PIC 9(9).
000000    01 HDR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HDR-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HEADROOM-OVERFLOW PIC X VALUE 'N'.
000000       88 HEADROOM-OVERFLOW-YES VALUE 'Y'.
000000    01 USAGE-RECORD-COUNT PIC 9(7) VALUE ZERO.
000000    01 PERCENT-USED PIC 9(3) VALUE ZERO.
000000    01 HEADROOM-FLAG PIC X(4) VALUE SPACES.
000000    01 NEAR-COUNT PIC 9(3) VALUE ZERO.
000000    01 FULL-COUNT PIC 9(3) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*WEEKLY TABLE HEADROOM REPORT
000000*Every fixed-table load in the stream reports its usage to the
000000*table monitor, which appends one TBLUSE record per load.  Once
000000*a week this step summarises the week's records on HDRMRPT, one
000000*entry per program and file: the table's limit, the most it
000000*held on any night as a count and a percentage of the limit,
000000*the number of runs, the runs that found it full and the
000000*records those runs left out.  A table that ran full is flagged
000000*FULL; one that came within 80 percent of its limit is flagged
000000*NEAR so the table can be enlarged before it overflows.  TBLUSE
000000*is emptied afterwards so next week starts fresh - unless the
000000*report itself ran out of room, when the records are kept for
000000*the rerun.  A table flagged either way returns 4.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN INPUT TABLE-USAGE-FILE.
000000     IF TABLE-USAGE-STATUS = '00'
000000         PERFORM 1100-READ-TABLE-USAGE
000000         PERFORM 1000-STORE-TABLE-USAGE THRU 1000-EXIT
000000             UNTIL TABLE-USAGE-EOF-YES
000000         CLOSE TABLE-USAGE-FILE
000000     END-IF.
000000     OPEN OUTPUT HEADROOM-REPORT-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     PERFORM 2000-REPORT-ONE-TABLE THRU 2000-EXIT
000000         VARYING HDR-IX FROM 1 BY 1
000000         UNTIL HDR-IX > HEADROOM-COUNT.
000000     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
000000     CLOSE HEADROOM-REPORT-FILE.
000000     IF NOT HEADROOM-OVERFLOW-YES
000000         OPEN OUTPUT TABLE-USAGE-FILE
000000         CLOSE TABLE-USAGE-FILE
000000     END-IF.
000000     DISPLAY 'HEADROOM: ' HEADROOM-COUNT ' TABLE(S), '
000000         FULL-COUNT ' RAN FULL, ' NEAR-COUNT ' NEAR LIMIT'.
000000     IF FULL-COUNT > ZERO OR NEAR-COUNT > ZERO
000000         OR HEADROOM-OVERFLOW-YES
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
000000*ONE USAGE RECORD
000000*Folded into its program and file's slot; the limit kept is the
000000*latest one reported, so an enlarged table is judged against
000000*its new size.
000000*------------------------------------------------------------------------
000000 1000-STORE-TABLE-USAGE.
000000     ADD 1 TO USAGE-RECORD-COUNT.
000000     MOVE ZERO TO HDR-FOUND-IX.
000000     PERFORM VARYING HDR-IX FROM 1 BY 1
000000             UNTIL HDR-IX > HEADROOM-COUNT
000000                 OR HDR-FOUND-IX > ZERO
000000         IF TBL-HDR-PROGRAM(HDR-IX) = TUSE-PROGRAM
000000             AND TBL-HDR-FILE(HDR-IX) = TUSE-FILE
000000             MOVE HDR-IX TO HDR-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF HDR-FOUND-IX = ZERO
000000         IF HEADROOM-COUNT = 100
000000             SET HEADROOM-OVERFLOW-YES TO TRUE
000000             GO TO 1000-NEXT
000000         END-IF
000000         ADD 1 TO HEADROOM-COUNT
000000         MOVE HEADROOM-COUNT TO HDR-FOUND-IX
000000         MOVE TUSE-PROGRAM TO TBL-HDR-PROGRAM(HDR-FOUND-IX)
000000         MOVE TUSE-FILE TO TBL-HDR-FILE(HDR-FOUND-IX)
000000         MOVE ZERO TO TBL-HDR-PEAK(HDR-FOUND-IX)
000000         MOVE ZERO TO TBL-HDR-RUNS(HDR-FOUND-IX)
000000         MOVE ZERO TO TBL-HDR-FULL(HDR-FOUND-IX)
000000         MOVE ZERO TO TBL-HDR-LEFT-OUT(HDR-FOUND-IX)
000000     END-IF.
000000     MOVE TUSE-LIMIT TO TBL-HDR-LIMIT(HDR-FOUND-IX).
000000     IF TUSE-USED > TBL-HDR-PEAK(HDR-FOUND-IX)
000000         MOVE TUSE-USED TO TBL-HDR-PEAK(HDR-FOUND-IX)
000000     END-IF.
000000     ADD 1 TO TBL-HDR-RUNS(HDR-FOUND-IX).
000000     IF TUSE-UNREAD > ZERO
000000         ADD 1 TO TBL-HDR-FULL(HDR-FOUND-IX)
000000         ADD TUSE-UNREAD TO TBL-HDR-LEFT-OUT(HDR-FOUND-IX)
000000     END-IF.
000000 1000-NEXT.
000000     PERFORM 1100-READ-TABLE-USAGE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-TABLE-USAGE.
000000     READ TABLE-USAGE-FILE
000000         AT END SET TABLE-USAGE-EOF-YES TO TRUE
000000     END-READ.
000000*------------------------------------------------------------------------
000000*ONE TABLE'S HEADROOM
000000*------------------------------------------------------------------------
000000 2000-REPORT-ONE-TABLE.
000000     MOVE ZERO TO PERCENT-USED.
000000     IF TBL-HDR-LIMIT(HDR-IX) > ZERO
000000         COMPUTE PERCENT-USED =
000000             TBL-HDR-PEAK(HDR-IX) * 100 / TBL-HDR-LIMIT(HDR-IX)
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN TBL-HDR-FULL(HDR-IX) > ZERO
000000             MOVE 'FULL' TO HEADROOM-FLAG
000000             ADD 1 TO FULL-COUNT
000000         WHEN PERCENT-USED >= 80
000000             MOVE 'NEAR' TO HEADROOM-FLAG
000000             ADD 1 TO NEAR-COUNT
000000         WHEN OTHER
000000             MOVE SPACES TO HEADROOM-FLAG
000000     END-EVALUATE.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO HEADROOM-REPORT-LINE.
000000     STRING TBL-HDR-PROGRAM(HDR-IX) ' ' TBL-HDR-FILE(HDR-IX)
000000         ' LIMIT ' TBL-HDR-LIMIT(HDR-IX)
000000         ' PEAK ' TBL-HDR-PEAK(HDR-IX)
000000         ' ' PERCENT-USED '% OF LIMIT'
000000         ' ' HEADROOM-FLAG
000000         INTO HEADROOM-REPORT-LINE.
000000     WRITE HEADROOM-REPORT-LINE.
000000     MOVE SPACES TO HEADROOM-REPORT-LINE.
000000     STRING '         RUNS ' TBL-HDR-RUNS(HDR-IX)
000000         ' RAN FULL ' TBL-HDR-FULL(HDR-IX)
000000         ' RECORDS LEFT OUT ' TBL-HDR-LEFT-OUT(HDR-IX)
000000         INTO HEADROOM-REPORT-LINE.
000000     WRITE HEADROOM-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 2000-EXIT.
000000     EXIT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'FIXED-TABLE HEADROOM FOR THE WEEK' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE HEADROOM-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 3000-WRITE-TOTALS.
000000     MOVE SPACES TO HEADROOM-REPORT-LINE.
000000     STRING 'TABLES: ' HEADROOM-COUNT
000000         ' RAN FULL: ' FULL-COUNT
000000         ' NEAR LIMIT: ' NEAR-COUNT
000000         ' USAGE RECORDS: ' USAGE-RECORD-COUNT
000000         INTO HEADROOM-REPORT-LINE.
000000     WRITE HEADROOM-REPORT-LINE.
000000     IF HEADROOM-OVERFLOW-YES
000000         MOVE '*** MORE THAN 100 TABLES REPORTED - TBLUSE KEPT'
000000             TO HEADROOM-REPORT-LINE
000000         WRITE HEADROOM-REPORT-LINE
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
