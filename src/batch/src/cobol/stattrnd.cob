000000     SELECT TREND-REPORT-FILE ASSIGN TO "STATRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TREND-REPORT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  RUN-STATS-FILE.
000000     05 RSTAT-ELAPSED-CS PIC 9(9).
000000 FD  TREND-REPORT-FILE.
000000 01  TREND-REPORT-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 RUN-STATS-STATUS PIC X(2) VALUE '00'.
000000    01 TREND-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-STATS-EOF PIC X VALUE 'N'.
000000       88 RUN-STATS-EOF-YES VALUE 'Y'.
000000    01 DRIFT-TOLERANCE-PCT PIC 9(3) VALUE 50.
000000    01 DRIFT-DELTA PIC S9(9) VALUE ZERO.
000000    01 DRIFT-LIMIT PIC 9(11)V99 VALUE ZERO.
000000    01 DRIFT-ALERT-COUNT PIC 9(3) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*STEP ELAPSED-TIME TREND REPORT
000000*beyond tolerance from the average of its earlier runs, so a
000000*step quietly stretching the nightly window is flagged before
000000*the day shift starts arriving mid-stream.  The tolerance
000000*percentage is STATTRND DRIFT-PCT on the parameter library,
000000*50 when none is in force.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY '=========================================='.
000000     DISPLAY 'STATTRND: STEP ELAPSED-TIME TRENDS'.
000000     DISPLAY '=========================================='.
000000     PERFORM 0500-READ-TOLERANCE THRU 0500-EXIT.
000000     PERFORM 1000-LOAD-RUN-STATS THRU 1000-EXIT.
000000     PERFORM 3000-REPORT-TRENDS THRU 3000-EXIT.
000000     DISPLAY '=========================================='.
000000     EXIT PROGRAM.
000000 0500-READ-TOLERANCE.
000000     MOVE 'STATTRND' TO PSVC-PROGRAM.
000000     MOVE 'DRIFT-PCT' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO DRIFT-TOLERANCE-PCT
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
