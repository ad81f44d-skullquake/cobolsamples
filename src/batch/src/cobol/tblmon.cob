000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. tblmon.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TABLE-USAGE-FILE ASSIGN TO "TBLUSE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-USAGE-STATUS.
000000     SELECT TABLE-EXCEPTION-FILE ASSIGN TO "TBLEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-EXCEPTION-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TABLE-USAGE-FILE.
000000     COPY "tbluse.cpy".
000000 FD  TABLE-EXCEPTION-FILE.
000000 01  TABLE-EXCEPTION-LINE PIC X(65).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "excrec.cpy".
000000    01 TABLE-USAGE-STATUS PIC X(2) VALUE '00'.
000000    01 TABLE-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-READ PIC X VALUE 'N'.
000000       88 RUN-CONTROL-READ-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000 LINKAGE SECTION.
000000     COPY "tblmon.cpy".
000000*------------------------------------------------------------------------
000000*FIXED-TABLE MONITOR
000000*The stream's programs hold their reference and work files in
000000*fixed tables, and a load that simply stopped at the table's
000000*limit used to drop the rest of the file while the run ended
000000*clean.  Each such load now reports here: every load appends a
000000*TBLUSE usage record, so the weekly headroom report can show
000000*how close each table is running to its limit, and a load that
000000*had to leave records out also appends a severity-1 'TBLFULL'
000000*exception to TBLEXC, which the exception hub merges, naming
000000*the program, the file and the limit.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF NOT RUN-CONTROL-READ-YES
000000         PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT
000000     END-IF.
000000     PERFORM 1000-WRITE-USAGE THRU 1000-EXIT.
000000     IF TMON-UNREAD > ZERO
000000         SET TMON-OVERFLOWED TO TRUE
000000         PERFORM 2000-RAISE-ALARM THRU 2000-EXIT
000000     ELSE
000000         SET TMON-WITHIN-LIMIT TO TRUE
000000     END-IF.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     SET RUN-CONTROL-READ-YES TO TRUE.
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
000000 1000-WRITE-USAGE.
000000     OPEN EXTEND TABLE-USAGE-FILE.
000000     IF TABLE-USAGE-STATUS = '05' OR TABLE-USAGE-STATUS = '35'
000000         OPEN OUTPUT TABLE-USAGE-FILE
000000     END-IF.
000000     MOVE CURRENT-RUN-ID TO TUSE-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TUSE-RUN-DATE.
000000     MOVE TMON-PROGRAM TO TUSE-PROGRAM.
000000     MOVE TMON-FILE TO TUSE-FILE.
000000     MOVE TMON-LIMIT TO TUSE-LIMIT.
000000     MOVE TMON-USED TO TUSE-USED.
000000     MOVE TMON-UNREAD TO TUSE-UNREAD.
000000     WRITE TABLE-USAGE-RECORD.
000000     CLOSE TABLE-USAGE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TABLE-FULL ALARM
000000*------------------------------------------------------------------------
000000 2000-RAISE-ALARM.
000000     DISPLAY '*** ' TMON-PROGRAM ': ' TMON-FILE
000000         ' OVERFLOWED ITS ' TMON-LIMIT '-ENTRY TABLE - '
000000         TMON-UNREAD ' RECORD(S) LEFT OUT'.
000000     OPEN EXTEND TABLE-EXCEPTION-FILE.
000000     IF TABLE-EXCEPTION-STATUS = '05'
000000         OR TABLE-EXCEPTION-STATUS = '35'
000000         OPEN OUTPUT TABLE-EXCEPTION-FILE
000000     END-IF.
000000     MOVE SPACES TO EXCEPTION-RECORD.
000000     MOVE TMON-PROGRAM TO EXC-PROGRAM.
000000     SET EXC-SEV-HIGH TO TRUE.
000000     MOVE TMON-FILE TO EXC-KEY.
000000     MOVE 'TBLFULL ' TO EXC-REASON.
000000     STRING 'LIMIT ' TMON-LIMIT ' FULL - ' TMON-UNREAD
000000         ' LEFT OUT' DELIMITED BY SIZE INTO EXC-TEXT.
000000     WRITE TABLE-EXCEPTION-LINE FROM EXCEPTION-RECORD.
000000     CLOSE TABLE-EXCEPTION-FILE.
000000 2000-EXIT.
000000     EXIT.
