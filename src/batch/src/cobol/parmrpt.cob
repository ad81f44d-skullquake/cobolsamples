000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. parmrpt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT PARAMETER-LIBRARY ASSIGN TO "PARMLIB"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS PARM-KEY
000000         FILE STATUS IS PARAMETER-LIBRARY-STATUS.
000000     SELECT PARAMETER-REPORT-FILE ASSIGN TO "PARMRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PARAMETER-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PARAMETER-LIBRARY.
000000     COPY "parmrec.cpy".
000000 FD  PARAMETER-REPORT-FILE.
000000 01  PARAMETER-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 PARAMETER-LIBRARY-STATUS PIC X(2) VALUE '00'.
000000    01 PARAMETER-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 LIBRARY-EOF PIC X VALUE 'N'.
000000       88 LIBRARY-EOF-YES VALUE 'Y'.
000000    01 LIBRARY-MISSING PIC X VALUE 'N'.
000000       88 LIBRARY-MISSING-YES VALUE 'Y'.
000000    01 IN-FORCE-COUNT PIC 9(5) VALUE ZERO.
000000*The latest record so far for the program and name being read,
000000*not after the run date.
000000    01 HELD-PRESENT PIC X VALUE 'N'.
000000       88 HELD-PRESENT-YES VALUE 'Y'.
000000    01 HELD-PARAMETER.
000000       05 HELD-PROGRAM        PIC X(8).
000000       05 HELD-NAME           PIC X(12).
000000       05 HELD-EFFECTIVE-DATE PIC 9(8).
000000       05 HELD-VALUE          PIC X(40).
000000       05 HELD-STATE          PIC X(1).
000000          88 HELD-WITHDRAWN VALUE 'W'.
000000       05 HELD-MAKER          PIC X(8).
000000       05 HELD-CHECKER        PIC X(8).
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PARAMETER LIBRARY REPORT
000000*Lists on PARMRPT every parameter in force on the run date -
000000*for each program and parameter name on PARMLIB, the latest
000000*value effective on or before the RUNCTL run date (today when
000000*there is no RUNCTL), with the date it took effect and the two
000000*operators who keyed and approved it.  A parameter whose latest
000000*record is a withdrawal is not in force and is not listed; nor
000000*is a value that only takes effect after the run date.  The
000000*report is the night's record of exactly what the stream ran
000000*with.  No PARMLIB at all ends the step RC 4: every program
000000*then runs on its own defaults.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN OUTPUT PARAMETER-REPORT-FILE.
000000     MOVE SPACES TO PARAMETER-REPORT-LINE.
000000     STRING 'PARAMETERS IN FORCE ON ' CURRENT-RUN-DATE
000000         INTO PARAMETER-REPORT-LINE.
000000     WRITE PARAMETER-REPORT-LINE.
000000     MOVE 'PROGRAM  PARAMETER    FROM     VALUE'
000000         TO PARAMETER-REPORT-LINE.
000000     WRITE PARAMETER-REPORT-LINE.
000000     PERFORM 2000-LIST-PARAMETERS THRU 2000-EXIT.
000000     MOVE SPACES TO PARAMETER-REPORT-LINE.
000000     STRING IN-FORCE-COUNT ' PARAMETER(S) IN FORCE'
000000         INTO PARAMETER-REPORT-LINE.
000000     WRITE PARAMETER-REPORT-LINE.
000000     CLOSE PARAMETER-REPORT-FILE.
000000     DISPLAY 'PARMRPT: ' IN-FORCE-COUNT
000000         ' PARAMETER(S) IN FORCE ON ' CURRENT-RUN-DATE.
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
000000*------------------------------------------------------------------------
000000*LIBRARY PASS - key order brings each program and name's
000000*records together, oldest first
000000*------------------------------------------------------------------------
000000 2000-LIST-PARAMETERS.
000000     OPEN INPUT PARAMETER-LIBRARY.
000000     IF PARAMETER-LIBRARY-STATUS NOT = '00'
000000         SET LIBRARY-MISSING-YES TO TRUE
000000         MOVE 'PARMLIB NOT PRESENT - ALL PROGRAMS ON DEFAULTS'
000000             TO PARAMETER-REPORT-LINE
000000         WRITE PARAMETER-REPORT-LINE
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-PARAMETER.
000000     PERFORM 2200-TAKE-PARAMETER UNTIL LIBRARY-EOF-YES.
000000     IF HELD-PRESENT-YES
000000         PERFORM 2300-LIST-HELD-PARAMETER THRU 2300-EXIT
000000     END-IF.
000000     CLOSE PARAMETER-LIBRARY.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-PARAMETER.
000000     READ PARAMETER-LIBRARY NEXT RECORD
000000         AT END SET LIBRARY-EOF-YES TO TRUE
000000     END-READ.
000000 2200-TAKE-PARAMETER.
000000     IF HELD-PRESENT-YES
000000         AND (PARM-PROGRAM NOT = HELD-PROGRAM
000000              OR PARM-NAME NOT = HELD-NAME)
000000         PERFORM 2300-LIST-HELD-PARAMETER THRU 2300-EXIT
000000     END-IF.
000000     IF PARM-EFFECTIVE-DATE NOT > CURRENT-RUN-DATE
000000         MOVE PARM-PROGRAM TO HELD-PROGRAM
000000         MOVE PARM-NAME TO HELD-NAME
000000         MOVE PARM-EFFECTIVE-DATE TO HELD-EFFECTIVE-DATE
000000         MOVE PARM-VALUE TO HELD-VALUE
000000         MOVE PARM-STATE TO HELD-STATE
000000         MOVE PARM-MAKER TO HELD-MAKER
000000         MOVE PARM-CHECKER TO HELD-CHECKER
000000         SET HELD-PRESENT-YES TO TRUE
000000     END-IF.
000000     PERFORM 2100-READ-PARAMETER.
000000 2300-LIST-HELD-PARAMETER.
000000     MOVE 'N' TO HELD-PRESENT.
000000     IF HELD-WITHDRAWN
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1 TO IN-FORCE-COUNT.
000000     MOVE SPACES TO PARAMETER-REPORT-LINE.
000000     STRING HELD-PROGRAM ' ' HELD-NAME ' '
000000         HELD-EFFECTIVE-DATE ' ' HELD-VALUE
000000         INTO PARAMETER-REPORT-LINE.
000000     WRITE PARAMETER-REPORT-LINE.
000000     MOVE SPACES TO PARAMETER-REPORT-LINE.
000000     STRING '                             MADE BY ' HELD-MAKER
000000         ' APPROVED BY ' HELD-CHECKER
000000         INTO PARAMETER-REPORT-LINE.
000000     WRITE PARAMETER-REPORT-LINE.
000000 2300-EXIT.
000000     EXIT.
000000 9800-SET-RETURN-CODE.
000000     IF LIBRARY-MISSING-YES
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
