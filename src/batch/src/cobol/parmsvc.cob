000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. parmsvc.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT PARAMETER-LIBRARY ASSIGN TO "PARMLIB"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS PARM-KEY
000000         FILE STATUS IS PARAMETER-LIBRARY-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PARAMETER-LIBRARY.
000000     COPY "parmrec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 PARAMETER-LIBRARY-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-READ PIC X VALUE 'N'.
000000       88 RUN-CONTROL-READ-YES VALUE 'Y'.
000000    01 DEFAULT-AS-OF-DATE PIC 9(8) VALUE ZERO.
000000    01 LOOKUP-DATE PIC 9(8) VALUE ZERO.
000000    01 LIBRARY-EOF PIC X VALUE 'N'.
000000       88 LIBRARY-EOF-YES VALUE 'Y'.
000000    01 LATEST-FOUND PIC X VALUE 'N'.
000000       88 LATEST-FOUND-YES VALUE 'Y'.
000000    01 LATEST-VALUE PIC X(40) VALUE SPACES.
000000    01 LATEST-STATE PIC X(1) VALUE SPACE.
000000    01 LATEST-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
000000*Reading the value as a number.
000000    01 VALUE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 VALUE-CHAR PIC X(1) VALUE SPACE.
000000    01 VALUE-DIGIT PIC 9(1) VALUE ZERO.
000000    01 VALUE-IS-NUMBER PIC X VALUE 'Y'.
000000       88 VALUE-IS-NUMBER-YES VALUE 'Y'.
000000    01 SCAN-STAGE PIC X(1) VALUE 'L'.
000000       88 SCAN-LEADING  VALUE 'L'.
000000       88 SCAN-INTEGER  VALUE 'I'.
000000       88 SCAN-FRACTION VALUE 'F'.
000000       88 SCAN-TRAILING VALUE 'T'.
000000    01 VALUE-NEGATIVE PIC X VALUE 'N'.
000000       88 VALUE-NEGATIVE-YES VALUE 'Y'.
000000    01 DIGITS-SEEN PIC 9(2) VALUE ZERO.
000000    01 INTEGER-DIGITS PIC 9(2) VALUE ZERO.
000000    01 FRACTION-DIGITS PIC 9(1) VALUE ZERO.
000000    01 INTEGER-PART PIC 9(11) VALUE ZERO.
000000    01 FRACTION-PART PIC 9(4) VALUE ZERO.
000000 LINKAGE SECTION.
000000     COPY "parmsvc.cpy".
000000*------------------------------------------------------------------------
000000*PARAMETER LOOKUP SERVICE
000000*Answers the value of one parameter on one date from the PARMLIB
000000*parameter library: of the records for the program and name,
000000*the one with the latest effective date not after the date
000000*asked about.  When that record is a withdrawal, or there is no
000000*record that early, or no library, the parameter is not in
000000*force and the caller keeps its own default.  The library is
000000*opened and closed on each call, as the account service does
000000*with ACCTMS, so a program never holds it open while the
000000*maintenance console adds to it.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION USING PARMSVC-REQUEST PARMSVC-RESULT
000000     PARMSVC-STATUS.
000000     SET PSVC-NOT-IN-FORCE TO TRUE.
000000     MOVE SPACES TO PSVC-VALUE.
000000     MOVE ZERO TO PSVC-NUMBER.
000000     MOVE ZERO TO PSVC-EFFECTIVE-DATE.
000000     IF PSVC-PROGRAM = SPACES OR PSVC-NAME = SPACES
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE PSVC-AS-OF-DATE TO LOOKUP-DATE.
000000     IF LOOKUP-DATE = ZERO
000000         IF NOT RUN-CONTROL-READ-YES
000000             PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT
000000         END-IF
000000         MOVE DEFAULT-AS-OF-DATE TO LOOKUP-DATE
000000     END-IF.
000000     PERFORM 1000-FIND-VALUE-IN-FORCE THRU 1000-EXIT.
000000     IF LATEST-FOUND-YES AND LATEST-STATE NOT = 'W'
000000         MOVE LATEST-VALUE TO PSVC-VALUE
000000         MOVE LATEST-EFFECTIVE-DATE TO PSVC-EFFECTIVE-DATE
000000         PERFORM 2000-READ-AS-NUMBER THRU 2000-EXIT
000000     END-IF.
000000     EXIT PROGRAM.
000000*The run date the stream is working to; a program run outside
000000*the stream, with no RUNCTL, is answered for today.
000000 0700-READ-RUN-CONTROL.
000000     SET RUN-CONTROL-READ-YES TO TRUE.
000000     ACCEPT DEFAULT-AS-OF-DATE FROM DATE YYYYMMDD.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     IF RUNCTL-RUN-DATE IS NUMERIC AND RUNCTL-RUN-DATE > ZERO
000000         MOVE RUNCTL-RUN-DATE TO DEFAULT-AS-OF-DATE
000000     END-IF.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*VALUE IN FORCE - the program and name's records come back in
000000*effective-date order; the last one not after the lookup date
000000*is the one in force.
000000*------------------------------------------------------------------------
000000 1000-FIND-VALUE-IN-FORCE.
000000     MOVE 'N' TO LATEST-FOUND.
000000     MOVE 'N' TO LIBRARY-EOF.
000000     OPEN INPUT PARAMETER-LIBRARY.
000000     IF PARAMETER-LIBRARY-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     MOVE PSVC-PROGRAM TO PARM-PROGRAM.
000000     MOVE PSVC-NAME TO PARM-NAME.
000000     MOVE ZERO TO PARM-EFFECTIVE-DATE.
000000     START PARAMETER-LIBRARY KEY IS >= PARM-KEY
000000         INVALID KEY SET LIBRARY-EOF-YES TO TRUE
000000     END-START.
000000     IF NOT LIBRARY-EOF-YES
000000         PERFORM 1100-READ-NEXT-VALUE
000000     END-IF.
000000     PERFORM 1200-TAKE-VALUE UNTIL LIBRARY-EOF-YES.
000000     CLOSE PARAMETER-LIBRARY.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-NEXT-VALUE.
000000     READ PARAMETER-LIBRARY NEXT RECORD
000000         AT END SET LIBRARY-EOF-YES TO TRUE
000000     END-READ.
000000     IF NOT LIBRARY-EOF-YES
000000         IF PARM-PROGRAM NOT = PSVC-PROGRAM
000000             OR PARM-NAME NOT = PSVC-NAME
000000             OR PARM-EFFECTIVE-DATE > LOOKUP-DATE
000000             SET LIBRARY-EOF-YES TO TRUE
000000         END-IF
000000     END-IF.
000000 1200-TAKE-VALUE.
000000     SET LATEST-FOUND-YES TO TRUE.
000000     MOVE PARM-VALUE TO LATEST-VALUE.
000000     MOVE PARM-STATE TO LATEST-STATE.
000000     MOVE PARM-EFFECTIVE-DATE TO LATEST-EFFECTIVE-DATE.
000000     PERFORM 1100-READ-NEXT-VALUE.
000000*------------------------------------------------------------------------
000000*NUMERIC READING - one pass over the value: leading spaces, an
000000*optional sign, the integer digits, an optional point and up to
000000*four decimals, then nothing but spaces.
000000*------------------------------------------------------------------------
000000 2000-READ-AS-NUMBER.
000000     SET PSVC-TEXT TO TRUE.
000000     MOVE 'Y' TO VALUE-IS-NUMBER.
000000     SET SCAN-LEADING TO TRUE.
000000     MOVE 'N' TO VALUE-NEGATIVE.
000000     MOVE ZERO TO DIGITS-SEEN.
000000     MOVE ZERO TO INTEGER-DIGITS.
000000     MOVE ZERO TO FRACTION-DIGITS.
000000     MOVE ZERO TO INTEGER-PART.
000000     MOVE ZERO TO FRACTION-PART.
000000     PERFORM 2100-TAKE-CHARACTER
000000         VARYING VALUE-IX FROM 1 BY 1
000000         UNTIL VALUE-IX > 40 OR NOT VALUE-IS-NUMBER-YES.
000000     IF NOT VALUE-IS-NUMBER-YES OR DIGITS-SEEN = ZERO
000000         GO TO 2000-EXIT
000000     END-IF.
000000     COMPUTE PSVC-NUMBER = INTEGER-PART + FRACTION-PART / 10000.
000000     IF VALUE-NEGATIVE-YES
000000         COMPUTE PSVC-NUMBER = ZERO - PSVC-NUMBER
000000     END-IF.
000000     IF FRACTION-PART = ZERO
000000         SET PSVC-WHOLE-NUMBER TO TRUE
000000     ELSE
000000         MOVE 'N' TO PARMSVC-STATUS
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000 2100-TAKE-CHARACTER.
000000     MOVE PSVC-VALUE(VALUE-IX:1) TO VALUE-CHAR.
000000     EVALUATE TRUE
000000         WHEN VALUE-CHAR = SPACE
000000             IF SCAN-INTEGER OR SCAN-FRACTION
000000                 SET SCAN-TRAILING TO TRUE
000000             END-IF
000000         WHEN SCAN-TRAILING
000000             MOVE 'N' TO VALUE-IS-NUMBER
000000         WHEN VALUE-CHAR = '-' OR VALUE-CHAR = '+'
000000             IF NOT SCAN-LEADING
000000                 MOVE 'N' TO VALUE-IS-NUMBER
000000             END-IF
000000             IF VALUE-CHAR = '-'
000000                 SET VALUE-NEGATIVE-YES TO TRUE
000000             END-IF
000000             SET SCAN-INTEGER TO TRUE
000000         WHEN VALUE-CHAR = '.'
000000             IF SCAN-FRACTION
000000                 MOVE 'N' TO VALUE-IS-NUMBER
000000             END-IF
000000             SET SCAN-FRACTION TO TRUE
000000         WHEN VALUE-CHAR IS NUMERIC
000000             MOVE VALUE-CHAR TO VALUE-DIGIT
000000             ADD 1 TO DIGITS-SEEN
000000             IF SCAN-FRACTION
000000                 PERFORM 2200-TAKE-DECIMAL
000000             ELSE
000000                 SET SCAN-INTEGER TO TRUE
000000                 PERFORM 2300-TAKE-INTEGER-DIGIT
000000             END-IF
000000         WHEN OTHER
000000             MOVE 'N' TO VALUE-IS-NUMBER
000000     END-EVALUATE.
000000 2200-TAKE-DECIMAL.
000000     ADD 1 TO FRACTION-DIGITS.
000000     EVALUATE FRACTION-DIGITS
000000         WHEN 1
000000             COMPUTE FRACTION-PART = FRACTION-PART
000000                 + VALUE-DIGIT * 1000
000000         WHEN 2
000000             COMPUTE FRACTION-PART = FRACTION-PART
000000                 + VALUE-DIGIT * 100
000000         WHEN 3
000000             COMPUTE FRACTION-PART = FRACTION-PART
000000                 + VALUE-DIGIT * 10
000000         WHEN 4
000000             ADD VALUE-DIGIT TO FRACTION-PART
000000         WHEN OTHER
000000             MOVE 'N' TO VALUE-IS-NUMBER
000000     END-EVALUATE.
000000 2300-TAKE-INTEGER-DIGIT.
000000     ADD 1 TO INTEGER-DIGITS.
000000     IF INTEGER-DIGITS > 11
000000         MOVE 'N' TO VALUE-IS-NUMBER
000000     ELSE
000000         COMPUTE INTEGER-PART = INTEGER-PART * 10 + VALUE-DIGIT
000000     END-IF.
