000000       05 LOG-TAIL-COUNT PIC 9(2) VALUE ZERO.
000000       05 LOG-TAIL-LINE PIC X(80) OCCURS 15 TIMES.
000000    01 TAIL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DEF-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DEP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ERR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FREQUENCY-TEXT PIC X(10) VALUE SPACES.
000000    01 FAILURE-TEXT PIC X(8) VALUE SPACES.
000000    01 DEPENDENCY-TEXT PIC X(30) VALUE SPACES.
000000    01 DEPENDENCY-POINTER PIC 9(2) VALUE ZERO.
000000     COPY "stepsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*OPERATOR HOLD/RELEASE CONSOLE
000000*stream writes a forced-skip audit entry when it obeys).  The
000000*concrete case: hold ahead of SETTLE while a suspicious total
000000*is checked, without abandoning the run.
000000*The console also shows the stream's step definition exactly
000000*as the stream will read it, through the same STEPLOAD, with
000000*any validation errors that would stop tonight's run.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000         DISPLAY '3. SKIP A HELD STEP (FORCED)'
000000     END-IF.
000000     DISPLAY '4. REFRESH DISPLAY'.
000000     DISPLAY '5. SHOW STEP DEFINITIONS'.
000000     DISPLAY '0. EXIT CONSOLE'.
000000     ACCEPT MENU-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY
000000         WHEN '3'
000000             MOVE 'S' TO WORK-ACTION
000000             PERFORM 6000-WRITE-COMMAND THRU 6000-EXIT
000000         WHEN '5'
000000             PERFORM 3000-SHOW-STEP-DEFINITIONS THRU 3000-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000     MOVE RUN-LOG-LINE TO LOG-TAIL-LINE(LOG-TAIL-COUNT).
000000     PERFORM 2100-READ-RUN-LOG.
000000*------------------------------------------------------------------------
000000*STEP DEFINITIONS
000000*One line per defined step in running order - number, name,
000000*program, frequency, what its failure does and the earlier
000000*steps it waits on - then the validation verdict.
000000*------------------------------------------------------------------------
000000 3000-SHOW-STEP-DEFINITIONS.
000000     CALL 'stepload' USING STEPSVC-RESULT STEPSVC-STATUS.
000000     DISPLAY '=========================================='.
000000     IF STPV-FROM-FILE
000000         DISPLAY 'STEP DEFINITIONS FROM STEPDEF'
000000     ELSE
000000         DISPLAY 'STEP DEFINITIONS - STANDARD STREAM (NO STEPDEF)'
000000     END-IF.
000000     DISPLAY 'STEP NAME     PROGRAM   FREQUENCY  ON FAIL  AFTER'.
000000     PERFORM 3100-SHOW-ONE-DEFINITION
000000         VARYING DEF-IX FROM 1 BY 1
000000         UNTIL DEF-IX > STPV-STEP-COUNT.
000000     IF STPV-VALID
000000         DISPLAY 'DEFINITION VALID - ' STPV-STEP-COUNT ' STEPS'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     DISPLAY '*** DEFINITION INVALID - ' STPV-ERROR-COUNT
000000         ' ERROR(S) - THE STREAM WILL NOT START'.
000000     PERFORM VARYING ERR-IX FROM 1 BY 1
000000             UNTIL ERR-IX > STPV-ERROR-COUNT OR ERR-IX > 20
000000         DISPLAY '  ' STPV-ERROR-LINE(ERR-IX)
000000     END-PERFORM.
000000 3000-EXIT.
000000     EXIT.
000000 3100-SHOW-ONE-DEFINITION.
000000     EVALUATE STPV-FREQUENCY(DEF-IX)
000000         WHEN 'D' MOVE 'DAILY' TO FREQUENCY-TEXT
000000         WHEN 'W' MOVE 'WEEK-END' TO FREQUENCY-TEXT
000000         WHEN 'P' MOVE 'PERIOD-END' TO FREQUENCY-TEXT
000000         WHEN OTHER MOVE '?' TO FREQUENCY-TEXT
000000     END-EVALUATE.
000000     EVALUATE STPV-ON-FAILURE(DEF-IX)
000000         WHEN 'S' MOVE 'STOP' TO FAILURE-TEXT
000000         WHEN 'C' MOVE 'CONTINUE' TO FAILURE-TEXT
000000         WHEN OTHER MOVE '?' TO FAILURE-TEXT
000000     END-EVALUATE.
000000     MOVE SPACES TO DEPENDENCY-TEXT.
000000     MOVE 1 TO DEPENDENCY-POINTER.
000000     PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 5
000000         IF STPV-DEPENDS-ON(DEF-IX DEP-IX) NOT = ZERO
000000             STRING STPV-DEPENDS-ON(DEF-IX DEP-IX) ' '
000000                 DELIMITED BY SIZE
000000                 INTO DEPENDENCY-TEXT
000000                 WITH POINTER DEPENDENCY-POINTER
000000         END-IF
000000     END-PERFORM.
000000     DISPLAY STPV-STEP-NO(DEF-IX) '  ' STPV-STEP-NAME(DEF-IX)
000000         ' ' STPV-PROGRAM(DEF-IX) ' ' FREQUENCY-TEXT
000000         ' ' FAILURE-TEXT ' ' DEPENDENCY-TEXT.
000000*------------------------------------------------------------------------
000000*COMMAND WRITER
000000*Commands append to NITECMD stamped with the operator id; the
000000*stream reads the file before every step and the last command
