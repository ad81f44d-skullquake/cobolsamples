000000     SELECT RUN-LOG-FILE ASSIGN TO "NITELOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-LOG-STATUS.
000000     SELECT CALENDAR-FILE ASSIGN TO "CALFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CALENDAR-STATUS.
000000     COPY "runctlrec.cpy".
000000 FD  RUN-LOG-FILE.
000000 01  RUN-LOG-LINE PIC X(80).
000000 FD  CALENDAR-FILE.
000000     COPY "calrec.cpy".
000000 FD  RUN-LOCK-FILE.
000000 01  RUN-LOCK-RECORD.
000000     05 LOCK-STATE PIC X(1).
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 RUN-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 FAIL-ACTION-SWITCH PIC X VALUE 'S'.
000000        88 FAIL-ACTION-STOP VALUE 'S'.
000000        88 FAIL-ACTION-RECOVER VALUE 'R'.
000000    01 CMD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 COMMAND-OVERFLOW PIC X VALUE 'N'.
000000        88 COMMAND-OVERFLOW-YES VALUE 'Y'.
000000    01 STEP-ON-FAILURE PIC X(1) VALUE 'S'.
000000        88 STEP-FAIL-STOP     VALUE 'S'.
000000        88 STEP-FAIL-CONTINUE VALUE 'C'.
000000    01 STEP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DEP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LOOK-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ERR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BLOCKING-STEP-NO PIC 9(3) VALUE ZERO.
000000    01 STEPS-MISSED-SWITCH PIC X VALUE 'N'.
000000        88 STEPS-MISSED-YES VALUE 'Y'.
000000*What became of each defined step tonight, in definition order,
000000*so a step can see whether the steps it depends on completed.
000000    01 STEP-STATE-TABLE.
000000        05 STEP-RUN-STATE PIC X(1) OCCURS 120 TIMES.
000000            88 STEP-STATE-COMPLETE    VALUE 'C'.
000000            88 STEP-STATE-FAILED      VALUE 'F'.
000000            88 STEP-STATE-BYPASSED    VALUE 'B'.
000000            88 STEP-STATE-UNSCHEDULED VALUE 'N'.
000000     COPY "stepsvc.cpy".
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*NIGHTLY JOB STREAM
000000*start, which clears NITECKP before step 010 so STEP 060's
000000*checkpoint from the prior cycle cannot short-circuit this one;
000000*'F' additionally breaks a stale lock before that cold start.
000000*The steps themselves come from the STEPDEF step-definition
000000*file through STEPLOAD - number, name, program, frequency, the
000000*earlier steps each depends on and whether its failure stops
000000*the stream - so a step is added or rescheduled without a
000000*release.  A definition that does not validate is refused
000000*before the lock is taken or a run-ID assigned.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000*cycle's own run-ID the lock is re-stamped with it.
000000     PERFORM 0500-READ-PARM-CARD THRU 0500-EXIT.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0400-LOAD-STEP-DEFINITION THRU 0400-EXIT.
000000     PERFORM 1100-ACQUIRE-RUN-LOCK THRU 1100-EXIT.
000000     PERFORM 0600-READ-FAILURE-POLICY THRU 0600-EXIT.
000000     IF COLD-START-YES
000000         PERFORM 1500-RESET-CHECKPOINT THRU 1500-EXIT
000000         CALL 'runctl'
000000     DISPLAY '=========================================='.
000000     DISPLAY 'NITEJOB: NIGHTLY JOB STREAM STARTING'.
000000     DISPLAY '=========================================='.
000000     PERFORM 6000-RUN-DEFINED-STEP THRU 6000-EXIT
000000         VARYING STEP-IX FROM 1 BY 1
000000         UNTIL STEP-IX > STPV-STEP-COUNT.
000000     PERFORM 1200-RELEASE-RUN-LOCK THRU 1200-EXIT.
000000     DISPLAY '=========================================='.
000000     IF STREAM-HELD-YES
000000         DISPLAY 'NITEJOB: STREAM HELD - SEE NITELOG'
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         IF STEPS-MISSED-YES
000000             DISPLAY 'NITEJOB: STREAM COMPLETE WITH FAILED OR'
000000                 ' BYPASSED STEPS - SEE NITELOG'
000000             MOVE 4 TO RETURN-CODE
000000         ELSE
000000             DISPLAY 'NITEJOB: NIGHTLY JOB STREAM COMPLETE'
000000             MOVE 0 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000     DISPLAY '=========================================='.
000000*STOP RUN, not EXIT PROGRAM: this is the job-stream driver and
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000*------------------------------------------------------------------------
000000*STEP-DEFINITION PICKUP
000000*STEPLOAD reads STEPDEF - or the standard stream when there is
000000*none - and validates it.  An invalid definition stops the run
000000*here, with every error on the console and in NITELOG, before
000000*anything is locked, numbered or posted: running half a bad
000000*stream is worse than running none and fixing the cards.
000000*------------------------------------------------------------------------
000000 0400-LOAD-STEP-DEFINITION.
000000     CALL 'stepload' USING STEPSVC-RESULT STEPSVC-STATUS.
000000     MOVE SPACES TO STEP-STATE-TABLE.
000000     IF STPV-VALID
000000         IF STPV-FROM-FILE
000000             DISPLAY 'NITEJOB: ' STPV-STEP-COUNT
000000                 ' STEPS DEFINED BY STEPDEF'
000000         ELSE
000000             DISPLAY 'NITEJOB: NO STEPDEF - STANDARD STREAM OF '
000000                 STPV-STEP-COUNT ' STEPS'
000000         END-IF
000000         GO TO 0400-EXIT
000000     END-IF.
000000     DISPLAY '*** NITEJOB: STEP DEFINITION REJECTED - '
000000         STPV-ERROR-COUNT ' ERROR(S) - NOT STARTING'.
000000     MOVE SPACES TO RUN-LOG-LINE.
000000     STRING 'RUN ' CURRENT-RUN-ID
000000         ' STEP DEFINITION REJECTED - ' STPV-ERROR-COUNT
000000         ' ERROR(S)'
000000         INTO RUN-LOG-LINE.
000000     PERFORM 7800-APPEND-RUN-LOG.
000000     PERFORM VARYING ERR-IX FROM 1 BY 1
000000             UNTIL ERR-IX > STPV-ERROR-COUNT OR ERR-IX > 20
000000         DISPLAY '*** ' STPV-ERROR-LINE(ERR-IX)
000000         MOVE STPV-ERROR-LINE(ERR-IX) TO RUN-LOG-LINE
000000         PERFORM 7800-APPEND-RUN-LOG
000000     END-PERFORM.
000000     MOVE 8 TO RETURN-CODE.
000000     STOP RUN.
000000 0400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RUN-MODE PARAMETER CARD
000000*Reads the one-character restart indicator from NITEPARM, the way
000000*a JCL parm card would feed a batch step at run time.  NITEPARM is
000000*------------------------------------------------------------------------
000000*PROCESSING-CALENDAR CHECK
000000*Looks tonight's run date up on the CALFL processing calendar -
000000*one house-calendar record per date carrying the day type
000000*(business/holiday/weekend), a week-end flag marking the last
000000*business day of the week and a period-end flag marking the
000000*last business day of the period -
000000*and sets the switches that select tonight's step list: daily
000000*steps every business day, week-end steps only when the week-end
000000*flag is set, period-end steps only on the period-end date.
000000         AT END SET CALENDAR-EOF-YES TO TRUE
000000     END-READ.
000000 0820-MATCH-CALENDAR-DATE.
000000     IF CAL-DATE = CURRENT-RUN-DATE AND CAL-HOUSE-CALENDAR
000000         SET CALENDAR-DATE-FOUND-YES TO TRUE
000000         IF CAL-BUSINESS-DAY
000000             MOVE 'Y' TO BUSINESS-DAY-SWITCH
000000         PERFORM 0810-READ-CALENDAR
000000     END-IF.
000000*------------------------------------------------------------------------
000000*STEP-FAILURE POLICY
000000*NITEJOB FAIL-ACTION on the parameter library tells the stream
000000*what to do when a step ends with a non-zero return code: 'S'
000000*(the default, and what applies when none is in force) holds the
000000*stream at the failed step, 'R' with a RECOVER-STEP step number
000000*skips ahead to that designated recovery step and carries on
000000*from there.
000000*------------------------------------------------------------------------
000000 0600-READ-FAILURE-POLICY.
000000     MOVE 'NITEJOB' TO PSVC-PROGRAM.
000000     MOVE 'FAIL-ACTION' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF NOT PSVC-TEXT OR PSVC-VALUE NOT = 'R'
000000         GO TO 0600-EXIT
000000     END-IF.
000000     MOVE 'RECOVER-STEP' TO PSVC-NAME.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE 'R' TO FAIL-ACTION-SWITCH
000000         MOVE PSVC-NUMBER TO RECOVERY-STEP-NO
000000     END-IF.
000000 0600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DEFINED STEP
000000*Takes the next step off the definition, in STEPDEF order, and
000000*hands it to the generic runner.
000000*------------------------------------------------------------------------
000000 6000-RUN-DEFINED-STEP.
000000     MOVE STPV-STEP-NO(STEP-IX) TO STEP-NO.
000000     MOVE STPV-STEP-NAME(STEP-IX) TO STEP-NAME.
000000     MOVE STPV-PROGRAM(STEP-IX) TO STEP-PROGRAM.
000000     MOVE STPV-FREQUENCY(STEP-IX) TO STEP-FREQUENCY.
000000     MOVE STPV-ON-FAILURE(STEP-IX) TO STEP-ON-FAILURE.
000000     PERFORM 7000-RUN-STEP THRU 7000-EXIT.
000000 6000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DEPENDENCY CHECK
000000*A step whose dependency failed tonight, or was itself bypassed
000000*for the same reason, would run on input that was never
000000*produced, so it is bypassed too.  A dependency that was not
000000*scheduled tonight, was force-skipped by the operator, or
000000*completed before a restart, is satisfied - its output is the
000000*one the step would have read anyway.  The definition was
000000*validated, so every dependency is an earlier entry.
000000*------------------------------------------------------------------------
000000 6100-CHECK-DEPENDENCIES.
000000     MOVE ZERO TO BLOCKING-STEP-NO.
000000     PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 5
000000         IF STPV-DEPENDS-ON(STEP-IX DEP-IX) NOT = ZERO
000000             PERFORM VARYING LOOK-IX FROM 1 BY 1
000000                     UNTIL LOOK-IX >= STEP-IX
000000                 IF STPV-STEP-NO(LOOK-IX)
000000                     = STPV-DEPENDS-ON(STEP-IX DEP-IX)
000000                     AND (STEP-STATE-FAILED(LOOK-IX)
000000                         OR STEP-STATE-BYPASSED(LOOK-IX))
000000                     MOVE STPV-STEP-NO(LOOK-IX)
000000                         TO BLOCKING-STEP-NO
000000                 END-IF
000000             END-PERFORM
000000         END-IF
000000     END-PERFORM.
000000 6100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*GENERIC STEP RUNNER
000000*Runs one step of the stream: writes an in-progress checkpoint
000000*before the CALL so an abend mid-step is distinguishable from a
000000*step that never started, examines RETURN-CODE after the CALL,
000000*and on failure applies the step-failure policy - hold the stream
000000*or skip to the designated recovery step.  Every start, end and
000000*outcome is appended to the NITELOG run log, so the morning shift
000000*can see exactly which step did what instead of a failed step
000000*looking identical to a successful one.
000000     IF STEP-FREQ-WEEK-END AND NOT WEEK-END-RUN-YES
000000         DISPLAY 'STEP ' STEP-NO ' - ' STEP-NAME
000000             ' NOT SCHEDULED TODAY (WEEK-END STEP)'
000000         SET STEP-STATE-UNSCHEDULED(STEP-IX) TO TRUE
000000         GO TO 7000-EXIT
000000     END-IF.
000000     IF STEP-FREQ-PERIOD-END AND NOT PERIOD-END-RUN-YES
000000         DISPLAY 'STEP ' STEP-NO ' - ' STEP-NAME
000000             ' NOT SCHEDULED TODAY (PERIOD-END STEP)'
000000         SET STEP-STATE-UNSCHEDULED(STEP-IX) TO TRUE
000000         GO TO 7000-EXIT
000000     END-IF.
000000     PERFORM 6100-CHECK-DEPENDENCIES THRU 6100-EXIT.
000000     IF BLOCKING-STEP-NO NOT = ZERO
000000         DISPLAY 'STEP ' STEP-NO ' - ' STEP-NAME
000000             ' BYPASSED - STEP ' BLOCKING-STEP-NO
000000             ' DID NOT COMPLETE'
000000         SET STEP-STATE-BYPASSED(STEP-IX) TO TRUE
000000         SET STEPS-MISSED-YES TO TRUE
000000         MOVE SPACES TO RUN-LOG-LINE
000000         STRING 'RUN ' CURRENT-RUN-ID
000000             ' STEP ' STEP-NO ' ' STEP-NAME
000000             ' BYPASSED - STEP ' BLOCKING-STEP-NO
000000             ' DID NOT COMPLETE'
000000             INTO RUN-LOG-LINE
000000         PERFORM 7800-APPEND-RUN-LOG
000000         GO TO 7000-EXIT
000000     END-IF.
000000*The operator console may have queued a command against this
000000                 STEP-RC-DISPLAY
000000         END-IF
000000         MOVE STEP-NO TO LAST-COMPLETED-STEP
000000         SET STEP-STATE-COMPLETE(STEP-IX) TO TRUE
000000         PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
000000         PERFORM 7400-WRITE-RUN-LOG-END
000000         PERFORM 7900-CALL-GATEKEEPER THRU 7900-EXIT
000000     EXIT.
000000*------------------------------------------------------------------------
000000*STEP-FAILURE HANDLING
000000*A step defined to continue on failure leaves the stream
000000*running - only the steps that depend on it are bypassed.
000000*Any other step falls to the step-failure policy.
000000*------------------------------------------------------------------------
000000 7200-HANDLE-STEP-FAILURE.
000000     MOVE RETURN-CODE TO STEP-RC-DISPLAY.
000000     SET STEP-STATE-FAILED(STEP-IX) TO TRUE.
000000     PERFORM 7500-WRITE-RUN-LOG-FAILED.
000000     DISPLAY '*** STEP ' STEP-NO ' - ' STEP-NAME
000000         ' FAILED RC=' STEP-RC-DISPLAY.
000000     IF STEP-FAIL-CONTINUE
000000         SET STEPS-MISSED-YES TO TRUE
000000         DISPLAY '*** STEP ' STEP-NO
000000             ' IS DEFINED TO CONTINUE - STREAM CARRIES ON'
000000         MOVE SPACES TO RUN-LOG-LINE
000000         STRING 'RUN ' CURRENT-RUN-ID ' STEP ' STEP-NO
000000             ' FAILURE CONTINUED PER STEP DEFINITION'
000000             INTO RUN-LOG-LINE
000000         PERFORM 7800-APPEND-RUN-LOG
000000         GO TO 7200-EXIT
000000     END-IF.
000000     IF FAIL-ACTION-RECOVER
000000         AND RECOVERY-STEP-NO > STEP-NO
000000         SUBTRACT 1 FROM RECOVERY-STEP-NO
