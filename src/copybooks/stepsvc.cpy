000000*------------------------------------------------------------------------
000000*STEP-DEFINITION SERVICE CALL AREA
000000*Shared result layout for the STEPLOAD callable, so the stream
000000*that runs the steps and the console that shows them read one
000000*definition the same way.  STEPLOAD reads the STEPDEF cards -
000000*or, with no STEPDEF, the standard stream it carries - into
000000*STPV-STEP-ENTRY in running order (each entry is the STEPDEF
000000*card layout), validates the whole definition and answers
000000*STPV-VALID or STPV-INVALID.  The first 20 errors come back as
000000*printable lines; STPV-ERROR-COUNT counts them all.
000000*------------------------------------------------------------------------
000000 01  STEPSVC-RESULT.
000000     05 STPV-SOURCE      PIC X(1).
000000         88 STPV-FROM-FILE     VALUE 'F'.
000000         88 STPV-FROM-STANDARD VALUE 'S'.
000000     05 STPV-STEP-COUNT  PIC 9(3).
000000     05 STPV-STEP-ENTRY OCCURS 120 TIMES.
000000         10 STPV-STEP-NO     PIC 9(3).
000000         10 STPV-STEP-NAME   PIC X(8).
000000         10 STPV-PROGRAM     PIC X(9).
000000         10 STPV-FREQUENCY   PIC X(1).
000000         10 STPV-ON-FAILURE  PIC X(1).
000000         10 STPV-DEPENDS-ON  PIC 9(3) OCCURS 5 TIMES.
000000     05 STPV-ERROR-COUNT PIC 9(3).
000000     05 STPV-ERROR-LINE  PIC X(72) OCCURS 20 TIMES.
000000 01  STEPSVC-STATUS PIC X(1).
000000     88 STPV-VALID   VALUE 'V'.
000000     88 STPV-INVALID VALUE 'I'.
