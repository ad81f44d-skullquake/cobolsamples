000000*------------------------------------------------------------------------
000000*PARAMETER-SERVICE CALL AREA
000000*Shared request/result layout for the PARMSVC callable lookup,
000000*so every program takes its run parameters from the PARMLIB
000000*parameter library the same way instead of opening a control
000000*card of its own.  The caller names its program and the
000000*parameter and gets back the value in force on PSVC-AS-OF-DATE -
000000*zero means the current run date on RUNCTL, or today when there
000000*is no RUNCTL.  A value that reads as a number (an optional
000000*leading sign, digits, an optional point and up to four
000000*decimals) comes back PSVC-NUMERIC with PSVC-NUMBER set, and
000000*PSVC-WHOLE-NUMBER as well when it has no fraction; any other
000000*value comes back PSVC-TEXT.  A parameter with no value in
000000*force - never set, withdrawn, or no PARMLIB at all - comes back
000000*PSVC-NOT-IN-FORCE and the program keeps its own default, as it
000000*did when its card was absent.
000000*------------------------------------------------------------------------
000000 01  PARMSVC-REQUEST.
000000     05 PSVC-PROGRAM    PIC X(8).
000000     05 PSVC-NAME       PIC X(12).
000000     05 PSVC-AS-OF-DATE PIC 9(8).
000000 01  PARMSVC-RESULT.
000000     05 PSVC-VALUE          PIC X(40).
000000     05 PSVC-NUMBER         PIC S9(11)V9(4).
000000     05 PSVC-EFFECTIVE-DATE PIC 9(8).
000000 01  PARMSVC-STATUS PIC X(1).
000000     88 PSVC-NUMERIC      VALUE 'N' 'W'.
000000     88 PSVC-WHOLE-NUMBER VALUE 'W'.
000000     88 PSVC-TEXT         VALUE 'T'.
000000     88 PSVC-IN-FORCE     VALUE 'N' 'W' 'T'.
000000     88 PSVC-NOT-IN-FORCE VALUE 'X'.
