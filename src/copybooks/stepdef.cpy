000000*------------------------------------------------------------------------
000000*NIGHTLY STREAM STEP-DEFINITION CARD
000000*One STEPDEF card per step of the nightly stream, in the order
000000*the steps run: step number (ascending - restart and the step
000000*statistics key on it), step name, the program the stream CALLs,
000000*how often it runs (daily, week-end, period-end), what a fatal
000000*return code does to the rest of the stream, and up to five
000000*EARLIER steps whose output it needs.  A dependency left blank
000000*or zero is unused; a blank on-failure code means stop.  Cards
000000*with '*' in column 1 are comments and blank cards are ignored,
000000*so the reasons for the order can be kept with the order.
000000*Each card is an 80-column image; the definition occupies the
000000*first 37 columns.
000000*------------------------------------------------------------------------
000000 01  STEP-DEFINITION-RECORD.
000000     05 SDEF-DEFINITION.
000000         10 SDEF-STEP-NO         PIC 9(3).
000000         10 SDEF-STEP-NO-X REDEFINES SDEF-STEP-NO PIC X(3).
000000         10 SDEF-STEP-NAME       PIC X(8).
000000         10 SDEF-PROGRAM         PIC X(9).
000000         10 SDEF-FREQUENCY       PIC X(1).
000000             88 SDEF-FREQ-DAILY      VALUE 'D'.
000000             88 SDEF-FREQ-WEEK-END   VALUE 'W'.
000000             88 SDEF-FREQ-PERIOD-END VALUE 'P'.
000000             88 SDEF-FREQ-VALID      VALUE 'D' 'W' 'P'.
000000         10 SDEF-ON-FAILURE      PIC X(1).
000000             88 SDEF-FAIL-STOP       VALUE 'S'.
000000             88 SDEF-FAIL-CONTINUE   VALUE 'C'.
000000             88 SDEF-FAIL-VALID      VALUE 'S' 'C'.
000000         10 SDEF-DEPENDENCIES.
000000             15 SDEF-DEPENDS-ON  PIC 9(3) OCCURS 5 TIMES.
000000         10 SDEF-DEPENDENCY-SLOTS REDEFINES SDEF-DEPENDENCIES.
000000             15 SDEF-DEPENDS-ON-X PIC X(3) OCCURS 5 TIMES.
000000     05 FILLER                   PIC X(43).
