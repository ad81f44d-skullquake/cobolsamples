000000     05 FREG-CONTENT-HASH  PIC 9(13).
000000     05 FREG-RUN-ID        PIC 9(5).
000000 FD  CALENDAR-FILE.
000000     COPY "calrec.cpy".
000000 FD  LATE-FEED-REPORT-FILE.
000000 01  LATE-FEED-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000*holds the stream here (the operator console releases or skips
000000*once the feed lands or is waived), 'A' aborts the stream the
000000*same way, and 'S' warns and lets the stream run, relying on
000000*the step-failure recovery policy to route around the dependent
000000*steps.  A feed missing before its cutoff is noted, not alerted.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000         AT END SET CALENDAR-EOF-YES TO TRUE
000000     END-READ.
000000 0820-MATCH-CALENDAR.
000000     IF CAL-DATE = CURRENT-RUN-DATE AND CAL-HOUSE-CALENDAR
000000         IF CAL-WEEK-END-FLAG = 'Y'
000000             SET WEEK-END-TONIGHT-YES TO TRUE
000000         END-IF
