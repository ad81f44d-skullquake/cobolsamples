000000     SELECT CALENDAR-FILE ASSIGN TO "CALFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CALENDAR-STATUS.
000000     SELECT CERT-VERDICT-FILE ASSIGN TO "PREFCERT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CERT-VERDICT-STATUS.
000000 FD  FEED-CHECK-FILE.
000000 01  FEED-CHECK-LINE PIC X(80).
000000 FD  CALENDAR-FILE.
000000     COPY "calrec.cpy".
000000 FD  CERT-VERDICT-FILE.
000000 01  CERT-VERDICT-RECORD.
000000     05 PFC-VERDICT PIC X(1).
000000     COPY "envrec.cpy".
000000    01 FEED-CHECK-STATUS PIC X(2) VALUE '00'.
000000    01 CALENDAR-STATUS PIC X(2) VALUE '00'.
000000    01 CERT-VERDICT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 FEED-CHECK-NAME PIC X(8) VALUE SPACES.
000000    01 ENV-CHECK-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-CHECK-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 ENV-SIGNED-WORK PIC S9(9) VALUE ZERO.
000000    01 ENVCHK-STATUS PIC X(1) VALUE SPACE.
000000       88 ENVCHK-TIES VALUE 'O'.
000000    01 TRAILER-FOUND PIC X VALUE 'N'.
000000    01 FAIL-COUNT PIC 9(3) VALUE ZERO.
000000    01 CALENDAR-COVERED PIC X VALUE 'N'.
000000       88 CALENDAR-COVERED-YES VALUE 'Y'.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PRE-FLIGHT ENVIRONMENT CERTIFICATION
000000*absent or bare is noted, not failed, since the consuming
000000*steps handle those as they always have - and (3) confirms
000000*the CALFL processing calendar covers tonight's run date.  The
000000*verdict lands on PREFCERT, and the PREFLITE ON-FAIL parameter
000000*decides what a FAIL does: 'A' ends this step fatal, so the stream
000000*aborts under the normal step-failure policy; anything else warns
000000*and lets the stream take its chances, as before this step
000000*existed.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     PERFORM 1000-CERTIFY-INTEROP THRU 1000-EXIT.
000000     PERFORM 2000-CERTIFY-FEEDS THRU 2000-EXIT.
000000     PERFORM 3000-CERTIFY-CALENDAR THRU 3000-EXIT.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000 0500-READ-POLICY.
000000     MOVE 'PREFLITE' TO PSVC-PROGRAM.
000000     MOVE 'ON-FAIL' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-TEXT AND PSVC-VALUE = 'A'
000000         SET ABORT-ON-FAIL-YES TO TRUE
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000     END-READ.
000000*Each feed's hash convention matches its consumer: the
000000*transaction and order feeds hash the leading nine digits, the
000000*debit/credit feeds hash the absolute amount at (7:9).
000000 2300-TALLY-FEED-LINE.
000000     IF FEED-CHECK-LINE(1:3) = 'TRL'
000000         MOVE FEED-CHECK-LINE(1:22)
000000         ADD 1 TO ENV-CHECK-COUNT
000000         IF FEED-CHECK-NAME = 'DEBITS  '
000000             OR FEED-CHECK-NAME = 'CREDITS '
000000             IF FEED-CHECK-LINE(7:9) IS NUMERIC
000000                 MOVE FEED-CHECK-LINE(7:9)
000000                     TO ENV-SIGNED-WORK
000000                 IF ENV-SIGNED-WORK < ZERO
000000                     SUBTRACT ENV-SIGNED-WORK
000000         AT END SET CALENDAR-EOF-YES TO TRUE
000000     END-READ.
000000 3200-MATCH-CALENDAR.
000000     IF CAL-DATE = CURRENT-RUN-DATE AND CAL-HOUSE-CALENDAR
000000         SET CALENDAR-COVERED-YES TO TRUE
000000     ELSE
000000         PERFORM 3100-READ-CALENDAR
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 checks failed under warn policy; 8 fatal - checks
000000*failed and PREFLITE ON-FAIL says a certification FAIL aborts
000000*the stream.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
