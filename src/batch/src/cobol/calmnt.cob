000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. calmnt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CALENDAR-FILE ASSIGN TO "CALFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CALENDAR-STATUS.
000000     SELECT HOLIDAY-LIST-FILE ASSIGN TO "CALHOL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HOLIDAY-LIST-STATUS.
000000     SELECT CALENDAR-AUDIT-FILE ASSIGN TO "CALAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CALENDAR-AUDIT-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CALENDAR-FILE.
000000     COPY "calrec.cpy".
000000 FD  HOLIDAY-LIST-FILE.
000000     COPY "calhol.cpy".
000000 FD  CALENDAR-AUDIT-FILE.
000000 01  CALENDAR-AUDIT-LINE PIC X(80).
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 CALENDAR-STATUS PIC X(2) VALUE '00'.
000000    01 HOLIDAY-LIST-STATUS PIC X(2) VALUE '00'.
000000    01 CALENDAR-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 CALENDAR-EOF PIC X VALUE 'N'.
000000       88 CALENDAR-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000    01 CHANGES-MADE PIC X VALUE 'N'.
000000       88 CHANGES-MADE-YES VALUE 'Y'.
000000*CALFL whole, in file order.
000000    01 CALENDAR-TABLE.
000000       05 CALENDAR-DAY-COUNT PIC 9(4) VALUE ZERO.
000000       05 CALENDAR-DAY-ENTRY OCCURS 4000 TIMES.
000000          10 TBL-CAL-DATE       PIC 9(8).
000000          10 TBL-CAL-TYPE       PIC X(1).
000000          10 TBL-CAL-WEEK-END   PIC X(1).
000000          10 TBL-CAL-PERIOD-END PIC X(1).
000000          10 TBL-CAL-CODE       PIC X(3).
000000    01 CAL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LAST-BUSINESS-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 TODAY-DATE PIC 9(8) VALUE ZERO.
000000    01 WORK-CALENDAR-CODE PIC X(3) VALUE SPACES.
000000    01 WORK-DATE PIC X(8) VALUE SPACES.
000000    01 WORK-DATE-NUM PIC 9(8) VALUE ZERO.
000000    01 WORK-MONTH PIC X(6) VALUE SPACES.
000000    01 WORK-MONTH-NUM PIC 9(6) VALUE ZERO.
000000    01 WORK-HOLIDAY-NAME PIC X(20) VALUE SPACES.
000000    01 WEEKDAY-NO PIC 9(1) VALUE ZERO.
000000    01 WEEKDAY-QUOTIENT PIC 9(7) VALUE ZERO.
000000    01 RANGE-FIRST-DATE PIC 9(8) VALUE ZERO.
000000    01 RANGE-LAST-DATE PIC 9(8) VALUE ZERO.
000000    01 FLAG-WAS-DATE PIC 9(8) VALUE ZERO.
000000    01 FLAG-NOW-DATE PIC 9(8) VALUE ZERO.
000000    01 WEEK-WAS-DATE PIC 9(8) VALUE ZERO.
000000    01 WEEK-NOW-DATE PIC 9(8) VALUE ZERO.
000000    01 PERIOD-WAS-DATE PIC 9(8) VALUE ZERO.
000000    01 PERIOD-NOW-DATE PIC 9(8) VALUE ZERO.
000000    01 FLAG-KIND PIC X(1) VALUE SPACE.
000000       88 FLAG-KIND-WEEK   VALUE 'W'.
000000       88 FLAG-KIND-PERIOD VALUE 'P'.
000000    01 DAY-TEXT PIC X(42) VALUE SPACES.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000     COPY "datesvc.cpy".
000000     COPY "audstmp.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PROCESSING-CALENDAR MAINTENANCE
000000*Operator-keyed maintenance for CALFL once calgen has built the
000000*year: an emergency holiday declared mid-year turns a business
000000*day into a holiday on the house calendar or on a company or
000000*currency calendar.  The day must be on the calendar, must be a
000000*business day, and cannot be before today.  When the day was the
000000*last business day of its week or of its accounting month, the
000000*week-end or period-end flag moves back to the business day
000000*before it in the same week or month, so the weekly and period
000000*steps still run on time.  Every holiday leaves a before/after
000000*pair on the CALAUD audit file, with any flag it moved, is
000000*logged to SECLOG, and is added to the CALHOL holiday list so a
000000*regenerated year keeps it.  CALFL is rewritten in one piece at
000000*exit.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY 'OPERATOR ID:'.
000000     ACCEPT SIGNON-OPERATOR-ID.
000000     CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
000000         SIGNON-STATUS.
000000     IF NOT SIGNON-ACCEPTED
000000         DISPLAY 'SIGN-ON REFUSED - MAINTENANCE UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
000000     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
000000     PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
000000     IF CHANGES-MADE-YES
000000         PERFORM 8000-WRITE-CALENDAR THRU 8000-EXIT
000000     END-IF.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000*------------------------------------------------------------------------
000000*CALENDAR LOAD
000000*A day left unread means CALFL holds more than the table -
000000*rewriting from the table would drop every day past the cap, so
000000*no holiday may be added this session.
000000*------------------------------------------------------------------------
000000 1000-LOAD-CALENDAR.
000000     OPEN INPUT CALENDAR-FILE.
000000     IF CALENDAR-STATUS NOT = '00'
000000         DISPLAY 'CALFL NOT FOUND - GENERATE THE YEAR WITH CALGEN'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-CALENDAR.
000000     PERFORM 1200-STORE-CALENDAR-DAY
000000         UNTIL CALENDAR-EOF-YES OR CALENDAR-DAY-COUNT = 4000.
000000     IF NOT CALENDAR-EOF-YES
000000         SET LOAD-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** CALFL HOLDS MORE THAN 4000 DAYS'
000000         DISPLAY '*** NO HOLIDAY CAN BE ADDED THIS SESSION'
000000     END-IF.
000000     CLOSE CALENDAR-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-CALENDAR.
000000     READ CALENDAR-FILE
000000         AT END SET CALENDAR-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-CALENDAR-DAY.
000000     ADD 1 TO CALENDAR-DAY-COUNT.
000000     MOVE CALENDAR-RECORD
000000         TO CALENDAR-DAY-ENTRY(CALENDAR-DAY-COUNT).
000000     PERFORM 1100-READ-CALENDAR.
000000*------------------------------------------------------------------------
000000*MAINTENANCE MENU
000000*------------------------------------------------------------------------
000000 5000-MAINTENANCE-MENU.
000000     PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-MAINT-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'PROCESSING-CALENDAR MAINTENANCE'.
000000     DISPLAY 'DAYS ON FILE: ' CALENDAR-DAY-COUNT.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '1. ADD EMERGENCY HOLIDAY'
000000     END-IF.
000000     DISPLAY '2. LIST A MONTH'.
000000     DISPLAY '0. EXIT MAINTENANCE'.
000000     ACCEPT MAINT-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY AND MAINT-CHOICE = '1'
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     EVALUATE MAINT-CHOICE
000000         WHEN '1' PERFORM 5200-ADD-HOLIDAY THRU 5200-EXIT
000000         WHEN '2' PERFORM 5400-LIST-MONTH THRU 5400-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000*ADD HOLIDAY
000000*------------------------------------------------------------------------
000000 5200-ADD-HOLIDAY.
000000     IF LOAD-OVERFLOW-YES
000000         DISPLAY 'CALFL TOO LARGE TO MAINTAIN - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'CALENDAR CODE (3 CHARS, BLANK FOR THE HOUSE '
000000         'CALENDAR):'.
000000     ACCEPT WORK-CALENDAR-CODE.
000000     DISPLAY 'HOLIDAY DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE 'V' TO DSVC-FUNCTION.
000000     MOVE WORK-DATE TO DSVC-DATE-1.
000000     MOVE ZERO TO DSVC-DATE-2.
000000     MOVE ZERO TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         DISPLAY 'NOT A CALENDAR DATE - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE WORK-DATE TO WORK-DATE-NUM.
000000     IF WORK-DATE-NUM < TODAY-DATE
000000         DISPLAY 'A CHANGE CANNOT TAKE EFFECT BEFORE TODAY - '
000000             'ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6000-FIND-DAY THRU 6000-EXIT.
000000     IF FOUND-IX = 0
000000         DISPLAY 'DATE NOT ON THAT CALENDAR - GENERATE THE YEAR '
000000             'WITH CALGEN'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     IF TBL-CAL-TYPE(FOUND-IX) NOT = 'B'
000000         DISPLAY 'NOT A BUSINESS DAY - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'HOLIDAY NAME (20 CHARS):'.
000000     ACCEPT WORK-HOLIDAY-NAME.
000000     MOVE 'CALENDAR HOLIDAY' TO MAINT-ACTION-TEXT.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     PERFORM 6800-FORMAT-DAY-TEXT THRU 6800-EXIT.
000000     MOVE SPACES TO CALENDAR-AUDIT-LINE.
000000     STRING 'BEFORE: ' DAY-TEXT
000000         INTO CALENDAR-AUDIT-LINE.
000000     WRITE CALENDAR-AUDIT-LINE.
000000     MOVE 'H' TO TBL-CAL-TYPE(FOUND-IX).
000000     PERFORM 6100-WEEK-RANGE THRU 6100-EXIT.
000000     SET FLAG-KIND-WEEK TO TRUE.
000000     PERFORM 6300-RESET-FLAG THRU 6300-EXIT.
000000     MOVE FLAG-WAS-DATE TO WEEK-WAS-DATE.
000000     MOVE FLAG-NOW-DATE TO WEEK-NOW-DATE.
000000     PERFORM 6200-MONTH-RANGE THRU 6200-EXIT.
000000     SET FLAG-KIND-PERIOD TO TRUE.
000000     PERFORM 6300-RESET-FLAG THRU 6300-EXIT.
000000     MOVE FLAG-WAS-DATE TO PERIOD-WAS-DATE.
000000     MOVE FLAG-NOW-DATE TO PERIOD-NOW-DATE.
000000     PERFORM 6000-FIND-DAY THRU 6000-EXIT.
000000     PERFORM 6800-FORMAT-DAY-TEXT THRU 6800-EXIT.
000000     MOVE SPACES TO CALENDAR-AUDIT-LINE.
000000     STRING 'AFTER:  ' DAY-TEXT
000000         INTO CALENDAR-AUDIT-LINE.
000000     WRITE CALENDAR-AUDIT-LINE.
000000     IF WEEK-NOW-DATE NOT = WEEK-WAS-DATE
000000         MOVE SPACES TO CALENDAR-AUDIT-LINE
000000         STRING 'WEEK-END FLAG MOVED FROM ' WEEK-WAS-DATE
000000             ' TO ' WEEK-NOW-DATE
000000             INTO CALENDAR-AUDIT-LINE
000000         WRITE CALENDAR-AUDIT-LINE
000000         DISPLAY CALENDAR-AUDIT-LINE
000000     END-IF.
000000     IF PERIOD-NOW-DATE NOT = PERIOD-WAS-DATE
000000         MOVE SPACES TO CALENDAR-AUDIT-LINE
000000         STRING 'PERIOD-END FLAG MOVED FROM ' PERIOD-WAS-DATE
000000             ' TO ' PERIOD-NOW-DATE
000000             INTO CALENDAR-AUDIT-LINE
000000         WRITE CALENDAR-AUDIT-LINE
000000         DISPLAY CALENDAR-AUDIT-LINE
000000     END-IF.
000000     CLOSE CALENDAR-AUDIT-FILE.
000000     PERFORM 7600-ADD-TO-HOLIDAY-LIST THRU 7600-EXIT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'HOLIDAY ADDED ' WORK-DATE-NUM ' '
000000         WORK-HOLIDAY-NAME.
000000 5200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LIST - one month of one calendar
000000*------------------------------------------------------------------------
000000 5400-LIST-MONTH.
000000     DISPLAY 'CALENDAR CODE (3 CHARS, BLANK FOR THE HOUSE '
000000         'CALENDAR):'.
000000     ACCEPT WORK-CALENDAR-CODE.
000000     DISPLAY 'MONTH (CCYYMM):'.
000000     ACCEPT WORK-MONTH.
000000     IF WORK-MONTH IS NOT NUMERIC
000000         DISPLAY 'MONTH NOT NUMERIC'
000000         GO TO 5400-EXIT
000000     END-IF.
000000     MOVE WORK-MONTH TO WORK-MONTH-NUM.
000000     COMPUTE RANGE-FIRST-DATE = WORK-MONTH-NUM * 100 + 1.
000000     COMPUTE RANGE-LAST-DATE = WORK-MONTH-NUM * 100 + 31.
000000     PERFORM VARYING CAL-IX FROM 1 BY 1
000000             UNTIL CAL-IX > CALENDAR-DAY-COUNT
000000         IF TBL-CAL-CODE(CAL-IX) = WORK-CALENDAR-CODE
000000             AND TBL-CAL-DATE(CAL-IX) >= RANGE-FIRST-DATE
000000             AND TBL-CAL-DATE(CAL-IX) <= RANGE-LAST-DATE
000000             MOVE CAL-IX TO FOUND-IX
000000             PERFORM 6800-FORMAT-DAY-TEXT THRU 6800-EXIT
000000             DISPLAY DAY-TEXT
000000         END-IF
000000     END-PERFORM.
000000 5400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LOOKUPS
000000*------------------------------------------------------------------------
000000 6000-FIND-DAY.
000000     MOVE 0 TO FOUND-IX.
000000     PERFORM VARYING CAL-IX FROM 1 BY 1
000000             UNTIL CAL-IX > CALENDAR-DAY-COUNT OR FOUND-IX > 0
000000         IF TBL-CAL-CODE(CAL-IX) = WORK-CALENDAR-CODE
000000             AND TBL-CAL-DATE(CAL-IX) = WORK-DATE-NUM
000000             MOVE CAL-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6000-EXIT.
000000     EXIT.
000000*The Monday-to-Sunday week holding WORK-DATE-NUM; its weekday is
000000*its distance from Monday 1 January 1900 in whole weeks'
000000*remainder.
000000 6100-WEEK-RANGE.
000000     MOVE 'B' TO DSVC-FUNCTION.
000000     MOVE 19000101 TO DSVC-DATE-1.
000000     MOVE WORK-DATE-NUM TO DSVC-DATE-2.
000000     MOVE ZERO TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     DIVIDE DSVC-RESULT-DAYS BY 7 GIVING WEEKDAY-QUOTIENT
000000         REMAINDER WEEKDAY-NO.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE WORK-DATE-NUM TO DSVC-DATE-1.
000000     COMPUTE DSVC-COUNT = 0 - WEEKDAY-NO.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     MOVE DSVC-RESULT-DATE TO RANGE-FIRST-DATE.
000000     MOVE RANGE-FIRST-DATE TO DSVC-DATE-1.
000000     MOVE 6 TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     MOVE DSVC-RESULT-DATE TO RANGE-LAST-DATE.
000000 6100-EXIT.
000000     EXIT.
000000 6200-MONTH-RANGE.
000000     DIVIDE WORK-DATE-NUM BY 100 GIVING WORK-MONTH-NUM.
000000     COMPUTE RANGE-FIRST-DATE = WORK-MONTH-NUM * 100 + 1.
000000     COMPUTE RANGE-LAST-DATE = WORK-MONTH-NUM * 100 + 31.
000000 6200-EXIT.
000000     EXIT.
000000*Puts the week-end or period-end flag back on the last business
000000*day of the range for the calendar being maintained, noting
000000*where it stood before and where it stands now (zero for no
000000*day).
000000 6300-RESET-FLAG.
000000     MOVE ZERO TO FLAG-WAS-DATE.
000000     MOVE ZERO TO FLAG-NOW-DATE.
000000     MOVE 0 TO LAST-BUSINESS-IX.
000000     PERFORM VARYING CAL-IX FROM 1 BY 1
000000             UNTIL CAL-IX > CALENDAR-DAY-COUNT
000000         IF TBL-CAL-CODE(CAL-IX) = WORK-CALENDAR-CODE
000000             AND TBL-CAL-DATE(CAL-IX) >= RANGE-FIRST-DATE
000000             AND TBL-CAL-DATE(CAL-IX) <= RANGE-LAST-DATE
000000             PERFORM 6310-CLEAR-DAY-FLAG THRU 6310-EXIT
000000         END-IF
000000     END-PERFORM.
000000     IF LAST-BUSINESS-IX > 0
000000         MOVE TBL-CAL-DATE(LAST-BUSINESS-IX) TO FLAG-NOW-DATE
000000         IF FLAG-KIND-WEEK
000000             MOVE 'Y' TO TBL-CAL-WEEK-END(LAST-BUSINESS-IX)
000000         ELSE
000000             MOVE 'Y' TO TBL-CAL-PERIOD-END(LAST-BUSINESS-IX)
000000         END-IF
000000     END-IF.
000000 6300-EXIT.
000000     EXIT.
000000 6310-CLEAR-DAY-FLAG.
000000     IF FLAG-KIND-WEEK
000000         IF TBL-CAL-WEEK-END(CAL-IX) = 'Y'
000000             MOVE TBL-CAL-DATE(CAL-IX) TO FLAG-WAS-DATE
000000         END-IF
000000         MOVE 'N' TO TBL-CAL-WEEK-END(CAL-IX)
000000     ELSE
000000         IF TBL-CAL-PERIOD-END(CAL-IX) = 'Y'
000000             MOVE TBL-CAL-DATE(CAL-IX) TO FLAG-WAS-DATE
000000         END-IF
000000         MOVE 'N' TO TBL-CAL-PERIOD-END(CAL-IX)
000000     END-IF.
000000     IF TBL-CAL-TYPE(CAL-IX) = 'B'
000000         AND (LAST-BUSINESS-IX = 0
000000              OR TBL-CAL-DATE(CAL-IX)
000000                  > TBL-CAL-DATE(LAST-BUSINESS-IX))
000000         MOVE CAL-IX TO LAST-BUSINESS-IX
000000     END-IF.
000000 6310-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DAY TEXT - the day at FOUND-IX, for the operator and the audit
000000*file
000000*------------------------------------------------------------------------
000000 6800-FORMAT-DAY-TEXT.
000000     MOVE SPACES TO DAY-TEXT.
000000     EVALUATE TBL-CAL-TYPE(FOUND-IX)
000000         WHEN 'B'
000000             STRING TBL-CAL-DATE(FOUND-IX) ' BUSINESS DAY'
000000                 INTO DAY-TEXT
000000         WHEN 'H'
000000             STRING TBL-CAL-DATE(FOUND-IX) ' HOLIDAY'
000000                 INTO DAY-TEXT
000000         WHEN 'W'
000000             STRING TBL-CAL-DATE(FOUND-IX) ' WEEKEND'
000000                 INTO DAY-TEXT
000000         WHEN OTHER
000000             STRING TBL-CAL-DATE(FOUND-IX) ' TYPE '
000000                 TBL-CAL-TYPE(FOUND-IX)
000000                 INTO DAY-TEXT
000000     END-EVALUATE.
000000     IF TBL-CAL-WEEK-END(FOUND-IX) = 'Y'
000000         MOVE 'WEEK-END' TO DAY-TEXT(23:8)
000000     END-IF.
000000     IF TBL-CAL-PERIOD-END(FOUND-IX) = 'Y'
000000         MOVE 'PERIOD-END' TO DAY-TEXT(32:10)
000000     END-IF.
000000 6800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BEFORE/AFTER AUDIT TRAIL
000000*Each holiday is headed by its calendar, date and name, then
000000*the stamp line saying when, by whom, what and to which
000000*calendar day.
000000*------------------------------------------------------------------------
000000 7500-OPEN-AUDIT-FILE.
000000     OPEN EXTEND CALENDAR-AUDIT-FILE.
000000     IF CALENDAR-AUDIT-STATUS = '05' OR
000000        CALENDAR-AUDIT-STATUS = '35'
000000         OPEN OUTPUT CALENDAR-AUDIT-FILE
000000     END-IF.
000000     MOVE SPACES TO CALENDAR-AUDIT-LINE.
000000     STRING 'CALENDAR ' WORK-CALENDAR-CODE ' HOLIDAY '
000000         WORK-DATE-NUM ' ' WORK-HOLIDAY-NAME
000000         ' BY ' SIGNON-OPERATOR-ID
000000         INTO CALENDAR-AUDIT-LINE.
000000     WRITE CALENDAR-AUDIT-LINE.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
000000     MOVE MAINT-ACTION-TEXT TO AST-ACTION.
000000     MOVE SPACES TO AST-KEY.
000000     STRING WORK-CALENDAR-CODE WORK-DATE-NUM
000000         DELIMITED BY SIZE INTO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO CALENDAR-AUDIT-LINE.
000000     WRITE CALENDAR-AUDIT-LINE.
000000 7500-EXIT.
000000     EXIT.
000000 7600-ADD-TO-HOLIDAY-LIST.
000000     OPEN EXTEND HOLIDAY-LIST-FILE.
000000     IF HOLIDAY-LIST-STATUS = '05' OR
000000        HOLIDAY-LIST-STATUS = '35'
000000         OPEN OUTPUT HOLIDAY-LIST-FILE
000000     END-IF.
000000     MOVE WORK-CALENDAR-CODE TO HOL-CALENDAR-CODE.
000000     MOVE WORK-DATE-NUM TO HOL-DATE.
000000     MOVE WORK-HOLIDAY-NAME TO HOL-NAME.
000000     WRITE HOLIDAY-LIST-RECORD.
000000     CLOSE HOLIDAY-LIST-FILE.
000000 7600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CALENDAR REWRITE
000000*------------------------------------------------------------------------
000000 8000-WRITE-CALENDAR.
000000     OPEN OUTPUT CALENDAR-FILE.
000000     PERFORM VARYING CAL-IX FROM 1 BY 1
000000             UNTIL CAL-IX > CALENDAR-DAY-COUNT
000000         MOVE CALENDAR-DAY-ENTRY(CAL-IX) TO CALENDAR-RECORD
000000         WRITE CALENDAR-RECORD
000000     END-PERFORM.
000000     CLOSE CALENDAR-FILE.
000000     DISPLAY 'CALFL REWRITTEN - ' CALENDAR-DAY-COUNT ' DAY(S)'.
000000 8000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MAINTENANCE-ACTION LOG
000000*------------------------------------------------------------------------
000000 9900-LOG-MAINT-ACTION.
000000     OPEN EXTEND SECURITY-LOG-FILE.
000000     IF SECURITY-LOG-STATUS = '05' OR
000000        SECURITY-LOG-STATUS = '35'
000000         OPEN OUTPUT SECURITY-LOG-FILE
000000     END-IF.
000000     MOVE SPACES TO SECURITY-LOG-LINE.
000000     STRING MAINT-ACTION-TEXT ' BY ' SIGNON-OPERATOR-ID
000000         INTO SECURITY-LOG-LINE.
000000     WRITE SECURITY-LOG-LINE.
000000     CLOSE SECURITY-LOG-FILE.
000000 9900-EXIT.
000000     EXIT.
