000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. calgen.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CALENDAR-FILE ASSIGN TO "CALFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CALENDAR-STATUS.
000000     SELECT HOLIDAY-LIST-FILE ASSIGN TO "CALHOL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HOLIDAY-LIST-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CALENDAR-FILE.
000000     COPY "calrec.cpy".
000000 FD  HOLIDAY-LIST-FILE.
000000     COPY "calhol.cpy".
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 CALENDAR-STATUS PIC X(2) VALUE '00'.
000000    01 HOLIDAY-LIST-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 CALENDAR-EOF PIC X VALUE 'N'.
000000       88 CALENDAR-EOF-YES VALUE 'Y'.
000000    01 HOLIDAY-LIST-EOF PIC X VALUE 'N'.
000000       88 HOLIDAY-LIST-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000    01 BLOCK-WRITTEN PIC X VALUE 'N'.
000000       88 BLOCK-WRITTEN-YES VALUE 'Y'.
000000    01 GEN-CALENDAR-CODE PIC X(3) VALUE SPACES.
000000    01 GEN-YEAR-X PIC X(4) VALUE SPACES.
000000    01 GEN-YEAR PIC 9(4) VALUE ZERO.
000000    01 YEAR-FIRST-DATE PIC 9(8) VALUE ZERO.
000000    01 YEAR-LAST-DATE PIC 9(8) VALUE ZERO.
000000    01 HOLIDAY-FIRST-DATE PIC 9(8) VALUE ZERO.
000000    01 HOLIDAY-LAST-DATE PIC 9(8) VALUE ZERO.
000000    01 REPLACE-ANSWER PIC X(1) VALUE SPACE.
000000    01 WINDOW-DATE PIC 9(8) VALUE ZERO.
000000    01 WEEKDAY-NO PIC 9(1) VALUE ZERO.
000000    01 WEEKDAY-QUOTIENT PIC 9(7) VALUE ZERO.
000000    01 MONTH-OF-DATE PIC 9(6) VALUE ZERO.
000000    01 MONTH-OF-NEXT PIC 9(6) VALUE ZERO.
000000*The days being built - the year itself, widened back to the
000000*Monday on or before New Year's Day and on to the Sunday on or
000000*after New Year's Eve so the first and last weeks are whole
000000*when their week-end days are found.  Only the year is written.
000000*Weekday 0 is Monday, 6 Sunday.
000000    01 GEN-DAY-TABLE.
000000       05 GEN-DAY-COUNT PIC 9(3) VALUE ZERO.
000000       05 GEN-DAY-ENTRY OCCURS 378 TIMES.
000000          10 GEN-DATE       PIC 9(8).
000000          10 GEN-WEEKDAY    PIC 9(1).
000000          10 GEN-TYPE       PIC X(1).
000000          10 GEN-WEEK-END   PIC X(1).
000000          10 GEN-PERIOD-END PIC X(1).
000000    01 HOLIDAY-TABLE.
000000       05 HOLIDAY-COUNT PIC 9(3) VALUE ZERO.
000000       05 HOLIDAY-ENTRY OCCURS 100 TIMES.
000000          10 TBL-HOL-DATE PIC 9(8).
000000          10 TBL-HOL-NAME PIC X(20).
000000    01 HOLIDAYS-LEFT-OUT PIC 9(3) VALUE ZERO.
000000*Every CALFL record outside the calendar and year being built,
000000*in file order, to go back round the new year.
000000    01 KEPT-CALENDAR-TABLE.
000000       05 KEPT-COUNT PIC 9(4) VALUE ZERO.
000000       05 KEPT-RECORD PIC X(14) OCCURS 4000 TIMES.
000000    01 KEPT-HOLD PIC X(14) VALUE SPACES.
000000    01 KEPT-HOLD-FIELDS REDEFINES KEPT-HOLD.
000000       05 KEPT-DATE PIC 9(8).
000000       05 FILLER    PIC X(3).
000000       05 KEPT-CODE PIC X(3).
000000    01 GEN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HOL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 KEPT-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LAST-BUSINESS-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REPLACED-COUNT PIC 9(5) VALUE ZERO.
000000    01 WRITTEN-COUNT PIC 9(5) VALUE ZERO.
000000    01 BUSINESS-COUNT PIC 9(3) VALUE ZERO.
000000    01 HOLIDAY-DAY-COUNT PIC 9(3) VALUE ZERO.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000     COPY "datesvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PROCESSING-CALENDAR GENERATOR
000000*Builds a year of CALFL for one calendar - the house calendar
000000*(code blank) or a company or currency calendar - instead of the
000000*year being typed in by hand each December.  Saturdays and
000000*Sundays are weekend days, the calendar's holidays on the CALHOL
000000*holiday list are holidays, and every other day is a business
000000*day.  The week-end flag goes on the last business day of each
000000*Monday-to-Sunday week, and the period-end flag on the last
000000*business day of each accounting month, the periods GLPERIOD
000000*opens and closes.  The new year replaces any year already on
000000*file for that calendar - only when the operator says so - and
000000*every other record on CALFL is kept, in calendar-code then date
000000*order.  Each run is logged to SECLOG.  A CALFL too large to
000000*hold is not rewritten.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY 'OPERATOR ID:'.
000000     ACCEPT SIGNON-OPERATOR-ID.
000000     CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
000000         SIGNON-STATUS.
000000     IF NOT SIGNON-ACCEPTED
000000         DISPLAY 'SIGN-ON REFUSED - GENERATION UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     IF SIGNON-LEVEL-INQUIRY
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         STOP RUN
000000     END-IF.
000000     PERFORM 0500-KEY-CALENDAR-YEAR THRU 0500-EXIT.
000000     IF GEN-YEAR = ZERO
000000         STOP RUN
000000     END-IF.
000000     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
000000     IF LOAD-OVERFLOW-YES
000000         DISPLAY '*** CALFL HOLDS MORE THAN 4000 OTHER DAYS'
000000         DISPLAY '*** CALFL NOT REWRITTEN'
000000         MOVE 8 TO RETURN-CODE
000000         STOP RUN
000000     END-IF.
000000     IF REPLACED-COUNT > ZERO
000000         DISPLAY GEN-YEAR ' IS ALREADY ON CALFL FOR THIS CALENDAR'
000000             ' - ' REPLACED-COUNT ' DAY(S)'
000000         DISPLAY 'REPLACE IT (Y/N):'
000000         ACCEPT REPLACE-ANSWER
000000         IF REPLACE-ANSWER NOT = 'Y'
000000             DISPLAY 'GENERATION ABANDONED - CALFL UNCHANGED'
000000             STOP RUN
000000         END-IF
000000     END-IF.
000000     PERFORM 2000-LOAD-HOLIDAYS THRU 2000-EXIT.
000000     PERFORM 3000-BUILD-DAYS THRU 3000-EXIT.
000000     PERFORM 4000-SET-FLAGS THRU 4000-EXIT.
000000     PERFORM 5000-WRITE-CALENDAR THRU 5000-EXIT.
000000     MOVE SPACES TO MAINT-ACTION-TEXT.
000000     STRING 'CALGEN ' GEN-CALENDAR-CODE ' ' GEN-YEAR
000000         DELIMITED BY SIZE
000000         INTO MAINT-ACTION-TEXT.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'CALFL: ' GEN-YEAR ' WRITTEN - ' BUSINESS-COUNT
000000         ' BUSINESS DAY(S), ' HOLIDAY-DAY-COUNT ' HOLIDAY(S)'.
000000     IF HOLIDAYS-LEFT-OUT > ZERO
000000         DISPLAY '*** ' HOLIDAYS-LEFT-OUT ' HOLIDAY(S) ON CALHOL'
000000             ' NOT APPLIED - HOLIDAY LIST FULL'
000000         MOVE 4 TO RETURN-CODE
000000     END-IF.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000*------------------------------------------------------------------------
000000*CALENDAR AND YEAR - a zero year back means the keying was
000000*refused
000000*------------------------------------------------------------------------
000000 0500-KEY-CALENDAR-YEAR.
000000     MOVE ZERO TO GEN-YEAR.
000000     DISPLAY 'CALENDAR CODE (3 CHARS, BLANK FOR THE HOUSE '
000000         'CALENDAR):'.
000000     ACCEPT GEN-CALENDAR-CODE.
000000     DISPLAY 'YEAR TO GENERATE (CCYY):'.
000000     ACCEPT GEN-YEAR-X.
000000     IF GEN-YEAR-X IS NOT NUMERIC
000000         DISPLAY 'YEAR NOT NUMERIC - NOTHING GENERATED'
000000         GO TO 0500-EXIT
000000     END-IF.
000000     IF GEN-YEAR-X < '1901'
000000         DISPLAY 'YEAR OUT OF RANGE - NOTHING GENERATED'
000000         GO TO 0500-EXIT
000000     END-IF.
000000     MOVE GEN-YEAR-X TO GEN-YEAR.
000000     COMPUTE YEAR-FIRST-DATE = GEN-YEAR * 10000 + 101.
000000     COMPUTE YEAR-LAST-DATE = GEN-YEAR * 10000 + 1231.
000000     COMPUTE HOLIDAY-FIRST-DATE = YEAR-FIRST-DATE - 10000.
000000     COMPUTE HOLIDAY-LAST-DATE = YEAR-LAST-DATE + 10000.
000000 0500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CALFL AS IT STANDS - the days of the calendar and year being
000000*built are counted, not kept; no CALFL yet starts empty
000000*------------------------------------------------------------------------
000000 1000-LOAD-CALENDAR.
000000     OPEN INPUT CALENDAR-FILE.
000000     IF CALENDAR-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-CALENDAR.
000000     PERFORM 1200-KEEP-CALENDAR-DAY THRU 1200-NEXT
000000         UNTIL CALENDAR-EOF-YES.
000000     CLOSE CALENDAR-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-CALENDAR.
000000     READ CALENDAR-FILE
000000         AT END SET CALENDAR-EOF-YES TO TRUE
000000     END-READ.
000000 1200-KEEP-CALENDAR-DAY.
000000     IF CAL-CALENDAR-CODE = GEN-CALENDAR-CODE
000000         AND CAL-DATE >= YEAR-FIRST-DATE
000000         AND CAL-DATE <= YEAR-LAST-DATE
000000         ADD 1 TO REPLACED-COUNT
000000         GO TO 1200-NEXT
000000     END-IF.
000000     IF KEPT-COUNT = 4000
000000         SET LOAD-OVERFLOW-YES TO TRUE
000000         GO TO 1200-NEXT
000000     END-IF.
000000     ADD 1 TO KEPT-COUNT.
000000     MOVE CALENDAR-RECORD TO KEPT-RECORD(KEPT-COUNT).
000000 1200-NEXT.
000000     PERFORM 1100-READ-CALENDAR.
000000*------------------------------------------------------------------------
000000*HOLIDAY LIST - this calendar's holidays from a year either side,
000000*enough to cover the widened first and last weeks.  No CALHOL
000000*means a year with no holidays.
000000*------------------------------------------------------------------------
000000 2000-LOAD-HOLIDAYS.
000000     OPEN INPUT HOLIDAY-LIST-FILE.
000000     IF HOLIDAY-LIST-STATUS NOT = '00'
000000         DISPLAY 'CALHOL NOT PRESENT - NO HOLIDAYS APPLIED'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-HOLIDAY.
000000     PERFORM 2200-STORE-HOLIDAY THRU 2200-NEXT
000000         UNTIL HOLIDAY-LIST-EOF-YES.
000000     CLOSE HOLIDAY-LIST-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-HOLIDAY.
000000     READ HOLIDAY-LIST-FILE
000000         AT END SET HOLIDAY-LIST-EOF-YES TO TRUE
000000     END-READ.
000000 2200-STORE-HOLIDAY.
000000     IF HOL-CALENDAR-CODE NOT = GEN-CALENDAR-CODE
000000         OR HOL-DATE IS NOT NUMERIC
000000         OR HOL-DATE < HOLIDAY-FIRST-DATE
000000         OR HOL-DATE > HOLIDAY-LAST-DATE
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF HOLIDAY-COUNT = 100
000000         ADD 1 TO HOLIDAYS-LEFT-OUT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     ADD 1 TO HOLIDAY-COUNT.
000000     MOVE HOL-DATE TO TBL-HOL-DATE(HOLIDAY-COUNT).
000000     MOVE HOL-NAME TO TBL-HOL-NAME(HOLIDAY-COUNT).
000000 2200-NEXT.
000000     PERFORM 2100-READ-HOLIDAY.
000000*------------------------------------------------------------------------
000000*THE DAYS - New Year's Day's weekday is its distance from Monday
000000*1 January 1900 in whole weeks' remainder
000000*------------------------------------------------------------------------
000000 3000-BUILD-DAYS.
000000     MOVE 'B' TO DSVC-FUNCTION.
000000     MOVE 19000101 TO DSVC-DATE-1.
000000     MOVE YEAR-FIRST-DATE TO DSVC-DATE-2.
000000     MOVE ZERO TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     DIVIDE DSVC-RESULT-DAYS BY 7 GIVING WEEKDAY-QUOTIENT
000000         REMAINDER WEEKDAY-NO.
000000     MOVE YEAR-FIRST-DATE TO WINDOW-DATE.
000000     IF WEEKDAY-NO > ZERO
000000         MOVE 'D' TO DSVC-FUNCTION
000000         MOVE YEAR-FIRST-DATE TO DSVC-DATE-1
000000         COMPUTE DSVC-COUNT = 0 - WEEKDAY-NO
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         MOVE DSVC-RESULT-DATE TO WINDOW-DATE
000000         MOVE ZERO TO WEEKDAY-NO
000000     END-IF.
000000     PERFORM 3100-ADD-DAY THRU 3100-EXIT
000000         UNTIL GEN-DAY-COUNT > ZERO
000000             AND GEN-DATE(GEN-DAY-COUNT) >= YEAR-LAST-DATE
000000             AND GEN-WEEKDAY(GEN-DAY-COUNT) = 6.
000000 3000-EXIT.
000000     EXIT.
000000 3100-ADD-DAY.
000000     ADD 1 TO GEN-DAY-COUNT.
000000     MOVE WINDOW-DATE TO GEN-DATE(GEN-DAY-COUNT).
000000     MOVE WEEKDAY-NO TO GEN-WEEKDAY(GEN-DAY-COUNT).
000000     MOVE 'N' TO GEN-WEEK-END(GEN-DAY-COUNT).
000000     MOVE 'N' TO GEN-PERIOD-END(GEN-DAY-COUNT).
000000     MOVE 'B' TO GEN-TYPE(GEN-DAY-COUNT).
000000     IF WEEKDAY-NO > 4
000000         MOVE 'W' TO GEN-TYPE(GEN-DAY-COUNT)
000000     ELSE
000000         PERFORM VARYING HOL-IX FROM 1 BY 1
000000                 UNTIL HOL-IX > HOLIDAY-COUNT
000000             IF TBL-HOL-DATE(HOL-IX) = WINDOW-DATE
000000                 MOVE 'H' TO GEN-TYPE(GEN-DAY-COUNT)
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE WINDOW-DATE TO DSVC-DATE-1.
000000     MOVE 1 TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     MOVE DSVC-RESULT-DATE TO WINDOW-DATE.
000000     IF WEEKDAY-NO = 6
000000         MOVE ZERO TO WEEKDAY-NO
000000     ELSE
000000         ADD 1 TO WEEKDAY-NO
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*WEEK-END AND PERIOD-END FLAGS - the last business day before
000000*each Sunday closes its week; the last business day before the
000000*month changes closes its period
000000*------------------------------------------------------------------------
000000 4000-SET-FLAGS.
000000     MOVE 0 TO LAST-BUSINESS-IX.
000000     PERFORM VARYING GEN-IX FROM 1 BY 1
000000             UNTIL GEN-IX > GEN-DAY-COUNT
000000         IF GEN-TYPE(GEN-IX) = 'B'
000000             MOVE GEN-IX TO LAST-BUSINESS-IX
000000         END-IF
000000         IF GEN-WEEKDAY(GEN-IX) = 6 AND LAST-BUSINESS-IX > 0
000000             MOVE 'Y' TO GEN-WEEK-END(LAST-BUSINESS-IX)
000000             MOVE 0 TO LAST-BUSINESS-IX
000000         END-IF
000000     END-PERFORM.
000000     MOVE 0 TO LAST-BUSINESS-IX.
000000     PERFORM VARYING GEN-IX FROM 1 BY 1
000000             UNTIL GEN-IX > GEN-DAY-COUNT
000000         IF GEN-TYPE(GEN-IX) = 'B'
000000             MOVE GEN-IX TO LAST-BUSINESS-IX
000000         END-IF
000000         PERFORM 4100-CHECK-MONTH-END THRU 4100-EXIT
000000     END-PERFORM.
000000 4000-EXIT.
000000     EXIT.
000000 4100-CHECK-MONTH-END.
000000     DIVIDE GEN-DATE(GEN-IX) BY 100 GIVING MONTH-OF-DATE.
000000     IF GEN-IX < GEN-DAY-COUNT
000000         DIVIDE GEN-DATE(GEN-IX + 1) BY 100
000000             GIVING MONTH-OF-NEXT
000000         IF MONTH-OF-NEXT = MONTH-OF-DATE
000000             GO TO 4100-EXIT
000000         END-IF
000000     END-IF.
000000     IF LAST-BUSINESS-IX > 0
000000         MOVE 'Y' TO GEN-PERIOD-END(LAST-BUSINESS-IX)
000000     END-IF.
000000     MOVE 0 TO LAST-BUSINESS-IX.
000000 4100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CALFL REWRITE - the kept days in file order, with the new year
000000*slotted in where its calendar code and dates fall
000000*------------------------------------------------------------------------
000000 5000-WRITE-CALENDAR.
000000     OPEN OUTPUT CALENDAR-FILE.
000000     PERFORM VARYING KEPT-IX FROM 1 BY 1
000000             UNTIL KEPT-IX > KEPT-COUNT
000000         PERFORM 5100-WRITE-KEPT-DAY THRU 5100-EXIT
000000     END-PERFORM.
000000     IF NOT BLOCK-WRITTEN-YES
000000         PERFORM 5200-WRITE-NEW-YEAR THRU 5200-EXIT
000000     END-IF.
000000     CLOSE CALENDAR-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-WRITE-KEPT-DAY.
000000     MOVE KEPT-RECORD(KEPT-IX) TO KEPT-HOLD.
000000     IF NOT BLOCK-WRITTEN-YES
000000         AND (KEPT-CODE > GEN-CALENDAR-CODE
000000              OR (KEPT-CODE = GEN-CALENDAR-CODE
000000                  AND KEPT-DATE > YEAR-LAST-DATE))
000000         PERFORM 5200-WRITE-NEW-YEAR THRU 5200-EXIT
000000     END-IF.
000000     MOVE KEPT-HOLD TO CALENDAR-RECORD.
000000     WRITE CALENDAR-RECORD.
000000 5100-EXIT.
000000     EXIT.
000000 5200-WRITE-NEW-YEAR.
000000     SET BLOCK-WRITTEN-YES TO TRUE.
000000     PERFORM VARYING GEN-IX FROM 1 BY 1
000000             UNTIL GEN-IX > GEN-DAY-COUNT
000000         IF GEN-DATE(GEN-IX) >= YEAR-FIRST-DATE
000000             AND GEN-DATE(GEN-IX) <= YEAR-LAST-DATE
000000             PERFORM 5300-WRITE-NEW-DAY THRU 5300-EXIT
000000         END-IF
000000     END-PERFORM.
000000 5200-EXIT.
000000     EXIT.
000000 5300-WRITE-NEW-DAY.
000000     MOVE SPACES TO CALENDAR-RECORD.
000000     MOVE GEN-DATE(GEN-IX) TO CAL-DATE.
000000     MOVE GEN-TYPE(GEN-IX) TO CAL-DAY-TYPE.
000000     MOVE GEN-WEEK-END(GEN-IX) TO CAL-WEEK-END-FLAG.
000000     MOVE GEN-PERIOD-END(GEN-IX) TO CAL-PERIOD-END-FLAG.
000000     MOVE GEN-CALENDAR-CODE TO CAL-CALENDAR-CODE.
000000     WRITE CALENDAR-RECORD.
000000     ADD 1 TO WRITTEN-COUNT.
000000     IF CAL-BUSINESS-DAY
000000         ADD 1 TO BUSINESS-COUNT
000000     END-IF.
000000     IF CAL-HOLIDAY
000000         ADD 1 TO HOLIDAY-DAY-COUNT
000000         PERFORM VARYING HOL-IX FROM 1 BY 1
000000                 UNTIL HOL-IX > HOLIDAY-COUNT
000000             IF TBL-HOL-DATE(HOL-IX) = CAL-DATE
000000                 DISPLAY 'HOLIDAY ' CAL-DATE ' '
000000                     TBL-HOL-NAME(HOL-IX)
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000 5300-EXIT.
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
