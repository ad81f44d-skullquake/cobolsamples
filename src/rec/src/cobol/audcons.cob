       IDENTIFICATION DIVISION.
       PROGRAM-ID. audcons.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-LOG-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT STRING-AUDIT-FILE ASSIGN TO "STRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT SALESPERSON-AUDIT-FILE ASSIGN TO "SPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT PRICE-AUDIT-FILE ASSIGN TO "PRCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT RESCHEDULE-AUDIT-FILE ASSIGN TO "RESCHAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT ACCOUNT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT CALENDAR-AUDIT-FILE ASSIGN TO "CALAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT COA-AUDIT-FILE ASSIGN TO "COAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT CONTRACT-AUDIT-FILE ASSIGN TO "CTRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT DISPUTE-AUDIT-FILE ASSIGN TO "DSPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT PARAMETER-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAIL-STATUS.
           SELECT PENDING-HISTORY-FILE ASSIGN TO "PENDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-HISTORY-STATUS.
           SELECT CONSOLIDATED-AUDIT-FILE ASSIGN TO "AUDCONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSOLIDATED-AUDIT-STATUS.
           SELECT SORTED-AUDIT-FILE ASSIGN TO "AUDSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-AUDIT-STATUS.
           SELECT AUDIT-SORT-FILE ASSIGN TO "AUDSRT".
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(80).
       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-LINE PIC X(80).
       FD  STRING-AUDIT-FILE.
       01  STRING-AUDIT-LINE PIC X(80).
       FD  SALESPERSON-AUDIT-FILE.
       01  SALESPERSON-AUDIT-LINE PIC X(80).
       FD  PRICE-AUDIT-FILE.
       01  PRICE-AUDIT-LINE PIC X(80).
       FD  RESCHEDULE-AUDIT-FILE.
       01  RESCHEDULE-AUDIT-LINE PIC X(80).
       FD  ACCOUNT-AUDIT-FILE.
       01  ACCOUNT-AUDIT-LINE PIC X(80).
       FD  CALENDAR-AUDIT-FILE.
       01  CALENDAR-AUDIT-LINE PIC X(80).
       FD  COA-AUDIT-FILE.
       01  COA-AUDIT-LINE PIC X(80).
       FD  CONTRACT-AUDIT-FILE.
       01  CONTRACT-AUDIT-LINE PIC X(80).
       FD  DISPUTE-AUDIT-FILE.
       01  DISPUTE-AUDIT-LINE PIC X(132).
       FD  PARAMETER-AUDIT-FILE.
       01  PARAMETER-AUDIT-LINE PIC X(80).
       FD  RATE-AUDIT-FILE.
       01  RATE-AUDIT-LINE PIC X(80).
       FD  PENDING-HISTORY-FILE.
       01  PENDING-HISTORY-LINE PIC X(80).
       FD  CONSOLIDATED-AUDIT-FILE.
       01  CONSOLIDATED-AUDIT-LINE PIC X(212).
       FD  SORTED-AUDIT-FILE.
       01  SORTED-AUDIT-LINE PIC X(212).
       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05 SRT-DATE     PIC 9(8).
           05 SRT-TIME     PIC 9(6).
           05 SRT-OPERATOR PIC X(8).
           05 SRT-MASTER   PIC X(8).
           05 SRT-KEY      PIC X(12).
           05 FILLER       PIC X(170).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  TRAIL-STATUS PIC X(2) VALUE '00'.
       01  PENDING-HISTORY-STATUS PIC X(2) VALUE '00'.
       01  CONSOLIDATED-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  SORTED-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  AUDIT-REPORT-STATUS PIC X(2) VALUE '00'.
       01  SOURCE-EOF PIC X VALUE 'N'.
           88 SOURCE-EOF-YES VALUE 'Y'.
       01  ENTRY-OPEN PIC X VALUE 'N'.
           88 ENTRY-OPEN-YES VALUE 'Y'.
       01  SOURCE-NAME PIC X(8) VALUE SPACES.
       01  SOURCE-MASTER PIC X(8) VALUE SPACES.
       01  SCAN-LINE PIC X(80) VALUE SPACES.
       01  SCAN-POS BINARY-SHORT SIGNED VALUE 0.
       01  RUN-DATE PIC 9(8) VALUE ZERO.
       01  FROM-DATE-TEXT PIC X(8) VALUE SPACES.
       01  TO-DATE-TEXT PIC X(8) VALUE SPACES.
       01  FROM-DATE PIC 9(8) VALUE ZERO.
       01  TO-DATE PIC 9(8) VALUE ZERO.
       01  DAY-START-HHMM PIC 9(4) VALUE 0800.
       01  DAY-END-HHMM PIC 9(4) VALUE 1800.
       01  EVENT-HHMM PIC 9(4) VALUE ZERO.
       01  JUDGED-DATE PIC 9(8) VALUE ZERO.
       01  JUDGED-DATE-OFF PIC X VALUE 'N'.
           88 JUDGED-DATE-OFF-YES VALUE 'Y'.
       01  WEEK-COUNT PIC S9(7) VALUE ZERO.
       01  WEEKDAY-NO PIC 9(1) VALUE ZERO.
       01  REPORT-BY PIC X(1) VALUE SPACE.
           88 REPORT-BY-OPERATOR VALUE 'O'.
           88 REPORT-BY-MASTER   VALUE 'M'.
           88 REPORT-BY-KEY      VALUE 'K'.
       01  GROUP-VALUE PIC X(20) VALUE SPACES.
       01  PRIOR-GROUP-VALUE PIC X(20) VALUE SPACES.
       01  GROUP-COUNT PIC 9(5) VALUE ZERO.
       01  GROUP-TITLE PIC X(12) VALUE SPACES.
       01  FLAG-TEXT PIC X(5) VALUE SPACES.
       01  ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01  OFF-HOURS-COUNT PIC 9(5) VALUE ZERO.
       01  SELF-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01  UNDATED-COUNT PIC 9(5) VALUE ZERO.
       01  CONSOLIDATED-COUNT PIC 9(5) VALUE ZERO.
       01  AUDITOR-ID PIC X(8) VALUE SPACES.
       01  SIGNON-LEVEL PIC X(1) VALUE SPACE.
           88 SIGNON-LEVEL-ADMINISTER VALUE 'A'.
       01  SIGNON-STATUS PIC X(1) VALUE SPACE.
           88 SIGNON-ACCEPTED VALUE 'O'.
           COPY "audrec.cpy".
           COPY "audstmp.cpy".
           COPY "datesvc.cpy".
           COPY "parmsvc.cpy".
      *------------------------------------------------------------------------
      *CONSOLIDATED MAINTENANCE AUDIT
      *Every maintenance trail in its own layout is read into the one
      *AUDIT-RECORD shape and written to AUDCONS: the stamped before/
      *after pairs on CUSTAUD, STRAUD, SPAUD, PRCAUD, RESCHAUD,
      *ACCTAUD, CALAUD, COAAUD, CTRAUD, DSPAUD, PARMAUD and RATEAUD,
      *the dual-control decisions on PENDHIST and the sign-ons on SECLOG
      *(the maintenance lines on SECLOG repeat the trails and are not
      *taken twice).  AUDCONS is then sorted three ways and AUDRPT
      *lists the events dated inside the requested range by operator,
      *by master and by master and key, each group counted.
      *Two things are flagged on every listing: an event outside
      *business hours - before the AUDCONS DAY-START or at or after
      *the DAY-END clock time, or on a day the house calendar does not
      *keep as a business day (a weekend where the calendar does not
      *reach) - and a change approved by the operator who made it.  A
      *batch step stamps BATCH as its operator and is expected to run
      *overnight, so it is never flagged for the hour.  Pairs written
      *before the trails were stamped carry no date and are counted,
      *not listed.  The auditor signs on with administer authority; no
      *file of record is touched.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY 'AUDITOR OPERATOR ID:'.
            ACCEPT AUDITOR-ID.
            CALL 'signon' USING AUDITOR-ID SIGNON-LEVEL
                SIGNON-STATUS.
            IF NOT SIGNON-ACCEPTED
                DISPLAY 'SIGN-ON REFUSED - AUDIT UNAVAILABLE'
                STOP RUN
            END-IF.
            IF NOT SIGNON-LEVEL-ADMINISTER
                DISPLAY 'AUDIT CONSOLIDATION NEEDS ADMINISTER '
                    'AUTHORITY - SESSION REFUSED'
                STOP RUN
            END-IF.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 0500-READ-PARMS THRU 0500-EXIT.
            PERFORM 0600-ACCEPT-DATE-RANGE THRU 0600-EXIT.
            OPEN OUTPUT CONSOLIDATED-AUDIT-FILE.
            PERFORM 2000-SCAN-SECURITY-LOG THRU 2000-EXIT.
            PERFORM 3000-SCAN-CUSTOMER-AUDIT THRU 3000-EXIT.
            PERFORM 3100-SCAN-STRING-AUDIT THRU 3100-EXIT.
            PERFORM 3200-SCAN-SALESPERSON-AUDIT THRU 3200-EXIT.
            PERFORM 3300-SCAN-PRICE-AUDIT THRU 3300-EXIT.
            PERFORM 3400-SCAN-RESCHEDULE-AUDIT THRU 3400-EXIT.
            PERFORM 4000-SCAN-PENDING-HISTORY THRU 4000-EXIT.
            PERFORM 4300-SCAN-ACCOUNT-AUDIT THRU 4300-EXIT.
            PERFORM 4400-SCAN-CALENDAR-AUDIT THRU 4400-EXIT.
            PERFORM 4500-SCAN-COA-AUDIT THRU 4500-EXIT.
            PERFORM 4600-SCAN-CONTRACT-AUDIT THRU 4600-EXIT.
            PERFORM 4700-SCAN-DISPUTE-AUDIT THRU 4700-EXIT.
            PERFORM 4800-SCAN-PARAMETER-AUDIT THRU 4800-EXIT.
            PERFORM 4900-SCAN-RATE-AUDIT THRU 4900-EXIT.
            CLOSE CONSOLIDATED-AUDIT-FILE.
            OPEN OUTPUT AUDIT-REPORT-FILE.
            PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT.
            SORT AUDIT-SORT-FILE
                ON ASCENDING KEY SRT-OPERATOR SRT-DATE SRT-TIME
                USING CONSOLIDATED-AUDIT-FILE
                GIVING SORTED-AUDIT-FILE.
            SET REPORT-BY-OPERATOR TO TRUE.
            PERFORM 6100-LIST-SORTED-AUDIT THRU 6100-EXIT.
            SORT AUDIT-SORT-FILE
                ON ASCENDING KEY SRT-MASTER SRT-DATE SRT-TIME
                USING CONSOLIDATED-AUDIT-FILE
                GIVING SORTED-AUDIT-FILE.
            SET REPORT-BY-MASTER TO TRUE.
            PERFORM 6100-LIST-SORTED-AUDIT THRU 6100-EXIT.
            SORT AUDIT-SORT-FILE
                ON ASCENDING KEY SRT-MASTER SRT-KEY
                    SRT-DATE SRT-TIME
                USING CONSOLIDATED-AUDIT-FILE
                GIVING SORTED-AUDIT-FILE.
            SET REPORT-BY-KEY TO TRUE.
            PERFORM 6100-LIST-SORTED-AUDIT THRU 6100-EXIT.
            PERFORM 6900-WRITE-REPORT-TOTALS THRU 6900-EXIT.
            CLOSE AUDIT-REPORT-FILE.
            DISPLAY 'AUDIT CONSOLIDATED - ' CONSOLIDATED-COUNT
                ' EVENT(S), ' ENTRY-COUNT ' IN RANGE'.
            DISPLAY OFF-HOURS-COUNT ' OUTSIDE BUSINESS HOURS, '
                SELF-APPROVED-COUNT ' SELF-APPROVED, '
                UNDATED-COUNT ' UNDATED'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility,
      *never CALLed from the nightly stream, and it must end the run
      *unit when the auditor is finished.
            STOP RUN.
      *------------------------------------------------------------------------
      *BUSINESS HOURS - clock times HHMM from the parameter library,
      *the usual day when they are not in force
      *------------------------------------------------------------------------
       0500-READ-PARMS.
            MOVE 'AUDCONS' TO PSVC-PROGRAM.
            MOVE 'DAY-START' TO PSVC-NAME.
            MOVE ZERO TO PSVC-AS-OF-DATE.
            CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
                PARMSVC-STATUS.
            IF PSVC-WHOLE-NUMBER
                AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER <= 2359
                MOVE PSVC-NUMBER TO DAY-START-HHMM
            ELSE
                DISPLAY 'DAY-START NOT IN FORCE - USING '
                    DAY-START-HHMM
            END-IF.
            MOVE 'DAY-END' TO PSVC-NAME.
            CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
                PARMSVC-STATUS.
            IF PSVC-WHOLE-NUMBER
                AND PSVC-NUMBER > DAY-START-HHMM
                AND PSVC-NUMBER <= 2400
                MOVE PSVC-NUMBER TO DAY-END-HHMM
            ELSE
                DISPLAY 'DAY-END NOT IN FORCE - USING '
                    DAY-END-HHMM
            END-IF.
       0500-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *DATE RANGE - both ends inclusive; a blank end date runs to today
      *------------------------------------------------------------------------
       0600-ACCEPT-DATE-RANGE.
            DISPLAY 'FROM DATE (YYYYMMDD):'.
            ACCEPT FROM-DATE-TEXT.
            IF FROM-DATE-TEXT NOT NUMERIC
                DISPLAY 'FROM DATE MUST BE YYYYMMDD - RUN ENDED'
                STOP RUN
            END-IF.
            MOVE FROM-DATE-TEXT TO FROM-DATE.
            MOVE 'V' TO DSVC-FUNCTION.
            MOVE FROM-DATE TO DSVC-DATE-1.
            CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
                DATESVC-STATUS.
            IF NOT DSVC-OK
                DISPLAY 'FROM DATE IS NOT A CALENDAR DATE - RUN ENDED'
                STOP RUN
            END-IF.
            DISPLAY 'TO DATE (YYYYMMDD, BLANK FOR TODAY):'.
            ACCEPT TO-DATE-TEXT.
            IF TO-DATE-TEXT = SPACES
                MOVE RUN-DATE TO TO-DATE
                GO TO 0600-CHECK-ORDER
            END-IF.
            IF TO-DATE-TEXT NOT NUMERIC
                DISPLAY 'TO DATE MUST BE YYYYMMDD - RUN ENDED'
                STOP RUN
            END-IF.
            MOVE TO-DATE-TEXT TO TO-DATE.
            MOVE 'V' TO DSVC-FUNCTION.
            MOVE TO-DATE TO DSVC-DATE-1.
            CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
                DATESVC-STATUS.
            IF NOT DSVC-OK
                DISPLAY 'TO DATE IS NOT A CALENDAR DATE - RUN ENDED'
                STOP RUN
            END-IF.
       0600-CHECK-ORDER.
            IF TO-DATE < FROM-DATE
                DISPLAY 'TO DATE IS BEFORE FROM DATE - RUN ENDED'
                STOP RUN
            END-IF.
       0600-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *SIGN-ON HISTORY
      *The sign-on service writes the date in columns 1-8, the time in
      *columns 10-17, the outcome in columns 19-35, the operator in
      *columns 36-43 and, when accepted, ' LEVEL ' and the authority
      *level after it.
      *------------------------------------------------------------------------
       2000-SCAN-SECURITY-LOG.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT SECURITY-LOG-FILE.
            IF SECURITY-LOG-STATUS NOT = '00'
                GO TO 2000-EXIT
            END-IF.
            PERFORM 2100-READ-SECURITY-LOG.
            PERFORM 2200-TAKE-ONE-LOG-LINE THRU 2200-NEXT
                UNTIL SOURCE-EOF-YES.
            CLOSE SECURITY-LOG-FILE.
       2000-EXIT.
            EXIT.
       2100-READ-SECURITY-LOG.
            READ SECURITY-LOG-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       2200-TAKE-ONE-LOG-LINE.
            MOVE SECURITY-LOG-LINE TO SCAN-LINE.
            IF SCAN-LINE(1:8) NOT NUMERIC
                OR SCAN-LINE(10:6) NOT NUMERIC
                GO TO 2200-NEXT
            END-IF.
            IF SCAN-LINE(19:17) NOT = 'SIGN-ON ACCEPTED '
                AND SCAN-LINE(19:17) NOT = 'SIGN-ON REFUSED  '
                GO TO 2200-NEXT
            END-IF.
            MOVE 'SECLOG' TO SOURCE-NAME.
            PERFORM 5000-START-UNDATED-ENTRY THRU 5000-EXIT.
            MOVE SCAN-LINE(1:8) TO AUD-DATE.
            MOVE SCAN-LINE(10:6) TO AUD-TIME.
            MOVE SCAN-LINE(36:8) TO AUD-OPERATOR.
            MOVE 'SIGNON' TO AUD-MASTER.
            MOVE SCAN-LINE(36:8) TO AUD-KEY.
            IF SCAN-LINE(19:17) = 'SIGN-ON ACCEPTED '
                MOVE 'ACCEPTED' TO AUD-ACTION
                MOVE SCAN-LINE(45:7) TO AUD-AFTER
            ELSE
                MOVE 'REFUSED' TO AUD-ACTION
            END-IF.
            PERFORM 5500-FINISH-ENTRY THRU 5500-EXIT.
       2200-NEXT.
            PERFORM 2100-READ-SECURITY-LOG.
      *------------------------------------------------------------------------
      *MAINTENANCE TRAILS
      *Each trail is read the same way: a stamp line opens an entry, a
      *BEFORE: line fills its before value and an AFTER: line (or a
      *RESCHAUD REFUSED: line) its after value and closes it.  A pair
      *with no stamp ahead of it is an undated entry against the
      *trail's own master.  Other lines - the MADE BY line the
      *approval console adds - are passed over.
      *------------------------------------------------------------------------
       3000-SCAN-CUSTOMER-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT CUSTOMER-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 3000-EXIT
            END-IF.
            MOVE 'CUSTAUD' TO SOURCE-NAME.
            MOVE 'CUSTMS' TO SOURCE-MASTER.
            PERFORM 3010-READ-CUSTOMER-AUDIT.
            PERFORM 3020-TAKE-CUSTOMER-AUDIT THRU 3020-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE CUSTOMER-AUDIT-FILE.
       3000-EXIT.
            EXIT.
       3010-READ-CUSTOMER-AUDIT.
            READ CUSTOMER-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       3020-TAKE-CUSTOMER-AUDIT.
            MOVE CUSTOMER-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 3010-READ-CUSTOMER-AUDIT.
       3020-EXIT.
            EXIT.
       3100-SCAN-STRING-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT STRING-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 3100-EXIT
            END-IF.
            MOVE 'STRAUD' TO SOURCE-NAME.
            MOVE 'STRMAS' TO SOURCE-MASTER.
            PERFORM 3110-READ-STRING-AUDIT.
            PERFORM 3120-TAKE-STRING-AUDIT THRU 3120-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE STRING-AUDIT-FILE.
       3100-EXIT.
            EXIT.
       3110-READ-STRING-AUDIT.
            READ STRING-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       3120-TAKE-STRING-AUDIT.
            MOVE STRING-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 3110-READ-STRING-AUDIT.
       3120-EXIT.
            EXIT.
       3200-SCAN-SALESPERSON-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT SALESPERSON-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 3200-EXIT
            END-IF.
            MOVE 'SPAUD' TO SOURCE-NAME.
            MOVE 'SPMAST' TO SOURCE-MASTER.
            PERFORM 3210-READ-SALESPERSON-AUDIT.
            PERFORM 3220-TAKE-SALESPERSON-AUDIT THRU 3220-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE SALESPERSON-AUDIT-FILE.
       3200-EXIT.
            EXIT.
       3210-READ-SALESPERSON-AUDIT.
            READ SALESPERSON-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       3220-TAKE-SALESPERSON-AUDIT.
            MOVE SALESPERSON-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 3210-READ-SALESPERSON-AUDIT.
       3220-EXIT.
            EXIT.
       3300-SCAN-PRICE-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT PRICE-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 3300-EXIT
            END-IF.
            MOVE 'PRCAUD' TO SOURCE-NAME.
            MOVE 'PRICEMST' TO SOURCE-MASTER.
            PERFORM 3310-READ-PRICE-AUDIT.
            PERFORM 3320-TAKE-PRICE-AUDIT THRU 3320-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE PRICE-AUDIT-FILE.
       3300-EXIT.
            EXIT.
       3310-READ-PRICE-AUDIT.
            READ PRICE-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       3320-TAKE-PRICE-AUDIT.
            MOVE PRICE-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 3310-READ-PRICE-AUDIT.
       3320-EXIT.
            EXIT.
       3400-SCAN-RESCHEDULE-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT RESCHEDULE-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 3400-EXIT
            END-IF.
            MOVE 'RESCHAUD' TO SOURCE-NAME.
            MOVE 'RESCHD' TO SOURCE-MASTER.
            PERFORM 3410-READ-RESCHEDULE-AUDIT.
            PERFORM 3420-TAKE-RESCHEDULE-AUDIT THRU 3420-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE RESCHEDULE-AUDIT-FILE.
       3400-EXIT.
            EXIT.
       3410-READ-RESCHEDULE-AUDIT.
            READ RESCHEDULE-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       3420-TAKE-RESCHEDULE-AUDIT.
            MOVE RESCHEDULE-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 3410-READ-RESCHEDULE-AUDIT.
       3420-EXIT.
            EXIT.
       3500-TAKE-TRAIL-LINE.
            IF SCAN-LINE(1:6) = 'STAMP:'
                PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT
                PERFORM 3600-START-STAMPED-ENTRY THRU 3600-EXIT
                GO TO 3500-EXIT
            END-IF.
            IF SCAN-LINE(1:8) = 'BEFORE: '
                IF ENTRY-OPEN-YES AND AUD-BEFORE NOT = SPACES
                    PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT
                END-IF
                IF NOT ENTRY-OPEN-YES
                    PERFORM 5000-START-UNDATED-ENTRY THRU 5000-EXIT
                END-IF
                MOVE SCAN-LINE(9:70) TO AUD-BEFORE
                GO TO 3500-EXIT
            END-IF.
            IF SCAN-LINE(1:8) = 'AFTER:  '
                IF NOT ENTRY-OPEN-YES
                    PERFORM 5000-START-UNDATED-ENTRY THRU 5000-EXIT
                END-IF
                MOVE SCAN-LINE(9:70) TO AUD-AFTER
                PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT
                GO TO 3500-EXIT
            END-IF.
            IF SCAN-LINE(1:8) = 'REFUSED:'
                IF NOT ENTRY-OPEN-YES
                    PERFORM 5000-START-UNDATED-ENTRY THRU 5000-EXIT
                END-IF
                MOVE SCAN-LINE(1:70) TO AUD-AFTER
                PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT
            END-IF.
       3500-EXIT.
            EXIT.
      *The stamp's action text is the master name, a space, then the
      *action.
       3600-START-STAMPED-ENTRY.
            MOVE SCAN-LINE TO AUDIT-STAMP-LINE.
            PERFORM 5000-START-UNDATED-ENTRY THRU 5000-EXIT.
            IF AST-DATE NOT NUMERIC OR AST-TIME NOT NUMERIC
                GO TO 3600-EXIT
            END-IF.
            MOVE AST-DATE TO AUD-DATE.
            MOVE AST-TIME TO AUD-TIME.
            MOVE AST-OPERATOR TO AUD-OPERATOR.
            MOVE AST-KEY TO AUD-KEY.
            MOVE AST-APPROVER TO AUD-APPROVER.
            MOVE SPACES TO AUD-MASTER.
            MOVE 1 TO SCAN-POS.
            UNSTRING AST-ACTION DELIMITED BY ' '
                INTO AUD-MASTER
                WITH POINTER SCAN-POS.
            IF SCAN-POS <= 20
                MOVE AST-ACTION(SCAN-POS:) TO AUD-ACTION
            END-IF.
       3600-EXIT.
            EXIT.
       3900-CLOSE-TRAIL-ENTRY.
            IF ENTRY-OPEN-YES
                PERFORM 5500-FINISH-ENTRY THRU 5500-EXIT
            END-IF.
       3900-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *DUAL-CONTROL DECISIONS
      *The approval console writes master, action, key, decision,
      *' MAKER ' and the maker, ' CHECKER ' and the checker, then
      *' ON ' with the date and time the session closed.  A line
      *written before decisions were dated is an undated entry.
      *------------------------------------------------------------------------
       4000-SCAN-PENDING-HISTORY.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT PENDING-HISTORY-FILE.
            IF PENDING-HISTORY-STATUS NOT = '00'
                GO TO 4000-EXIT
            END-IF.
            MOVE 'PENDHIST' TO SOURCE-NAME.
            PERFORM 4100-READ-PENDING-HISTORY.
            PERFORM 4200-TAKE-PENDING-HISTORY THRU 4200-NEXT
                UNTIL SOURCE-EOF-YES.
            CLOSE PENDING-HISTORY-FILE.
       4000-EXIT.
            EXIT.
       4100-READ-PENDING-HISTORY.
            READ PENDING-HISTORY-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4200-TAKE-PENDING-HISTORY.
            MOVE PENDING-HISTORY-LINE TO SCAN-LINE.
            IF SCAN-LINE(29:7) NOT = ' MAKER '
                GO TO 4200-NEXT
            END-IF.
            MOVE SCAN-LINE(1:6) TO SOURCE-MASTER.
            PERFORM 5000-START-UNDATED-ENTRY THRU 5000-EXIT.
            MOVE SCAN-LINE(8:10) TO AUD-ACTION.
            MOVE SCAN-LINE(19:8) TO AUD-KEY.
            MOVE SCAN-LINE(36:8) TO AUD-OPERATOR.
            MOVE SCAN-LINE(53:8) TO AUD-APPROVER.
            EVALUATE SCAN-LINE(28:1)
                WHEN 'A'
                    MOVE 'APPROVED' TO AUD-AFTER
                WHEN 'R'
                    MOVE 'REJECTED' TO AUD-AFTER
                WHEN OTHER
                    MOVE SCAN-LINE(28:1) TO AUD-AFTER
            END-EVALUATE.
            IF SCAN-LINE(61:4) = ' ON '
                AND SCAN-LINE(65:8) NUMERIC
                AND SCAN-LINE(74:6) NUMERIC
                MOVE SCAN-LINE(65:8) TO AUD-DATE
                MOVE SCAN-LINE(74:6) TO AUD-TIME
            END-IF.
            PERFORM 5500-FINISH-ENTRY THRU 5500-EXIT.
       4200-NEXT.
            PERFORM 4100-READ-PENDING-HISTORY.
      *------------------------------------------------------------------------
      *MORE MAINTENANCE TRAILS
      *The account, calendar, chart-of-accounts, contract-price,
      *dispute, parameter and rate trails, each read as the trails
      *above are: stamp, BEFORE: and AFTER: lines, anything else
      *passed over.  DSPAUD lines are wider than the others; only the
      *first 80 columns carry the stamp and the start of each image.
      *------------------------------------------------------------------------
       4300-SCAN-ACCOUNT-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT ACCOUNT-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 4300-EXIT
            END-IF.
            MOVE 'ACCTAUD' TO SOURCE-NAME.
            MOVE 'ACCTMS' TO SOURCE-MASTER.
            PERFORM 4310-READ-ACCOUNT-AUDIT.
            PERFORM 4320-TAKE-ACCOUNT-AUDIT THRU 4320-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE ACCOUNT-AUDIT-FILE.
       4300-EXIT.
            EXIT.
       4310-READ-ACCOUNT-AUDIT.
            READ ACCOUNT-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4320-TAKE-ACCOUNT-AUDIT.
            MOVE ACCOUNT-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 4310-READ-ACCOUNT-AUDIT.
       4320-EXIT.
            EXIT.
       4400-SCAN-CALENDAR-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT CALENDAR-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 4400-EXIT
            END-IF.
            MOVE 'CALAUD' TO SOURCE-NAME.
            MOVE 'CALFL' TO SOURCE-MASTER.
            PERFORM 4410-READ-CALENDAR-AUDIT.
            PERFORM 4420-TAKE-CALENDAR-AUDIT THRU 4420-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE CALENDAR-AUDIT-FILE.
       4400-EXIT.
            EXIT.
       4410-READ-CALENDAR-AUDIT.
            READ CALENDAR-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4420-TAKE-CALENDAR-AUDIT.
            MOVE CALENDAR-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 4410-READ-CALENDAR-AUDIT.
       4420-EXIT.
            EXIT.
       4500-SCAN-COA-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT COA-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 4500-EXIT
            END-IF.
            MOVE 'COAAUD' TO SOURCE-NAME.
            MOVE 'COAMST' TO SOURCE-MASTER.
            PERFORM 4510-READ-COA-AUDIT.
            PERFORM 4520-TAKE-COA-AUDIT THRU 4520-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE COA-AUDIT-FILE.
       4500-EXIT.
            EXIT.
       4510-READ-COA-AUDIT.
            READ COA-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4520-TAKE-COA-AUDIT.
            MOVE COA-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 4510-READ-COA-AUDIT.
       4520-EXIT.
            EXIT.
       4600-SCAN-CONTRACT-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT CONTRACT-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 4600-EXIT
            END-IF.
            MOVE 'CTRAUD' TO SOURCE-NAME.
            MOVE 'CONTRPRC' TO SOURCE-MASTER.
            PERFORM 4610-READ-CONTRACT-AUDIT.
            PERFORM 4620-TAKE-CONTRACT-AUDIT THRU 4620-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE CONTRACT-AUDIT-FILE.
       4600-EXIT.
            EXIT.
       4610-READ-CONTRACT-AUDIT.
            READ CONTRACT-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4620-TAKE-CONTRACT-AUDIT.
            MOVE CONTRACT-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 4610-READ-CONTRACT-AUDIT.
       4620-EXIT.
            EXIT.
       4700-SCAN-DISPUTE-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT DISPUTE-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 4700-EXIT
            END-IF.
            MOVE 'DSPAUD' TO SOURCE-NAME.
            MOVE 'DISPUTE' TO SOURCE-MASTER.
            PERFORM 4710-READ-DISPUTE-AUDIT.
            PERFORM 4720-TAKE-DISPUTE-AUDIT THRU 4720-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE DISPUTE-AUDIT-FILE.
       4700-EXIT.
            EXIT.
       4710-READ-DISPUTE-AUDIT.
            READ DISPUTE-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4720-TAKE-DISPUTE-AUDIT.
            MOVE DISPUTE-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 4710-READ-DISPUTE-AUDIT.
       4720-EXIT.
            EXIT.
       4800-SCAN-PARAMETER-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT PARAMETER-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 4800-EXIT
            END-IF.
            MOVE 'PARMAUD' TO SOURCE-NAME.
            MOVE 'PARMLB' TO SOURCE-MASTER.
            PERFORM 4810-READ-PARAMETER-AUDIT.
            PERFORM 4820-TAKE-PARAMETER-AUDIT THRU 4820-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE PARAMETER-AUDIT-FILE.
       4800-EXIT.
            EXIT.
       4810-READ-PARAMETER-AUDIT.
            READ PARAMETER-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4820-TAKE-PARAMETER-AUDIT.
            MOVE PARAMETER-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 4810-READ-PARAMETER-AUDIT.
       4820-EXIT.
            EXIT.
       4900-SCAN-RATE-AUDIT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT RATE-AUDIT-FILE.
            IF TRAIL-STATUS NOT = '00'
                GO TO 4900-EXIT
            END-IF.
            MOVE 'RATEAUD' TO SOURCE-NAME.
            MOVE 'RATES' TO SOURCE-MASTER.
            PERFORM 4910-READ-RATE-AUDIT.
            PERFORM 4920-TAKE-RATE-AUDIT THRU 4920-EXIT
                UNTIL SOURCE-EOF-YES.
            PERFORM 3900-CLOSE-TRAIL-ENTRY THRU 3900-EXIT.
            CLOSE RATE-AUDIT-FILE.
       4900-EXIT.
            EXIT.
       4910-READ-RATE-AUDIT.
            READ RATE-AUDIT-FILE
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       4920-TAKE-RATE-AUDIT.
            MOVE RATE-AUDIT-LINE TO SCAN-LINE.
            PERFORM 3500-TAKE-TRAIL-LINE THRU 3500-EXIT.
            PERFORM 4910-READ-RATE-AUDIT.
       4920-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *COMMON ENTRY - opened blank against the source's own master,
      *judged and written to AUDCONS when complete
      *------------------------------------------------------------------------
       5000-START-UNDATED-ENTRY.
            MOVE SPACES TO AUDIT-RECORD.
            MOVE ZERO TO AUD-DATE.
            MOVE ZERO TO AUD-TIME.
            MOVE SOURCE-MASTER TO AUD-MASTER.
            MOVE SOURCE-NAME TO AUD-SOURCE.
            MOVE 'N' TO AUD-OFF-HOURS-FLAG.
            MOVE 'N' TO AUD-SELF-APPROVED-FLAG.
            SET ENTRY-OPEN-YES TO TRUE.
       5000-EXIT.
            EXIT.
       5500-FINISH-ENTRY.
            IF AUD-DATE = ZERO
                IF AUD-ACTION = SPACES
                    MOVE '(UNSTAMPED)' TO AUD-ACTION
                END-IF
                ADD 1 TO UNDATED-COUNT
            ELSE
                PERFORM 5600-JUDGE-HOURS THRU 5600-EXIT
                IF AUD-APPROVER NOT = SPACES
                    AND AUD-APPROVER = AUD-OPERATOR
                    MOVE 'Y' TO AUD-SELF-APPROVED-FLAG
                END-IF
                IF AUD-DATE >= FROM-DATE AND AUD-DATE <= TO-DATE
                    ADD 1 TO ENTRY-COUNT
                    IF AUD-OFF-HOURS
                        ADD 1 TO OFF-HOURS-COUNT
                    END-IF
                    IF AUD-SELF-APPROVED
                        ADD 1 TO SELF-APPROVED-COUNT
                    END-IF
                END-IF
            END-IF.
            WRITE CONSOLIDATED-AUDIT-LINE FROM AUDIT-RECORD.
            ADD 1 TO CONSOLIDATED-COUNT.
            MOVE 'N' TO ENTRY-OPEN.
       5500-EXIT.
            EXIT.
       5600-JUDGE-HOURS.
            IF AUD-OPERATOR = 'BATCH'
                GO TO 5600-EXIT
            END-IF.
            MOVE AUD-TIME(1:4) TO EVENT-HHMM.
            IF EVENT-HHMM < DAY-START-HHMM
                OR EVENT-HHMM >= DAY-END-HHMM
                MOVE 'Y' TO AUD-OFF-HOURS-FLAG
                GO TO 5600-EXIT
            END-IF.
            IF AUD-DATE NOT = JUDGED-DATE
                PERFORM 5700-JUDGE-DAY THRU 5700-EXIT
            END-IF.
            IF JUDGED-DATE-OFF-YES
                MOVE 'Y' TO AUD-OFF-HOURS-FLAG
            END-IF.
       5600-EXIT.
            EXIT.
      *The house calendar answers first; a date it does not list is
      *judged by the day of the week - 1 January 1900 was a Monday.
       5700-JUDGE-DAY.
            MOVE AUD-DATE TO JUDGED-DATE.
            MOVE 'N' TO JUDGED-DATE-OFF.
            MOVE 'W' TO DSVC-FUNCTION.
            MOVE JUDGED-DATE TO DSVC-DATE-1.
            CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
                DATESVC-STATUS.
            IF DSVC-NOT-BUSINESS
                MOVE 'Y' TO JUDGED-DATE-OFF
                GO TO 5700-EXIT
            END-IF.
            IF DSVC-OK
                GO TO 5700-EXIT
            END-IF.
            MOVE 'B' TO DSVC-FUNCTION.
            MOVE 19000101 TO DSVC-DATE-1.
            MOVE JUDGED-DATE TO DSVC-DATE-2.
            CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
                DATESVC-STATUS.
            IF NOT DSVC-OK
                GO TO 5700-EXIT
            END-IF.
            DIVIDE DSVC-RESULT-DAYS BY 7 GIVING WEEK-COUNT
                REMAINDER WEEKDAY-NO.
            IF WEEKDAY-NO >= 5
                MOVE 'Y' TO JUDGED-DATE-OFF
            END-IF.
       5700-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *AUDRPT - header with the range and the business day, then one
      *listing per sort order
      *------------------------------------------------------------------------
       6000-WRITE-REPORT-HEADER.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            STRING 'CONSOLIDATED MAINTENANCE AUDIT ' RUN-DATE
                ' FOR ' AUDITOR-ID
                INTO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            STRING 'EVENTS DATED ' FROM-DATE ' THROUGH ' TO-DATE
                '  BUSINESS HOURS ' DAY-START-HHMM
                ' TO ' DAY-END-HHMM
                INTO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            STRING 'OH = OUTSIDE BUSINESS HOURS   '
                'SA = APPROVED BY THE OPERATOR WHO MADE IT'
                INTO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
       6000-EXIT.
            EXIT.
       6100-LIST-SORTED-AUDIT.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
            EVALUATE TRUE
                WHEN REPORT-BY-OPERATOR
                    MOVE '*** BY OPERATOR' TO AUDIT-REPORT-LINE
                    MOVE 'OPERATOR:' TO GROUP-TITLE
                WHEN REPORT-BY-MASTER
                    MOVE '*** BY MASTER' TO AUDIT-REPORT-LINE
                    MOVE 'MASTER:' TO GROUP-TITLE
                WHEN OTHER
                    MOVE '*** BY KEY' TO AUDIT-REPORT-LINE
                    MOVE 'MASTER/KEY:' TO GROUP-TITLE
            END-EVALUATE.
            WRITE AUDIT-REPORT-LINE.
            MOVE HIGH-VALUES TO PRIOR-GROUP-VALUE.
            MOVE ZERO TO GROUP-COUNT.
            MOVE 'N' TO SOURCE-EOF.
            OPEN INPUT SORTED-AUDIT-FILE.
            IF SORTED-AUDIT-STATUS NOT = '00'
                GO TO 6100-EXIT
            END-IF.
            PERFORM 6110-READ-SORTED-AUDIT.
            PERFORM 6200-LIST-ONE-ENTRY THRU 6200-NEXT
                UNTIL SOURCE-EOF-YES.
            CLOSE SORTED-AUDIT-FILE.
            PERFORM 6400-WRITE-GROUP-COUNT THRU 6400-EXIT.
       6100-EXIT.
            EXIT.
       6110-READ-SORTED-AUDIT.
            READ SORTED-AUDIT-FILE INTO AUDIT-RECORD
                AT END SET SOURCE-EOF-YES TO TRUE
            END-READ.
       6200-LIST-ONE-ENTRY.
            IF AUD-DATE < FROM-DATE OR AUD-DATE > TO-DATE
                GO TO 6200-NEXT
            END-IF.
            MOVE SPACES TO GROUP-VALUE.
            EVALUATE TRUE
                WHEN REPORT-BY-OPERATOR
                    MOVE AUD-OPERATOR TO GROUP-VALUE
                WHEN REPORT-BY-MASTER
                    MOVE AUD-MASTER TO GROUP-VALUE
                WHEN OTHER
                    STRING AUD-MASTER ' ' AUD-KEY
                        INTO GROUP-VALUE
            END-EVALUATE.
            IF GROUP-VALUE NOT = PRIOR-GROUP-VALUE
                PERFORM 6400-WRITE-GROUP-COUNT THRU 6400-EXIT
                MOVE SPACES TO AUDIT-REPORT-LINE
                STRING GROUP-TITLE DELIMITED BY SPACE
                    ' ' GROUP-VALUE DELIMITED BY SIZE
                    INTO AUDIT-REPORT-LINE
                WRITE AUDIT-REPORT-LINE
                MOVE GROUP-VALUE TO PRIOR-GROUP-VALUE
            END-IF.
            ADD 1 TO GROUP-COUNT.
            PERFORM 6300-WRITE-ENTRY-LINES THRU 6300-EXIT.
       6200-NEXT.
            PERFORM 6110-READ-SORTED-AUDIT.
       6300-WRITE-ENTRY-LINES.
            MOVE SPACES TO FLAG-TEXT.
            IF AUD-OFF-HOURS
                MOVE 'OH' TO FLAG-TEXT(1:2)
            END-IF.
            IF AUD-SELF-APPROVED
                MOVE 'SA' TO FLAG-TEXT(4:2)
            END-IF.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            STRING AUD-DATE ' ' AUD-TIME
                ' ' AUD-OPERATOR
                ' ' AUD-MASTER
                ' ' AUD-KEY
                ' ' AUD-ACTION
                ' ' AUD-APPROVER
                ' ' FLAG-TEXT
                INTO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
            IF AUD-BEFORE NOT = SPACES
                MOVE SPACES TO AUDIT-REPORT-LINE
                STRING '  BEFORE ' AUD-BEFORE
                    INTO AUDIT-REPORT-LINE
                WRITE AUDIT-REPORT-LINE
            END-IF.
            IF AUD-AFTER NOT = SPACES
                MOVE SPACES TO AUDIT-REPORT-LINE
                STRING '  AFTER  ' AUD-AFTER
                    INTO AUDIT-REPORT-LINE
                WRITE AUDIT-REPORT-LINE
            END-IF.
       6300-EXIT.
            EXIT.
       6400-WRITE-GROUP-COUNT.
            IF GROUP-COUNT = ZERO
                GO TO 6400-EXIT
            END-IF.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            STRING '  ' GROUP-COUNT ' EVENT(S)'
                INTO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
            MOVE ZERO TO GROUP-COUNT.
       6400-EXIT.
            EXIT.
       6900-WRITE-REPORT-TOTALS.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            STRING 'EVENTS IN RANGE ' ENTRY-COUNT
                '  OUTSIDE HOURS ' OFF-HOURS-COUNT
                '  SELF-APPROVED ' SELF-APPROVED-COUNT
                INTO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
            MOVE SPACES TO AUDIT-REPORT-LINE.
            STRING 'UNDATED ENTRIES FROM BEFORE THE TRAILS WERE '
                'STAMPED ' UNDATED-COUNT
                INTO AUDIT-REPORT-LINE.
            WRITE AUDIT-REPORT-LINE.
       6900-EXIT.
            EXIT.
