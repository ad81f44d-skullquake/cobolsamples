000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. actmon.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TXLOG-ARCHIVE-FILE ASSIGN TO "TXLARCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-ARCHIVE-STATUS.
000000     SELECT MONITOR-RULE-FILE ASSIGN TO "ACTRULE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MONITOR-RULE-STATUS.
000000     SELECT DORMANCY-WAKE-FILE ASSIGN TO "DORMWAKE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DORMANCY-WAKE-STATUS.
000000     SELECT ALERT-CASE-FILE ASSIGN TO "ALRTCASE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ALERT-CASE-STATUS.
000000     SELECT ALERT-LOG-FILE ASSIGN TO "ALRTLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ALERT-LOG-STATUS.
000000     SELECT ALERT-REPORT-FILE ASSIGN TO "ALRTRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ALERT-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TXLOG-ARCHIVE-FILE.
000000 01  TXLOG-ARCHIVE-RECORD PIC X(65).
000000*One card per monitoring rule, overriding the built-in setting
000000*for that rule; a field left zero keeps the built-in value, and
000000*an active flag of 'N' switches the rule off.
000000 FD  MONITOR-RULE-FILE.
000000 01  MONITOR-RULE-RECORD.
000000     05 ARUL-RULE-CODE   PIC X(2).
000000     05 ARUL-ACTIVE      PIC X(1).
000000     05 ARUL-AMOUNT      PIC 9(9)V99.
000000     05 ARUL-BAND        PIC 9(9)V99.
000000     05 ARUL-MULTIPLIER  PIC 9(3).
000000     05 ARUL-COUNT       PIC 9(3).
000000     05 ARUL-WINDOW-DAYS PIC 9(3).
000000 FD  DORMANCY-WAKE-FILE.
000000 01  DORMANCY-WAKE-RECORD.
000000     05 DWK-ACCT-NO       PIC 9(6).
000000     05 DWK-FLAGGED-DATE  PIC 9(8).
000000     05 DWK-LAST-ACTIVITY PIC 9(8).
000000     05 DWK-RUN-ID        PIC 9(5).
000000     05 DWK-RUN-DATE      PIC 9(8).
000000 FD  ALERT-CASE-FILE.
000000     COPY "alrtcase.cpy".
000000 FD  ALERT-LOG-FILE.
000000 01  ALERT-LOG-LINE PIC X(80).
000000 FD  ALERT-REPORT-FILE.
000000 01  ALERT-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    COPY "txlogrec.cpy".
000000    COPY "datesvc.cpy".
000000    01 TXLOG-ARCHIVE-STATUS PIC X(2) VALUE '00'.
000000    01 MONITOR-RULE-STATUS PIC X(2) VALUE '00'.
000000    01 DORMANCY-WAKE-STATUS PIC X(2) VALUE '00'.
000000    01 ALERT-CASE-STATUS PIC X(2) VALUE '00'.
000000    01 ALERT-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 ALERT-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 WINDOW-START-DATE PIC 9(8) VALUE ZERO.
000000*The rule table, in fixed order: 1 LG single posting over the
000000*threshold; 2 SP night's activity far above the account's own
000000*trailing daily average; 3 ST several postings just under the
000000*threshold; 4 DW activity on an account the dormancy pass has
000000*just woken.  Built-in settings below, overridden by ACTRULE.
000000    01 RULE-TABLE.
000000       05 RULE-ENTRY OCCURS 4 TIMES.
000000          10 TBL-RULE-CODE       PIC X(2).
000000          10 TBL-RULE-ACTIVE     PIC X(1).
000000          10 TBL-RULE-AMOUNT     PIC 9(9)V99.
000000          10 TBL-RULE-BAND       PIC 9(9)V99.
000000          10 TBL-RULE-MULTIPLIER PIC 9(3).
000000          10 TBL-RULE-COUNT      PIC 9(3).
000000          10 TBL-RULE-WINDOW     PIC 9(3).
000000    01 RULE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RULE-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 NEAR-FLOOR PIC 9(9)V99 VALUE ZERO.
000000*Every account with a posting tonight, with what the rules
000000*need to know about it.
000000    01 ACCOUNT-TABLE.
000000       05 ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
000000       05 ACCOUNT-ENTRY OCCURS 500 TIMES.
000000          10 TBL-ACC-ACCT        PIC 9(6).
000000          10 TBL-ACC-NIGHT-TOTAL PIC 9(11)V99.
000000          10 TBL-ACC-NIGHT-COUNT PIC 9(5).
000000          10 TBL-ACC-LARGEST     PIC 9(9)V99.
000000          10 TBL-ACC-LARGE-COUNT PIC 9(5).
000000          10 TBL-ACC-NEAR-TOTAL  PIC 9(11)V99.
000000          10 TBL-ACC-NEAR-COUNT  PIC 9(5).
000000          10 TBL-ACC-TRAIL-TOTAL PIC 9(11)V99.
000000          10 TBL-ACC-WOKE        PIC X(1).
000000    01 ACC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ACC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ACCOUNT-OVERFLOW PIC X VALUE 'N'.
000000       88 ACCOUNT-OVERFLOW-YES VALUE 'Y'.
000000*The whole case file, closed cases included.
000000    01 CASE-TABLE.
000000       05 CASE-COUNT PIC 9(4) VALUE ZERO.
000000       05 CASE-ENTRY PIC X(112) OCCURS 2000 TIMES.
000000    01 CASE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CASE-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CASE-OVERFLOW PIC X VALUE 'N'.
000000       88 CASE-OVERFLOW-YES VALUE 'Y'.
000000    01 NEXT-CASE-NO PIC 9(7) VALUE ZERO.
000000    01 POSTING-SW PIC X VALUE 'N'.
000000       88 POSTING-YES VALUE 'Y'.
000000    01 POSTING-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 TRAILING-AVERAGE PIC 9(9)V99 VALUE ZERO.
000000    01 SPIKE-LEVEL PIC 9(11)V99 VALUE ZERO.
000000    01 RAISE-RULE-CODE PIC X(2) VALUE SPACES.
000000    01 RAISE-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 RAISE-COUNT PIC 9(5) VALUE ZERO.
000000    01 RAISE-BASIS PIC 9(9)V99 VALUE ZERO.
000000    01 RAISED-COUNT PIC 9(5) VALUE ZERO.
000000    01 NOT-RAISED-COUNT PIC 9(5) VALUE ZERO.
000000    01 CASE-AGE PIC S9(7) VALUE ZERO.
000000    01 AGE-DISPLAY PIC Z(5)9 VALUE ZERO.
000000    01 AMOUNT-DISPLAY PIC Z(8)9.99 VALUE ZERO.
000000    01 CASE-STATUS-TEXT PIC X(9) VALUE SPACES.
000000    01 OPEN-CASE-COUNT PIC 9(5) VALUE ZERO.
000000    01 AGE-BUCKETS.
000000       05 AGE-WEEK-COUNT    PIC 9(5) VALUE ZERO.
000000       05 AGE-MONTH-COUNT   PIC 9(5) VALUE ZERO.
000000       05 AGE-QUARTER-COUNT PIC 9(5) VALUE ZERO.
000000       05 AGE-OLDER-COUNT   PIC 9(5) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*UNUSUAL-ACTIVITY MONITORING
000000*Tonight's customer postings - the posting engine's own lines
000000*on the transaction log, less side-feed postings, fees and
000000*reversals - are read off the TXLARCH archive under tonight's
000000*run-ID once the archiver has moved them there, and measured
000000*per account against the rule table: a single posting over the
000000*large-posting threshold; a night's total far above the
000000*account's own trailing daily average over the rule's window
000000*(and over a floor, so a quiet account's small burst does not
000000*alert); several postings just under the structuring
000000*threshold; and any activity on an account the dormancy pass
000000*woke tonight (DORMWAKE).  ACTRULE cards override the built-in
000000*settings.  A rule that fires raises an open case on ALRTCASE -
000000*one per account per rule per night, so a rerun raises nothing
000000*twice - logged to ALRTLOG for the analyst review console, and
000000*ALRTRPT lists every case still open or escalated by age.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'ACTMON: NO RUN DATE - NO MONITORING PASS'
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0500-LOAD-RULES THRU 0500-EXIT.
000000     PERFORM 1000-LOAD-CASES THRU 1000-EXIT.
000000     IF CASE-OVERFLOW-YES
000000         DISPLAY '*** ACTMON: ALRTCASE HOLDS MORE THAN 2000 CASES'
000000             ' - NO MONITORING PASS'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-MEASURE-TONIGHT THRU 2000-EXIT.
000000     PERFORM 2500-MEASURE-TRAILING THRU 2500-EXIT.
000000     PERFORM 2800-NOTE-WOKEN-ACCOUNTS THRU 2800-EXIT.
000000     PERFORM 3000-APPLY-RULES THRU 3000-EXIT
000000         VARYING ACC-IX FROM 1 BY 1
000000         UNTIL ACC-IX > ACCOUNT-COUNT.
000000     IF RAISED-COUNT > ZERO
000000         PERFORM 8000-REWRITE-CASES THRU 8000-EXIT
000000     END-IF.
000000     PERFORM 4000-WRITE-AGED-REPORT THRU 4000-EXIT.
000000     DISPLAY 'ACTMON: ' ACCOUNT-COUNT ' ACCOUNT(S) MONITORED, '
000000         RAISED-COUNT ' CASE(S) RAISED, '
000000         OPEN-CASE-COUNT ' OPEN'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*THE RULE TABLE - built-in settings, then the ACTRULE overrides
000000*------------------------------------------------------------------------
000000 0500-LOAD-RULES.
000000     MOVE 'LG' TO TBL-RULE-CODE(1).
000000     MOVE 10000.00 TO TBL-RULE-AMOUNT(1).
000000     MOVE 'SP' TO TBL-RULE-CODE(2).
000000     MOVE 1000.00 TO TBL-RULE-AMOUNT(2).
000000     MOVE 5 TO TBL-RULE-MULTIPLIER(2).
000000     MOVE 30 TO TBL-RULE-WINDOW(2).
000000     MOVE 'ST' TO TBL-RULE-CODE(3).
000000     MOVE 10000.00 TO TBL-RULE-AMOUNT(3).
000000     MOVE 1000.00 TO TBL-RULE-BAND(3).
000000     MOVE 3 TO TBL-RULE-COUNT(3).
000000     MOVE 'DW' TO TBL-RULE-CODE(4).
000000     MOVE ZERO TO TBL-RULE-AMOUNT(4).
000000     PERFORM VARYING RULE-IX FROM 1 BY 1 UNTIL RULE-IX > 4
000000         MOVE 'Y' TO TBL-RULE-ACTIVE(RULE-IX)
000000     END-PERFORM.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT MONITOR-RULE-FILE.
000000     IF MONITOR-RULE-STATUS NOT = '00'
000000         GO TO 0500-WINDOW
000000     END-IF.
000000     PERFORM 0510-READ-RULE.
000000     PERFORM 0520-APPLY-RULE-CARD THRU 0520-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE MONITOR-RULE-FILE.
000000 0500-WINDOW.
000000     IF TBL-RULE-BAND(3) > TBL-RULE-AMOUNT(3)
000000         MOVE ZERO TO NEAR-FLOOR
000000     ELSE
000000         SUBTRACT TBL-RULE-BAND(3) FROM TBL-RULE-AMOUNT(3)
000000             GIVING NEAR-FLOOR
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-1.
000000     MOVE ZERO TO DSVC-DATE-2.
000000     COMPUTE DSVC-COUNT = 0 - TBL-RULE-WINDOW(2).
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO WINDOW-START-DATE
000000     ELSE
000000         MOVE CURRENT-RUN-DATE TO WINDOW-START-DATE
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000 0510-READ-RULE.
000000     READ MONITOR-RULE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 0520-APPLY-RULE-CARD.
000000     MOVE 0 TO RULE-FOUND-IX.
000000     PERFORM VARYING RULE-IX FROM 1 BY 1
000000             UNTIL RULE-IX > 4 OR RULE-FOUND-IX > 0
000000         IF TBL-RULE-CODE(RULE-IX) = ARUL-RULE-CODE
000000             MOVE RULE-IX TO RULE-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF RULE-FOUND-IX = 0
000000         DISPLAY 'ACTMON: UNKNOWN RULE CARD ' ARUL-RULE-CODE
000000             ' IGNORED'
000000         GO TO 0520-NEXT
000000     END-IF.
000000     IF ARUL-ACTIVE = 'N'
000000         MOVE 'N' TO TBL-RULE-ACTIVE(RULE-FOUND-IX)
000000     ELSE
000000         MOVE 'Y' TO TBL-RULE-ACTIVE(RULE-FOUND-IX)
000000     END-IF.
000000     IF ARUL-AMOUNT IS NUMERIC AND ARUL-AMOUNT > ZERO
000000         MOVE ARUL-AMOUNT TO TBL-RULE-AMOUNT(RULE-FOUND-IX)
000000     END-IF.
000000     IF ARUL-BAND IS NUMERIC AND ARUL-BAND > ZERO
000000         MOVE ARUL-BAND TO TBL-RULE-BAND(RULE-FOUND-IX)
000000     END-IF.
000000     IF ARUL-MULTIPLIER IS NUMERIC AND ARUL-MULTIPLIER > ZERO
000000         MOVE ARUL-MULTIPLIER
000000             TO TBL-RULE-MULTIPLIER(RULE-FOUND-IX)
000000     END-IF.
000000     IF ARUL-COUNT IS NUMERIC AND ARUL-COUNT > ZERO
000000         MOVE ARUL-COUNT TO TBL-RULE-COUNT(RULE-FOUND-IX)
000000     END-IF.
000000     IF ARUL-WINDOW-DAYS IS NUMERIC AND ARUL-WINDOW-DAYS > ZERO
000000         MOVE ARUL-WINDOW-DAYS TO TBL-RULE-WINDOW(RULE-FOUND-IX)
000000     END-IF.
000000 0520-NEXT.
000000     PERFORM 0510-READ-RULE.
000000 0520-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CASE FILE PICKUP
000000*------------------------------------------------------------------------
000000 1000-LOAD-CASES.
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE 1 TO NEXT-CASE-NO.
000000     OPEN INPUT ALERT-CASE-FILE.
000000     IF ALERT-CASE-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-CASE.
000000     PERFORM 1200-STORE-CASE
000000         UNTIL SOURCE-EOF-YES OR CASE-COUNT = 2000.
000000     IF NOT SOURCE-EOF-YES
000000         SET CASE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000     CLOSE ALERT-CASE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-CASE.
000000     READ ALERT-CASE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-CASE.
000000     ADD 1 TO CASE-COUNT.
000000     MOVE ALERT-CASE-RECORD TO CASE-ENTRY(CASE-COUNT).
000000     IF ACAS-CASE-NO >= NEXT-CASE-NO
000000         COMPUTE NEXT-CASE-NO = ACAS-CASE-NO + 1
000000     END-IF.
000000     PERFORM 1100-READ-CASE.
000000*------------------------------------------------------------------------
000000*TONIGHT'S POSTINGS
000000*------------------------------------------------------------------------
000000 2000-MEASURE-TONIGHT.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT TXLOG-ARCHIVE-FILE.
000000     IF TXLOG-ARCHIVE-STATUS NOT = '00'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-ARCHIVE.
000000     PERFORM 2200-MEASURE-ONE-POSTING THRU 2200-NEXT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE TXLOG-ARCHIVE-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-ARCHIVE.
000000     READ TXLOG-ARCHIVE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-MEASURE-ONE-POSTING.
000000     PERFORM 2900-CLASSIFY-RECORD THRU 2900-EXIT.
000000     IF NOT POSTING-YES
000000         OR TXLOG-RUN-ID NOT = CURRENT-RUN-ID
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT.
000000     IF ACC-FOUND-IX = 0
000000         GO TO 2200-NEXT
000000     END-IF.
000000     ADD POSTING-AMOUNT TO TBL-ACC-NIGHT-TOTAL(ACC-FOUND-IX).
000000     ADD 1 TO TBL-ACC-NIGHT-COUNT(ACC-FOUND-IX).
000000     IF POSTING-AMOUNT > TBL-ACC-LARGEST(ACC-FOUND-IX)
000000         MOVE POSTING-AMOUNT TO TBL-ACC-LARGEST(ACC-FOUND-IX)
000000     END-IF.
000000     IF POSTING-AMOUNT >= TBL-RULE-AMOUNT(1)
000000         ADD 1 TO TBL-ACC-LARGE-COUNT(ACC-FOUND-IX)
000000     END-IF.
000000     IF POSTING-AMOUNT >= NEAR-FLOOR
000000         AND POSTING-AMOUNT < TBL-RULE-AMOUNT(3)
000000         ADD POSTING-AMOUNT TO TBL-ACC-NEAR-TOTAL(ACC-FOUND-IX)
000000         ADD 1 TO TBL-ACC-NEAR-COUNT(ACC-FOUND-IX)
000000     END-IF.
000000 2200-NEXT.
000000     PERFORM 2100-READ-ARCHIVE.
000000 2300-FIND-ACCOUNT.
000000     MOVE 0 TO ACC-FOUND-IX.
000000     PERFORM VARYING ACC-IX FROM 1 BY 1
000000             UNTIL ACC-IX > ACCOUNT-COUNT OR ACC-FOUND-IX > 0
000000         IF TBL-ACC-ACCT(ACC-IX) = TXLOG-ACCT-NO
000000             MOVE ACC-IX TO ACC-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF ACC-FOUND-IX > 0
000000         GO TO 2300-EXIT
000000     END-IF.
000000     IF ACCOUNT-COUNT = 500
000000         SET ACCOUNT-OVERFLOW-YES TO TRUE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1 TO ACCOUNT-COUNT.
000000     MOVE ACCOUNT-COUNT TO ACC-FOUND-IX.
000000     MOVE TXLOG-ACCT-NO TO TBL-ACC-ACCT(ACC-FOUND-IX).
000000     MOVE ZERO TO TBL-ACC-NIGHT-TOTAL(ACC-FOUND-IX).
000000     MOVE ZERO TO TBL-ACC-NIGHT-COUNT(ACC-FOUND-IX).
000000     MOVE ZERO TO TBL-ACC-LARGEST(ACC-FOUND-IX).
000000     MOVE ZERO TO TBL-ACC-LARGE-COUNT(ACC-FOUND-IX).
000000     MOVE ZERO TO TBL-ACC-NEAR-TOTAL(ACC-FOUND-IX).
000000     MOVE ZERO TO TBL-ACC-NEAR-COUNT(ACC-FOUND-IX).
000000     MOVE ZERO TO TBL-ACC-TRAIL-TOTAL(ACC-FOUND-IX).
000000     MOVE 'N' TO TBL-ACC-WOKE(ACC-FOUND-IX).
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*THE TRAILING WINDOW - earlier nights, for the accounts active
000000*tonight only
000000*------------------------------------------------------------------------
000000 2500-MEASURE-TRAILING.
000000     IF ACCOUNT-COUNT = ZERO
000000         GO TO 2500-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT TXLOG-ARCHIVE-FILE.
000000     IF TXLOG-ARCHIVE-STATUS NOT = '00'
000000         GO TO 2500-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-ARCHIVE.
000000     PERFORM 2600-MEASURE-ONE-EARLIER THRU 2600-NEXT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE TXLOG-ARCHIVE-FILE.
000000 2500-EXIT.
000000     EXIT.
000000 2600-MEASURE-ONE-EARLIER.
000000     PERFORM 2900-CLASSIFY-RECORD THRU 2900-EXIT.
000000     IF NOT POSTING-YES
000000         OR TXLOG-RUN-ID = CURRENT-RUN-ID
000000         OR TXLOG-RUN-DATE < WINDOW-START-DATE
000000         OR TXLOG-RUN-DATE >= CURRENT-RUN-DATE
000000         GO TO 2600-NEXT
000000     END-IF.
000000     PERFORM VARYING ACC-IX FROM 1 BY 1
000000             UNTIL ACC-IX > ACCOUNT-COUNT
000000         IF TBL-ACC-ACCT(ACC-IX) = TXLOG-ACCT-NO
000000             ADD POSTING-AMOUNT TO TBL-ACC-TRAIL-TOTAL(ACC-IX)
000000         END-IF
000000     END-PERFORM.
000000 2600-NEXT.
000000     PERFORM 2100-READ-ARCHIVE.
000000 2800-NOTE-WOKEN-ACCOUNTS.
000000     IF ACCOUNT-COUNT = ZERO
000000         GO TO 2800-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT DORMANCY-WAKE-FILE.
000000     IF DORMANCY-WAKE-STATUS NOT = '00'
000000         GO TO 2800-EXIT
000000     END-IF.
000000     PERFORM 2810-READ-WAKE.
000000     PERFORM 2820-NOTE-ONE-WAKE UNTIL SOURCE-EOF-YES.
000000     CLOSE DORMANCY-WAKE-FILE.
000000 2800-EXIT.
000000     EXIT.
000000 2810-READ-WAKE.
000000     READ DORMANCY-WAKE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2820-NOTE-ONE-WAKE.
000000     IF DWK-RUN-ID = CURRENT-RUN-ID
000000         PERFORM VARYING ACC-IX FROM 1 BY 1
000000                 UNTIL ACC-IX > ACCOUNT-COUNT
000000             IF TBL-ACC-ACCT(ACC-IX) = DWK-ACCT-NO
000000                 MOVE 'Y' TO TBL-ACC-WOKE(ACC-IX)
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     PERFORM 2810-READ-WAKE.
000000*A customer posting is the posting engine's own line against an
000000*account - side-feed postings (accruals, standing orders, refund
000000*offsets), fees and reversals are not the customer's doing.
000000 2900-CLASSIFY-RECORD.
000000     MOVE 'N' TO POSTING-SW.
000000     MOVE TXLOG-ARCHIVE-RECORD TO TXLOG-RECORD.
000000     IF TXLOG-ACCT-NO IS NOT NUMERIC
000000         OR TXLOG-ACCT-NO = ZERO
000000         OR TXLOG-PROGRAM NOT = 'FNPOST  '
000000         OR TXLOG-OPERATION = 'POSTSIDE  '
000000         OR TXLOG-OPERATION = 'REVERSAL  '
000000         OR TXLOG-TYPE-CODE = 'FE'
000000         OR TXLOG-REVERSAL-FLAG = 'V'
000000         GO TO 2900-EXIT
000000     END-IF.
000000     MOVE TXLOG-RESULT TO POSTING-AMOUNT.
000000     SET POSTING-YES TO TRUE.
000000 2900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*THE RULES
000000*------------------------------------------------------------------------
000000 3000-APPLY-RULES.
000000     IF TBL-RULE-ACTIVE(1) = 'Y'
000000         AND TBL-ACC-LARGE-COUNT(ACC-IX) > ZERO
000000         MOVE 'LG' TO RAISE-RULE-CODE
000000         MOVE TBL-ACC-LARGEST(ACC-IX) TO RAISE-AMOUNT
000000         MOVE TBL-ACC-LARGE-COUNT(ACC-IX) TO RAISE-COUNT
000000         MOVE TBL-RULE-AMOUNT(1) TO RAISE-BASIS
000000         PERFORM 3500-RAISE-CASE THRU 3500-EXIT
000000     END-IF.
000000*A spike needs a history to measure against: an account with
000000*nothing in the window has no average to be far above.
000000     IF TBL-RULE-ACTIVE(2) = 'Y'
000000         AND TBL-ACC-TRAIL-TOTAL(ACC-IX) > ZERO
000000         AND TBL-ACC-NIGHT-TOTAL(ACC-IX) >= TBL-RULE-AMOUNT(2)
000000         COMPUTE TRAILING-AVERAGE ROUNDED =
000000             TBL-ACC-TRAIL-TOTAL(ACC-IX) / TBL-RULE-WINDOW(2)
000000         COMPUTE SPIKE-LEVEL =
000000             TRAILING-AVERAGE * TBL-RULE-MULTIPLIER(2)
000000         IF TBL-ACC-NIGHT-TOTAL(ACC-IX) > SPIKE-LEVEL
000000             MOVE 'SP' TO RAISE-RULE-CODE
000000             MOVE TBL-ACC-NIGHT-TOTAL(ACC-IX) TO RAISE-AMOUNT
000000             MOVE TBL-ACC-NIGHT-COUNT(ACC-IX) TO RAISE-COUNT
000000             MOVE TRAILING-AVERAGE TO RAISE-BASIS
000000             PERFORM 3500-RAISE-CASE THRU 3500-EXIT
000000         END-IF
000000     END-IF.
000000     IF TBL-RULE-ACTIVE(3) = 'Y'
000000         AND TBL-ACC-NEAR-COUNT(ACC-IX) >= TBL-RULE-COUNT(3)
000000         MOVE 'ST' TO RAISE-RULE-CODE
000000         MOVE TBL-ACC-NEAR-TOTAL(ACC-IX) TO RAISE-AMOUNT
000000         MOVE TBL-ACC-NEAR-COUNT(ACC-IX) TO RAISE-COUNT
000000         MOVE TBL-RULE-AMOUNT(3) TO RAISE-BASIS
000000         PERFORM 3500-RAISE-CASE THRU 3500-EXIT
000000     END-IF.
000000     IF TBL-RULE-ACTIVE(4) = 'Y'
000000         AND TBL-ACC-WOKE(ACC-IX) = 'Y'
000000         AND TBL-ACC-NIGHT-TOTAL(ACC-IX) >= TBL-RULE-AMOUNT(4)
000000         MOVE 'DW' TO RAISE-RULE-CODE
000000         MOVE TBL-ACC-NIGHT-TOTAL(ACC-IX) TO RAISE-AMOUNT
000000         MOVE TBL-ACC-NIGHT-COUNT(ACC-IX) TO RAISE-COUNT
000000         MOVE TBL-RULE-AMOUNT(4) TO RAISE-BASIS
000000         PERFORM 3500-RAISE-CASE THRU 3500-EXIT
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000*One case per account per rule per night: a rerun of the same
000000*night finds tonight's case already on file and raises nothing.
000000 3500-RAISE-CASE.
000000     MOVE 0 TO CASE-FOUND-IX.
000000     PERFORM VARYING CASE-IX FROM 1 BY 1
000000             UNTIL CASE-IX > CASE-COUNT OR CASE-FOUND-IX > 0
000000         MOVE CASE-ENTRY(CASE-IX) TO ALERT-CASE-RECORD
000000         IF ACAS-ACCT-NO = TBL-ACC-ACCT(ACC-IX)
000000             AND ACAS-RULE-CODE = RAISE-RULE-CODE
000000             AND ACAS-RAISED-RUN-ID = CURRENT-RUN-ID
000000             MOVE CASE-IX TO CASE-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF CASE-FOUND-IX > 0
000000         GO TO 3500-EXIT
000000     END-IF.
000000     IF CASE-COUNT = 2000
000000         ADD 1 TO NOT-RAISED-COUNT
000000         GO TO 3500-EXIT
000000     END-IF.
000000     MOVE NEXT-CASE-NO TO ACAS-CASE-NO.
000000     ADD 1 TO NEXT-CASE-NO.
000000     MOVE TBL-ACC-ACCT(ACC-IX) TO ACAS-ACCT-NO.
000000     MOVE RAISE-RULE-CODE TO ACAS-RULE-CODE.
000000     MOVE CURRENT-RUN-DATE TO ACAS-RAISED-DATE.
000000     MOVE CURRENT-RUN-ID TO ACAS-RAISED-RUN-ID.
000000     MOVE RAISE-AMOUNT TO ACAS-AMOUNT.
000000     MOVE RAISE-COUNT TO ACAS-POSTING-COUNT.
000000     MOVE RAISE-BASIS TO ACAS-BASIS-AMOUNT.
000000     SET ACAS-OPEN TO TRUE.
000000     MOVE 'ACTMON  ' TO ACAS-ANALYST.
000000     MOVE CURRENT-RUN-DATE TO ACAS-UPDATED-DATE.
000000     MOVE SPACES TO ACAS-NOTE.
000000     ADD 1 TO CASE-COUNT.
000000     MOVE ALERT-CASE-RECORD TO CASE-ENTRY(CASE-COUNT).
000000     ADD 1 TO RAISED-COUNT.
000000     PERFORM 3600-LOG-RAISED-CASE THRU 3600-EXIT.
000000 3500-EXIT.
000000     EXIT.
000000 3600-LOG-RAISED-CASE.
000000     OPEN EXTEND ALERT-LOG-FILE.
000000     IF ALERT-LOG-STATUS = '05' OR ALERT-LOG-STATUS = '35'
000000         OPEN OUTPUT ALERT-LOG-FILE
000000     END-IF.
000000     MOVE ACAS-AMOUNT TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO ALERT-LOG-LINE.
000000     STRING CURRENT-RUN-DATE ' RAISED   ACTMON   CASE '
000000         ACAS-CASE-NO ' ACCT ' ACAS-ACCT-NO
000000         ' RULE ' ACAS-RULE-CODE ' ' AMOUNT-DISPLAY
000000         INTO ALERT-LOG-LINE.
000000     WRITE ALERT-LOG-LINE.
000000     CLOSE ALERT-LOG-FILE.
000000 3600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*OPEN CASES BY AGE
000000*------------------------------------------------------------------------
000000 4000-WRITE-AGED-REPORT.
000000     OPEN OUTPUT ALERT-REPORT-FILE.
000000     MOVE 'UNUSUAL-ACTIVITY CASES OPEN BY AGE'
000000         TO ALERT-REPORT-LINE.
000000     WRITE ALERT-REPORT-LINE.
000000     MOVE SPACES TO ALERT-REPORT-LINE.
000000     STRING 'AS OF ' CURRENT-RUN-DATE ' - OLDEST FIRST'
000000         INTO ALERT-REPORT-LINE.
000000     WRITE ALERT-REPORT-LINE.
000000     PERFORM 4100-REPORT-ONE-CASE THRU 4100-EXIT
000000         VARYING CASE-IX FROM 1 BY 1
000000         UNTIL CASE-IX > CASE-COUNT.
000000     MOVE SPACES TO ALERT-REPORT-LINE.
000000     STRING 'AGED 0-7 DAYS: ' AGE-WEEK-COUNT
000000         ' 8-30: ' AGE-MONTH-COUNT
000000         ' 31-90: ' AGE-QUARTER-COUNT
000000         ' OVER 90: ' AGE-OLDER-COUNT
000000         INTO ALERT-REPORT-LINE.
000000     WRITE ALERT-REPORT-LINE.
000000     MOVE SPACES TO ALERT-REPORT-LINE.
000000     STRING 'OPEN CASES: ' OPEN-CASE-COUNT
000000         ' RAISED TONIGHT: ' RAISED-COUNT
000000         INTO ALERT-REPORT-LINE.
000000     WRITE ALERT-REPORT-LINE.
000000     IF NOT-RAISED-COUNT > ZERO
000000         MOVE SPACES TO ALERT-REPORT-LINE
000000         STRING '*** CASE FILE FULL - ' NOT-RAISED-COUNT
000000             ' ALERT(S) NOT RAISED'
000000             INTO ALERT-REPORT-LINE
000000         WRITE ALERT-REPORT-LINE
000000     END-IF.
000000     IF ACCOUNT-OVERFLOW-YES
000000         MOVE '*** MORE THAN 500 ACCOUNTS ACTIVE - PASS PARTIAL'
000000             TO ALERT-REPORT-LINE
000000         WRITE ALERT-REPORT-LINE
000000     END-IF.
000000     CLOSE ALERT-REPORT-FILE.
000000 4000-EXIT.
000000     EXIT.
000000 4100-REPORT-ONE-CASE.
000000     MOVE CASE-ENTRY(CASE-IX) TO ALERT-CASE-RECORD.
000000     IF ACAS-CLOSED
000000         GO TO 4100-EXIT
000000     END-IF.
000000     ADD 1 TO OPEN-CASE-COUNT.
000000     MOVE ZERO TO CASE-AGE.
000000     MOVE 'B' TO DSVC-FUNCTION.
000000     MOVE ACAS-RAISED-DATE TO DSVC-DATE-1.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-2.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DAYS TO CASE-AGE
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN CASE-AGE <= 7
000000             ADD 1 TO AGE-WEEK-COUNT
000000         WHEN CASE-AGE <= 30
000000             ADD 1 TO AGE-MONTH-COUNT
000000         WHEN CASE-AGE <= 90
000000             ADD 1 TO AGE-QUARTER-COUNT
000000         WHEN OTHER
000000             ADD 1 TO AGE-OLDER-COUNT
000000     END-EVALUATE.
000000     IF ACAS-ESCALATED
000000         MOVE 'ESCALATED' TO CASE-STATUS-TEXT
000000     ELSE
000000         MOVE 'OPEN' TO CASE-STATUS-TEXT
000000     END-IF.
000000     MOVE CASE-AGE TO AGE-DISPLAY.
000000     MOVE ACAS-AMOUNT TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO ALERT-REPORT-LINE.
000000     STRING 'CASE ' ACAS-CASE-NO ' ACCT ' ACAS-ACCT-NO
000000         ' ' ACAS-RULE-CODE ' ' AMOUNT-DISPLAY
000000         ' RAISED ' ACAS-RAISED-DATE
000000         ' AGE' AGE-DISPLAY ' ' CASE-STATUS-TEXT
000000         INTO ALERT-REPORT-LINE.
000000     WRITE ALERT-REPORT-LINE.
000000 4100-EXIT.
000000     EXIT.
000000 8000-REWRITE-CASES.
000000     OPEN OUTPUT ALERT-CASE-FILE.
000000     PERFORM VARYING CASE-IX FROM 1 BY 1
000000             UNTIL CASE-IX > CASE-COUNT
000000         MOVE CASE-ENTRY(CASE-IX) TO ALERT-CASE-RECORD
000000         WRITE ALERT-CASE-RECORD
000000     END-PERFORM.
000000     CLOSE ALERT-CASE-FILE.
000000 8000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 nothing unusual tonight; 4 a case was raised or the pass was
000000*partial; 8 an alert could not be raised because the case file
000000*is full.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF NOT-RAISED-COUNT > ZERO
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         IF RAISED-COUNT > ZERO OR ACCOUNT-OVERFLOW-YES
000000             MOVE 4 TO RETURN-CODE
000000         ELSE
000000             MOVE 0 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
