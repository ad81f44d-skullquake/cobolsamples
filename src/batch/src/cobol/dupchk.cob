000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. dupchk.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TRANS-FEED-FILE ASSIGN TO "TRANSFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TRANS-FEED-STATUS.
000000     SELECT PAYMENTS-FEED-FILE ASSIGN TO "PAYMTS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYMENTS-FEED-STATUS.
000000     SELECT SALES-FEED-FILE ASSIGN TO "SALESTX"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALES-FEED-STATUS.
000000     SELECT SALES-SORT-FILE ASSIGN TO "DUPSRT".
000000     SELECT STAGE-FILE ASSIGN TO "DUPSTG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS STAGE-STATUS.
000000     SELECT WORK-FILE ASSIGN TO "DUPWORK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS WORK-STATUS.
000000     SELECT HISTORY-FILE ASSIGN TO "DUPHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HISTORY-STATUS.
000000     SELECT HOLD-FILE ASSIGN TO "DUPHOLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HOLD-STATUS.
000000     SELECT CONTROL-FILE ASSIGN TO "DUPCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CONTROL-STATUS.
000000     SELECT REPORT-FILE ASSIGN TO "DUPRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REPORT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TRANS-FEED-FILE.
000000 01  TRANS-FEED-LINE PIC X(80).
000000 FD  PAYMENTS-FEED-FILE.
000000 01  PAYMENTS-FEED-LINE PIC X(80).
000000 FD  SALES-FEED-FILE.
000000 01  SALES-FEED-LINE PIC X(35).
000000 SD  SALES-SORT-FILE.
000000 01  SALES-SORT-RECORD.
000000     05 SRT-SALESPERSON-ID PIC X(5).
000000     05 SRT-REST           PIC X(30).
000000 FD  STAGE-FILE.
000000 01  STAGE-LINE PIC X(80).
000000 FD  WORK-FILE.
000000 01  WORK-LINE PIC X(80).
000000 FD  HISTORY-FILE.
000000     COPY "duphist.cpy".
000000 FD  HOLD-FILE.
000000     COPY "duphold.cpy".
000000*How far into the cumulative PAYMTS file the check has already
000000*been, so each record is looked at once.
000000 FD  CONTROL-FILE.
000000 01  CONTROL-RECORD.
000000     05 DCTL-PAYMTS-CHECKED PIC 9(7).
000000     05 DCTL-RUN-ID         PIC 9(5).
000000     05 DCTL-RUN-DATE       PIC 9(8).
000000 FD  REPORT-FILE.
000000 01  REPORT-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    COPY "envrec.cpy".
000000    COPY "transrec.cpy".
000000    COPY "datesvc.cpy".
000000    01 TRANS-FEED-STATUS PIC X(2) VALUE '00'.
000000    01 PAYMENTS-FEED-STATUS PIC X(2) VALUE '00'.
000000    01 SALES-FEED-STATUS PIC X(2) VALUE '00'.
000000    01 STAGE-STATUS PIC X(2) VALUE '00'.
000000    01 WORK-STATUS PIC X(2) VALUE '00'.
000000    01 HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 HOLD-STATUS PIC X(2) VALUE '00'.
000000    01 CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 WINDOW-DAYS PIC 9(3) VALUE 7.
000000    01 WINDOW-START-DATE PIC 9(8) VALUE ZERO.
000000    01 PURGE-BEFORE-DATE PIC 9(8) VALUE ZERO.
000000    01 PAYMENTS-CHECKED PIC 9(7) VALUE ZERO.
000000*The feed being checked, the column its envelope amount hash is
000000*taken from, and how many of its leading lines were checked on
000000*an earlier night (PAYMTS only) and are passed as they stand.
000000    01 CURRENT-FEED PIC X(8) VALUE SPACES.
000000    01 FEED-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HASH-OFFSET BINARY-SHORT SIGNED VALUE 1.
000000    01 MARK-LINES PIC 9(7) VALUE ZERO.
000000    01 STAGE-COUNT PIC 9(7) VALUE ZERO.
000000    01 STAGE-LINE-NO PIC 9(7) VALUE ZERO.
000000    01 WORK-COUNT PIC 9(7) VALUE ZERO.
000000    01 FEED-PRESENT PIC X VALUE 'N'.
000000       88 FEED-PRESENT-YES VALUE 'Y'.
000000    01 FEED-CHANGED PIC X VALUE 'N'.
000000       88 FEED-CHANGED-YES VALUE 'Y'.
000000    01 INJECT-ALLOWED PIC X VALUE 'N'.
000000       88 INJECT-ALLOWED-YES VALUE 'Y'.
000000    01 INJECT-DONE PIC X VALUE 'N'.
000000       88 INJECT-DONE-YES VALUE 'Y'.
000000*Envelopes in the part of the feed being checked, numbered in
000000*file order; ENVELOPE-TIED marks those whose trailer tied.  Only
000000*a tied envelope's records are checked, and its trailer is
000000*rewritten over what is left in it.
000000    01 ENVELOPE-TABLE.
000000       05 ENVELOPE-COUNT PIC 9(3) VALUE ZERO.
000000       05 ENVELOPE-TIED PIC X(1) OCCURS 100 TIMES.
000000    01 ENV-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 IN-ENVELOPE PIC X VALUE 'N'.
000000       88 IN-ENVELOPE-YES VALUE 'Y'.
000000    01 CURRENT-ENV-TIED PIC X VALUE 'N'.
000000       88 CURRENT-ENV-TIED-YES VALUE 'Y'.
000000    01 UNTIED-SEEN PIC X VALUE 'N'.
000000       88 UNTIED-SEEN-YES VALUE 'Y'.
000000    01 ENV-CHECK-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-CHECK-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 ENVCHK-STATUS PIC X(1) VALUE SPACE.
000000       88 ENVCHK-TIES VALUE 'O'.
000000    01 NEW-ENV-COUNT PIC 9(7) VALUE ZERO.
000000    01 NEW-ENV-HASH PIC 9(12) VALUE ZERO.
000000*One feed line under the check, with the payment and sale views
000000*of it; the transaction view is the shared TRANSACTION-RECORD.
000000    01 CHECK-LINE PIC X(80) VALUE SPACES.
000000    01 CHECK-PAYMENT REDEFINES CHECK-LINE.
000000       05 CPAY-ACCT-NO        PIC 9(6).
000000       05 CPAY-INSTALLMENT-NO PIC 9(2).
000000       05 CPAY-AMOUNT         PIC 9(7)V99.
000000       05 CPAY-DATE           PIC 9(8).
000000       05 CPAY-TYPE-CODE      PIC X(1).
000000       05 FILLER              PIC X(54).
000000    01 CHECK-SALE REDEFINES CHECK-LINE.
000000       05 CSAL-SALESPERSON-ID PIC X(5).
000000       05 CSAL-TIER-CODE      PIC X(2).
000000       05 CSAL-AMOUNT         PIC 9(7)V99.
000000       05 CSAL-RECORD-TYPE    PIC X(1).
000000       05 CSAL-SPLIT-ID       PIC X(5).
000000       05 CSAL-PRIMARY-PCT    PIC 9(3).
000000       05 CSAL-SPLIT-PCT      PIC 9(3).
000000       05 CSAL-ORDER-NO       PIC 9(6).
000000       05 CSAL-FINANCED-FLAG  PIC X(1).
000000       05 FILLER              PIC X(45).
000000    01 CHECK-KEY.
000000       05 CKEY-ACCOUNT PIC X(11).
000000       05 CKEY-AMOUNT  PIC S9(9)V99.
000000       05 CKEY-TYPE    PIC X(2).
000000       05 CKEY-DATE    PIC 9(8).
000000    01 CHECKABLE PIC X VALUE 'N'.
000000       88 CHECKABLE-YES VALUE 'Y'.
000000*The rolling window of posted records.  TBL-HST-NEW marks the
000000*entries this check added itself: a record is only ever held
000000*against an earlier check, never against its own delivery.
000000    01 HISTORY-TABLE.
000000       05 HISTORY-COUNT PIC 9(4) VALUE ZERO.
000000       05 HISTORY-ENTRY OCCURS 5000 TIMES.
000000          10 TBL-HST-FEED     PIC X(8).
000000          10 TBL-HST-KEY      PIC X(32).
000000          10 TBL-HST-RUN-ID   PIC 9(5).
000000          10 TBL-HST-RUN-DATE PIC 9(8).
000000          10 TBL-HST-NEW      PIC X(1).
000000    01 HST-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HST-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HISTORY-OVERFLOW PIC X VALUE 'N'.
000000       88 HISTORY-OVERFLOW-YES VALUE 'Y'.
000000*The whole hold file.  TBL-HLD-USED marks an entry already
000000*matched to a line on this pass.
000000    01 HOLD-TABLE.
000000       05 HOLD-COUNT PIC 9(4) VALUE ZERO.
000000       05 HOLD-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-HLD-RECORD.
000000             15 TBL-HLD-FEED         PIC X(8).
000000             15 TBL-HLD-LINE         PIC X(80).
000000             15 TBL-HLD-HELD-RUN-ID  PIC 9(5).
000000             15 TBL-HLD-HELD-DATE    PIC 9(8).
000000             15 TBL-HLD-MATCH-RUN-ID PIC 9(5).
000000             15 TBL-HLD-MATCH-DATE   PIC 9(8).
000000             15 TBL-HLD-STATE        PIC X(1).
000000             15 TBL-HLD-DECIDED-BY   PIC X(8).
000000             15 TBL-HLD-DECIDED-DATE PIC 9(8).
000000             15 TBL-HLD-POSTED-RUN-ID PIC 9(5).
000000          10 TBL-HLD-USED PIC X(1).
000000    01 HLD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HLD-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HOLD-OVERFLOW PIC X VALUE 'N'.
000000       88 HOLD-OVERFLOW-YES VALUE 'Y'.
000000    01 HOLD-FAILED-COUNT PIC 9(5) VALUE ZERO.
000000*Tonight's counts, one entry per feed: 1 TRANSFL, 2 PAYMTS,
000000*3 SALESTX.  Unchecked lines are those passed as they stand -
000000*already checked, in an envelope that did not tie, or with no
000000*usable key.
000000    01 FEED-TOTALS.
000000       05 FEED-TOTAL-ENTRY OCCURS 3 TIMES.
000000          10 TBL-FD-NAME      PIC X(8).
000000          10 TBL-FD-CHECKED   PIC X(1).
000000          10 TBL-FD-READ      PIC 9(7).
000000          10 TBL-FD-KEPT      PIC 9(7).
000000          10 TBL-FD-HELD      PIC 9(7).
000000          10 TBL-FD-REPOSTED  PIC 9(7).
000000          10 TBL-FD-UNCHECKED PIC 9(7).
000000          10 TBL-FD-NOTE      PIC X(24).
000000*Holds by feed and by the night they were held, from the whole
000000*hold file, for the report.
000000    01 NIGHT-TABLE.
000000       05 NIGHT-COUNT PIC 9(3) VALUE ZERO.
000000       05 NIGHT-ENTRY OCCURS 300 TIMES.
000000          10 TBL-NGT-FEED     PIC X(8).
000000          10 TBL-NGT-DATE     PIC 9(8).
000000          10 TBL-NGT-HELD     PIC 9(5).
000000          10 TBL-NGT-OPEN     PIC 9(5).
000000          10 TBL-NGT-RELEASED PIC 9(5).
000000          10 TBL-NGT-REJECTED PIC 9(5).
000000    01 NGT-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 NGT-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 COUNT-DISPLAY-1 PIC Z(6)9 VALUE ZERO.
000000    01 COUNT-DISPLAY-2 PIC Z(6)9 VALUE ZERO.
000000    01 COUNT-DISPLAY-3 PIC Z(6)9 VALUE ZERO.
000000    01 COUNT-DISPLAY-4 PIC Z(6)9 VALUE ZERO.
000000    01 COUNT-DISPLAY-5 PIC Z(6)9 VALUE ZERO.
000000    COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000     COPY "dupchk.cpy".
000000*------------------------------------------------------------------------
000000*DUPLICATE TRANSACTION CHECK
000000*The processed-feed register stops a delivery being run twice
000000*whole, but a sender that re-sends yesterday's records inside
000000*today's file changes the file's fingerprint and every record
000000*would post again.  This check looks at each detail record of
000000*TRANSFL, PAYMTS and SALESTX and compares its business key -
000000*account (company and account on TRANSFL, account and
000000*installment on PAYMTS, salesperson and order on SALESTX),
000000*amount, type code and the record's own date - against DUPHIST,
000000*the rolling window of records let through by earlier checks
000000*(DUPCHK WINDOW-DAYS, seven days by default).  A record whose key
000000*is already there is pulled out of its feed onto DUPHOLD for an
000000*operator to release or reject on the review console; the rest
000000*stay and join the window.  Payment reversals are the bank's own
000000*returns and are never held.
000000*An enveloped delivery is checked only when its trailer ties,
000000*and its trailer is rewritten over the records left in it so
000000*the posting steps still prove it; one that does not tie is
000000*left exactly as delivered for those steps to refuse.
000000*Called with 'F' by the register step as the night's deliveries
000000*arrive, when every feed is checked and the records released
000000*since the last check are put back into their feeds; and with
000000*'P' by the lockbox intake once it has appended the bank's
000000*deposit, so those payments are checked before they apply.
000000*PAYMTS is cumulative: DUPCTL remembers how far into it the
000000*check has been.  A rerun of the 'F' check puts back nothing
000000*twice and holds nothing twice.  DUPRPT lists tonight's counts
000000*by feed, the records held, and every feed's holds night by
000000*night with what became of them.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION USING DUPCHK-REQUEST DUPCHK-RESULT
000000     DUPCHK-STATUS.
000000 0000-MAINLINE.
000000     PERFORM 0100-RESET-STATE THRU 0100-EXIT.
000000     IF DCHK-RUN-DATE = ZERO
000000         DISPLAY 'DUPCHK: NO RUN DATE - NO DUPLICATE CHECK'
000000         GO TO 0000-EXIT
000000     END-IF.
000000     PERFORM 0500-READ-PARAMETER THRU 0500-EXIT.
000000     PERFORM 0600-READ-CONTROL THRU 0600-EXIT.
000000     PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT.
000000     PERFORM 1500-LOAD-HOLDS THRU 1500-EXIT.
000000     IF HOLD-OVERFLOW-YES
000000         DISPLAY '*** DUPCHK: DUPHOLD HOLDS MORE THAN 2000 '
000000             'RECORDS - NO DUPLICATE CHECK'
000000         SET DCHK-FAILED TO TRUE
000000         GO TO 0000-EXIT
000000     END-IF.
000000     IF DCHK-FUNC-DELIVERY
000000         PERFORM 2000-CHECK-TRANS-FEED THRU 2000-EXIT
000000     END-IF.
000000     PERFORM 3000-CHECK-PAYMENTS-FEED THRU 3000-EXIT.
000000     IF DCHK-FUNC-DELIVERY
000000         PERFORM 4000-CHECK-SALES-FEED THRU 4000-EXIT
000000     END-IF.
000000     PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
000000     EVALUATE TRUE
000000         WHEN HOLD-FAILED-COUNT > ZERO
000000             SET DCHK-FAILED TO TRUE
000000         WHEN HISTORY-OVERFLOW-YES
000000             SET DCHK-LIMITED TO TRUE
000000         WHEN DCHK-HELD-COUNT > ZERO
000000             SET DCHK-HELD TO TRUE
000000         WHEN OTHER
000000             SET DCHK-CLEAN TO TRUE
000000     END-EVALUATE.
000000     DISPLAY 'DUPCHK: ' DCHK-HELD-COUNT ' RECORD(S) HELD AS '
000000         'SUSPECTED DUPLICATES, ' DCHK-REPOSTED-COUNT
000000         ' RELEASED RECORD(S) PUT BACK'.
000000     IF HISTORY-OVERFLOW-YES
000000         DISPLAY '*** DUPCHK: DUPHIST WINDOW FULL AT 5000 - '
000000             'SOME RECORDS NOT REMEMBERED'
000000     END-IF.
000000 0000-EXIT.
000000     EXIT PROGRAM.
000000*The check is called more than once a night in the same run
000000*unit, so nothing may be left over from the last call.
000000 0100-RESET-STATE.
000000     MOVE ZERO TO DCHK-HELD-COUNT.
000000     MOVE ZERO TO DCHK-REPOSTED-COUNT.
000000     SET DCHK-CLEAN TO TRUE.
000000     MOVE 7 TO WINDOW-DAYS.
000000     MOVE ZERO TO PAYMENTS-CHECKED.
000000     MOVE ZERO TO HISTORY-COUNT.
000000     MOVE ZERO TO HOLD-COUNT.
000000     MOVE ZERO TO NIGHT-COUNT.
000000     MOVE ZERO TO HOLD-FAILED-COUNT.
000000     MOVE 'N' TO HISTORY-OVERFLOW.
000000     MOVE 'N' TO HOLD-OVERFLOW.
000000     MOVE 'TRANSFL ' TO TBL-FD-NAME(1).
000000     MOVE 'PAYMTS  ' TO TBL-FD-NAME(2).
000000     MOVE 'SALESTX ' TO TBL-FD-NAME(3).
000000     PERFORM VARYING FEED-IX FROM 1 BY 1 UNTIL FEED-IX > 3
000000         MOVE 'N' TO TBL-FD-CHECKED(FEED-IX)
000000         MOVE ZERO TO TBL-FD-READ(FEED-IX)
000000         MOVE ZERO TO TBL-FD-KEPT(FEED-IX)
000000         MOVE ZERO TO TBL-FD-HELD(FEED-IX)
000000         MOVE ZERO TO TBL-FD-REPOSTED(FEED-IX)
000000         MOVE ZERO TO TBL-FD-UNCHECKED(FEED-IX)
000000         MOVE SPACES TO TBL-FD-NOTE(FEED-IX)
000000     END-PERFORM.
000000 0100-EXIT.
000000     EXIT.
000000 0500-READ-PARAMETER.
000000     MOVE 'DUPCHK' TO PSVC-PROGRAM.
000000     MOVE 'WINDOW-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO WINDOW-DAYS
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE DCHK-RUN-DATE TO DSVC-DATE-1.
000000     MOVE ZERO TO DSVC-DATE-2.
000000     COMPUTE DSVC-COUNT = 0 - WINDOW-DAYS.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO WINDOW-START-DATE
000000     ELSE
000000         MOVE DCHK-RUN-DATE TO WINDOW-START-DATE
000000     END-IF.
000000*Decided holds are kept ninety days as the record of what was
000000*done with them, then dropped.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE DCHK-RUN-DATE TO DSVC-DATE-1.
000000     MOVE -90 TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO PURGE-BEFORE-DATE
000000     ELSE
000000         MOVE ZERO TO PURGE-BEFORE-DATE
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000 0600-READ-CONTROL.
000000     OPEN INPUT CONTROL-FILE.
000000     IF CONTROL-STATUS NOT = '00'
000000         GO TO 0600-EXIT
000000     END-IF.
000000     READ CONTROL-FILE
000000         AT END GO TO 0600-CLOSE
000000     END-READ.
000000     IF DCTL-PAYMTS-CHECKED IS NUMERIC
000000         MOVE DCTL-PAYMTS-CHECKED TO PAYMENTS-CHECKED
000000     END-IF.
000000 0600-CLOSE.
000000     CLOSE CONTROL-FILE.
000000 0600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*WINDOW AND HOLD FILE PICKUP
000000*Records older than the window fall off.  A delivery check that
000000*is being rerun drops what its own run added for TRANSFL and
000000*SALESTX, since both feeds are checked again whole; PAYMTS is
000000*only ever checked once per record and keeps its entries.
000000*------------------------------------------------------------------------
000000 1000-LOAD-HISTORY.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT HISTORY-FILE.
000000     IF HISTORY-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-HISTORY.
000000     PERFORM 1200-STORE-HISTORY THRU 1200-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE HISTORY-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-HISTORY.
000000     READ HISTORY-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-HISTORY.
000000     IF DHST-RUN-DATE < WINDOW-START-DATE
000000         GO TO 1200-NEXT
000000     END-IF.
000000     IF DCHK-FUNC-DELIVERY AND DHST-RUN-ID = DCHK-RUN-ID
000000         IF DHST-FEED-NAME = 'SALESTX '
000000             OR (DHST-FEED-NAME = 'TRANSFL '
000000                 AND NOT DCHK-TRANS-SKIPPED)
000000             GO TO 1200-NEXT
000000         END-IF
000000     END-IF.
000000     IF HISTORY-COUNT = 5000
000000         SET HISTORY-OVERFLOW-YES TO TRUE
000000         GO TO 1200-NEXT
000000     END-IF.
000000     ADD 1 TO HISTORY-COUNT.
000000     MOVE DHST-FEED-NAME TO TBL-HST-FEED(HISTORY-COUNT).
000000     MOVE DHST-KEY TO TBL-HST-KEY(HISTORY-COUNT).
000000     MOVE DHST-RUN-ID TO TBL-HST-RUN-ID(HISTORY-COUNT).
000000     MOVE DHST-RUN-DATE TO TBL-HST-RUN-DATE(HISTORY-COUNT).
000000     MOVE 'N' TO TBL-HST-NEW(HISTORY-COUNT).
000000 1200-NEXT.
000000     PERFORM 1100-READ-HISTORY.
000000 1200-EXIT.
000000     EXIT.
000000 1500-LOAD-HOLDS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT HOLD-FILE.
000000     IF HOLD-STATUS NOT = '00'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     PERFORM 1600-READ-HOLD.
000000     PERFORM 1700-STORE-HOLD THRU 1700-EXIT
000000         UNTIL SOURCE-EOF-YES OR HOLD-OVERFLOW-YES.
000000     CLOSE HOLD-FILE.
000000 1500-EXIT.
000000     EXIT.
000000 1600-READ-HOLD.
000000     READ HOLD-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1700-STORE-HOLD.
000000     IF (DHLD-REJECTED OR DHLD-REPOSTED)
000000         AND DHLD-DECIDED-DATE < PURGE-BEFORE-DATE
000000         GO TO 1700-NEXT
000000     END-IF.
000000     IF HOLD-COUNT = 2000
000000         SET HOLD-OVERFLOW-YES TO TRUE
000000         GO TO 1700-EXIT
000000     END-IF.
000000     ADD 1 TO HOLD-COUNT.
000000     MOVE DUPLICATE-HOLD-RECORD TO TBL-HLD-RECORD(HOLD-COUNT).
000000     MOVE 'N' TO TBL-HLD-USED(HOLD-COUNT).
000000 1700-NEXT.
000000     PERFORM 1600-READ-HOLD.
000000 1700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PER-FEED PASSES
000000*Each feed is copied to the DUPSTG stage while its envelopes are
000000*tallied, decided line by line onto DUPWORK, and - only when a
000000*record was pulled or put back - copied home again.  The window
000000*and the hold file are saved before the feed is touched, so an
000000*interrupted pass never loses a held record.
000000*------------------------------------------------------------------------
000000 2000-CHECK-TRANS-FEED.
000000     MOVE 1 TO FEED-IX.
000000     IF DCHK-TRANS-SKIPPED
000000         MOVE 'REPEAT DELIVERY ALLOWED' TO TBL-FD-NOTE(1)
000000         DISPLAY 'DUPCHK: TRANSFL REPEAT DELIVERY ALLOWED BY '
000000             'OPERATOR - NOT CHECKED'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE 1 TO HASH-OFFSET.
000000     MOVE ZERO TO MARK-LINES.
000000     PERFORM 5000-START-FEED THRU 5000-EXIT.
000000     OPEN INPUT TRANS-FEED-FILE.
000000     IF TRANS-FEED-STATUS = '00'
000000         SET FEED-PRESENT-YES TO TRUE
000000         PERFORM 2100-READ-TRANS-FEED
000000         PERFORM 2200-STAGE-TRANS-LINE UNTIL SOURCE-EOF-YES
000000         CLOSE TRANS-FEED-FILE
000000     END-IF.
000000     CLOSE STAGE-FILE.
000000     PERFORM 5500-DECIDE-FEED THRU 5500-EXIT.
000000     IF NOT FEED-CHANGED-YES
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT WORK-FILE.
000000     OPEN OUTPUT TRANS-FEED-FILE.
000000     PERFORM 6100-READ-WORK.
000000     PERFORM 2300-RETURN-TRANS-LINE UNTIL SOURCE-EOF-YES.
000000     CLOSE TRANS-FEED-FILE.
000000     CLOSE WORK-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-TRANS-FEED.
000000     READ TRANS-FEED-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-STAGE-TRANS-LINE.
000000     MOVE TRANS-FEED-LINE TO STAGE-LINE.
000000     PERFORM 5100-STAGE-ONE-LINE THRU 5100-EXIT.
000000     PERFORM 2100-READ-TRANS-FEED.
000000 2300-RETURN-TRANS-LINE.
000000     MOVE WORK-LINE TO TRANS-FEED-LINE.
000000     WRITE TRANS-FEED-LINE.
000000     PERFORM 6100-READ-WORK.
000000 3000-CHECK-PAYMENTS-FEED.
000000     MOVE 2 TO FEED-IX.
000000     MOVE 9 TO HASH-OFFSET.
000000     MOVE PAYMENTS-CHECKED TO MARK-LINES.
000000     PERFORM 5000-START-FEED THRU 5000-EXIT.
000000     OPEN INPUT PAYMENTS-FEED-FILE.
000000     IF PAYMENTS-FEED-STATUS = '00'
000000         SET FEED-PRESENT-YES TO TRUE
000000         PERFORM 3100-READ-PAYMENTS-FEED
000000         PERFORM 3200-STAGE-PAYMENTS-LINE UNTIL SOURCE-EOF-YES
000000         CLOSE PAYMENTS-FEED-FILE
000000     END-IF.
000000     CLOSE STAGE-FILE.
000000*A shorter file than the mark has been replaced or cut back
000000*since the last check; it is checked again from the top.
000000     IF STAGE-COUNT < MARK-LINES AND FEED-PRESENT-YES
000000         DISPLAY 'DUPCHK: PAYMTS SHORTER THAN LAST CHECKED - '
000000             'CHECKED FROM THE TOP'
000000         MOVE ZERO TO MARK-LINES
000000         PERFORM 5000-START-FEED THRU 5000-EXIT
000000         OPEN INPUT PAYMENTS-FEED-FILE
000000         SET FEED-PRESENT-YES TO TRUE
000000         PERFORM 3100-READ-PAYMENTS-FEED
000000         PERFORM 3200-STAGE-PAYMENTS-LINE UNTIL SOURCE-EOF-YES
000000         CLOSE PAYMENTS-FEED-FILE
000000         CLOSE STAGE-FILE
000000     END-IF.
000000     PERFORM 5500-DECIDE-FEED THRU 5500-EXIT.
000000     IF FEED-CHANGED-YES
000000         MOVE 'N' TO SOURCE-EOF
000000         OPEN INPUT WORK-FILE
000000         OPEN OUTPUT PAYMENTS-FEED-FILE
000000         PERFORM 6100-READ-WORK
000000         PERFORM 3300-RETURN-PAYMENTS-LINE UNTIL SOURCE-EOF-YES
000000         CLOSE PAYMENTS-FEED-FILE
000000         CLOSE WORK-FILE
000000     END-IF.
000000     MOVE WORK-COUNT TO PAYMENTS-CHECKED.
000000     PERFORM 8700-WRITE-CONTROL THRU 8700-EXIT.
000000 3000-EXIT.
000000     EXIT.
000000 3100-READ-PAYMENTS-FEED.
000000     READ PAYMENTS-FEED-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 3200-STAGE-PAYMENTS-LINE.
000000     MOVE PAYMENTS-FEED-LINE TO STAGE-LINE.
000000     PERFORM 5100-STAGE-ONE-LINE THRU 5100-EXIT.
000000     PERFORM 3100-READ-PAYMENTS-FEED.
000000 3300-RETURN-PAYMENTS-LINE.
000000     MOVE WORK-LINE TO PAYMENTS-FEED-LINE.
000000     WRITE PAYMENTS-FEED-LINE.
000000     PERFORM 6100-READ-WORK.
000000*SALESTX goes home through the sort so it stays in salesperson
000000*order for the commission run, wherever a released sale is put.
000000 4000-CHECK-SALES-FEED.
000000     MOVE 3 TO FEED-IX.
000000     MOVE 1 TO HASH-OFFSET.
000000     MOVE ZERO TO MARK-LINES.
000000     PERFORM 5000-START-FEED THRU 5000-EXIT.
000000     OPEN INPUT SALES-FEED-FILE.
000000     IF SALES-FEED-STATUS = '00'
000000         SET FEED-PRESENT-YES TO TRUE
000000         PERFORM 4100-READ-SALES-FEED
000000         PERFORM 4200-STAGE-SALES-LINE UNTIL SOURCE-EOF-YES
000000         CLOSE SALES-FEED-FILE
000000     END-IF.
000000     CLOSE STAGE-FILE.
000000     PERFORM 5500-DECIDE-FEED THRU 5500-EXIT.
000000     IF FEED-CHANGED-YES
000000         SORT SALES-SORT-FILE ON ASCENDING KEY SRT-SALESPERSON-ID
000000             USING WORK-FILE
000000             GIVING SALES-FEED-FILE
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000 4100-READ-SALES-FEED.
000000     READ SALES-FEED-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 4200-STAGE-SALES-LINE.
000000     MOVE SALES-FEED-LINE TO STAGE-LINE.
000000     PERFORM 5100-STAGE-ONE-LINE THRU 5100-EXIT.
000000     PERFORM 4100-READ-SALES-FEED.
000000*------------------------------------------------------------------------
000000*STAGING AND ENVELOPE TALLY
000000*------------------------------------------------------------------------
000000 5000-START-FEED.
000000     MOVE TBL-FD-NAME(FEED-IX) TO CURRENT-FEED.
000000     MOVE 'Y' TO TBL-FD-CHECKED(FEED-IX).
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE 'N' TO FEED-PRESENT.
000000     MOVE 'N' TO FEED-CHANGED.
000000     MOVE 'N' TO IN-ENVELOPE.
000000     MOVE 'N' TO UNTIED-SEEN.
000000     MOVE ZERO TO ENVELOPE-COUNT.
000000     MOVE ZERO TO STAGE-COUNT.
000000     MOVE ZERO TO WORK-COUNT.
000000     OPEN OUTPUT STAGE-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-STAGE-ONE-LINE.
000000     WRITE STAGE-LINE.
000000     ADD 1 TO STAGE-COUNT.
000000     IF STAGE-COUNT NOT > MARK-LINES
000000         GO TO 5100-EXIT
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN STAGE-LINE(1:3) = 'HDR'
000000             IF IN-ENVELOPE-YES
000000                 PERFORM 5150-MARK-UNTIED
000000             END-IF
000000             IF ENVELOPE-COUNT < 100
000000                 ADD 1 TO ENVELOPE-COUNT
000000                 MOVE 'N' TO ENVELOPE-TIED(ENVELOPE-COUNT)
000000             ELSE
000000                 SET UNTIED-SEEN-YES TO TRUE
000000             END-IF
000000             MOVE STAGE-LINE(1:19) TO ENVELOPE-HEADER-RECORD
000000             MOVE ZERO TO ENV-CHECK-COUNT
000000             MOVE ZERO TO ENV-CHECK-HASH
000000             SET IN-ENVELOPE-YES TO TRUE
000000         WHEN STAGE-LINE(1:3) = 'TRL'
000000             IF IN-ENVELOPE-YES
000000                 MOVE STAGE-LINE(1:22) TO ENVELOPE-TRAILER-RECORD
000000                 CALL 'envchk' USING ENVELOPE-HEADER-RECORD
000000                     ENVELOPE-TRAILER-RECORD ENV-CHECK-COUNT
000000                     ENV-CHECK-HASH ENVCHK-STATUS
000000                 IF ENVCHK-TIES
000000                     MOVE 'Y' TO ENVELOPE-TIED(ENVELOPE-COUNT)
000000                 ELSE
000000                     PERFORM 5150-MARK-UNTIED
000000                 END-IF
000000                 MOVE 'N' TO IN-ENVELOPE
000000             END-IF
000000         WHEN IN-ENVELOPE-YES
000000             ADD 1 TO ENV-CHECK-COUNT
000000             IF STAGE-LINE(HASH-OFFSET:9) IS NUMERIC
000000                 MOVE STAGE-LINE(HASH-OFFSET:9) TO ENV-AMOUNT-WORK
000000                 ADD ENV-AMOUNT-WORK TO ENV-CHECK-HASH
000000             END-IF
000000     END-EVALUATE.
000000 5100-EXIT.
000000     EXIT.
000000 5150-MARK-UNTIED.
000000     MOVE 'N' TO ENVELOPE-TIED(ENVELOPE-COUNT).
000000     SET UNTIED-SEEN-YES TO TRUE.
000000*------------------------------------------------------------------------
000000*THE LINE-BY-LINE DECISION
000000*Released records go back only on the delivery check, and only
000000*into a feed whose envelopes all tie: into the last envelope,
000000*ahead of its rewritten trailer, or at the end of a bare feed.
000000*------------------------------------------------------------------------
000000 5500-DECIDE-FEED.
000000     IF IN-ENVELOPE-YES
000000         PERFORM 5150-MARK-UNTIED
000000     END-IF.
000000     MOVE 'N' TO INJECT-ALLOWED.
000000     IF DCHK-FUNC-DELIVERY AND NOT UNTIED-SEEN-YES
000000         SET INJECT-ALLOWED-YES TO TRUE
000000     END-IF.
000000     IF UNTIED-SEEN-YES
000000         MOVE 'ENVELOPE DID NOT TIE' TO TBL-FD-NOTE(FEED-IX)
000000     END-IF.
000000     MOVE 'N' TO INJECT-DONE.
000000     MOVE 'N' TO IN-ENVELOPE.
000000     MOVE 'N' TO CURRENT-ENV-TIED.
000000     MOVE ZERO TO ENV-IX.
000000     MOVE ZERO TO STAGE-LINE-NO.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT STAGE-FILE.
000000     OPEN OUTPUT WORK-FILE.
000000     PERFORM 5550-READ-STAGE.
000000     PERFORM 5600-DECIDE-ONE-LINE THRU 5600-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     IF INJECT-ALLOWED-YES AND NOT INJECT-DONE-YES
000000         MOVE 'N' TO IN-ENVELOPE
000000         PERFORM 5800-PUT-BACK-RELEASED THRU 5800-EXIT
000000     END-IF.
000000     CLOSE WORK-FILE.
000000     CLOSE STAGE-FILE.
000000     IF FEED-PRESENT-YES OR FEED-CHANGED-YES
000000         PERFORM 8000-REWRITE-HISTORY THRU 8000-EXIT
000000     END-IF.
000000     IF FEED-CHANGED-YES
000000         PERFORM 8500-REWRITE-HOLDS THRU 8500-EXIT
000000     END-IF.
000000 5500-EXIT.
000000     EXIT.
000000 5550-READ-STAGE.
000000     READ STAGE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 5600-DECIDE-ONE-LINE.
000000     MOVE STAGE-LINE TO CHECK-LINE.
000000     ADD 1 TO STAGE-LINE-NO.
000000     IF STAGE-LINE-NO NOT > MARK-LINES
000000         PERFORM 5980-WRITE-WORK-LINE
000000         GO TO 5600-NEXT
000000     END-IF.
000000     IF CHECK-LINE(1:3) = 'HDR'
000000         ADD 1 TO ENV-IX
000000         SET IN-ENVELOPE-YES TO TRUE
000000         MOVE 'N' TO CURRENT-ENV-TIED
000000         IF ENV-IX NOT > ENVELOPE-COUNT
000000             MOVE ENVELOPE-TIED(ENV-IX) TO CURRENT-ENV-TIED
000000         END-IF
000000         MOVE ZERO TO NEW-ENV-COUNT
000000         MOVE ZERO TO NEW-ENV-HASH
000000         PERFORM 5980-WRITE-WORK-LINE
000000         GO TO 5600-NEXT
000000     END-IF.
000000     IF CHECK-LINE(1:3) = 'TRL'
000000         IF IN-ENVELOPE-YES AND CURRENT-ENV-TIED-YES
000000             MOVE CHECK-LINE(1:22) TO ENVELOPE-TRAILER-RECORD
000000             IF ENV-IX = ENVELOPE-COUNT AND INJECT-ALLOWED-YES
000000                 PERFORM 5800-PUT-BACK-RELEASED THRU 5800-EXIT
000000             END-IF
000000             MOVE NEW-ENV-COUNT TO ENVT-REC-COUNT
000000             MOVE NEW-ENV-HASH TO ENVT-AMOUNT-HASH
000000             MOVE ENVELOPE-TRAILER-RECORD TO CHECK-LINE
000000         END-IF
000000         MOVE 'N' TO IN-ENVELOPE
000000         PERFORM 5980-WRITE-WORK-LINE
000000         GO TO 5600-NEXT
000000     END-IF.
000000     ADD 1 TO TBL-FD-READ(FEED-IX).
000000     IF IN-ENVELOPE-YES AND NOT CURRENT-ENV-TIED-YES
000000         ADD 1 TO TBL-FD-UNCHECKED(FEED-IX)
000000         PERFORM 5980-WRITE-WORK-LINE
000000         GO TO 5600-NEXT
000000     END-IF.
000000     PERFORM 5700-BUILD-KEY THRU 5700-EXIT.
000000     IF NOT CHECKABLE-YES
000000         ADD 1 TO TBL-FD-UNCHECKED(FEED-IX)
000000         PERFORM 5750-KEEP-LINE
000000         GO TO 5600-NEXT
000000     END-IF.
000000*A line this run already held or put back is being seen again
000000*by a rerun: a held one stays out, a put-back one stays in.
000000     MOVE ZERO TO HLD-FOUND-IX.
000000     PERFORM VARYING HLD-IX FROM 1 BY 1
000000             UNTIL HLD-IX > HOLD-COUNT OR HLD-FOUND-IX > ZERO
000000         IF TBL-HLD-FEED(HLD-IX) = CURRENT-FEED
000000             AND TBL-HLD-USED(HLD-IX) = 'N'
000000             AND TBL-HLD-LINE(HLD-IX) = CHECK-LINE
000000             AND ((TBL-HLD-STATE(HLD-IX) = 'H'
000000                   AND TBL-HLD-HELD-RUN-ID(HLD-IX) = DCHK-RUN-ID)
000000               OR (TBL-HLD-STATE(HLD-IX) = 'P'
000000                   AND TBL-HLD-POSTED-RUN-ID(HLD-IX)
000000                       = DCHK-RUN-ID))
000000             MOVE HLD-IX TO HLD-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF HLD-FOUND-IX > ZERO
000000         MOVE 'Y' TO TBL-HLD-USED(HLD-FOUND-IX)
000000         IF TBL-HLD-STATE(HLD-FOUND-IX) = 'H'
000000             ADD 1 TO TBL-FD-HELD(FEED-IX)
000000             ADD 1 TO DCHK-HELD-COUNT
000000             SET FEED-CHANGED-YES TO TRUE
000000         ELSE
000000             ADD 1 TO TBL-FD-REPOSTED(FEED-IX)
000000             PERFORM 5950-ADD-HISTORY THRU 5950-EXIT
000000             PERFORM 5750-KEEP-LINE
000000         END-IF
000000         GO TO 5600-NEXT
000000     END-IF.
000000     MOVE ZERO TO HST-FOUND-IX.
000000     PERFORM VARYING HST-IX FROM 1 BY 1
000000             UNTIL HST-IX > HISTORY-COUNT OR HST-FOUND-IX > ZERO
000000         IF TBL-HST-FEED(HST-IX) = CURRENT-FEED
000000             AND TBL-HST-KEY(HST-IX) = CHECK-KEY
000000             AND TBL-HST-NEW(HST-IX) NOT = 'Y'
000000             MOVE HST-IX TO HST-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF HST-FOUND-IX > ZERO
000000         PERFORM 5900-HOLD-LINE THRU 5900-EXIT
000000     ELSE
000000         ADD 1 TO TBL-FD-KEPT(FEED-IX)
000000         PERFORM 5950-ADD-HISTORY THRU 5950-EXIT
000000         PERFORM 5750-KEEP-LINE
000000     END-IF.
000000 5600-NEXT.
000000     PERFORM 5550-READ-STAGE.
000000 5600-EXIT.
000000     EXIT.
000000 5700-BUILD-KEY.
000000     MOVE 'N' TO CHECKABLE.
000000     MOVE SPACES TO CKEY-ACCOUNT.
000000     MOVE ZERO TO CKEY-AMOUNT.
000000     MOVE SPACES TO CKEY-TYPE.
000000     MOVE ZERO TO CKEY-DATE.
000000     EVALUATE FEED-IX
000000         WHEN 1
000000             MOVE CHECK-LINE TO TRANSACTION-RECORD
000000             IF TRAN-AMOUNT IS NUMERIC
000000                 SET CHECKABLE-YES TO TRUE
000000                 MOVE CHECK-LINE(31:6) TO CKEY-ACCOUNT(1:6)
000000                 MOVE TRAN-COMPANY-CODE TO CKEY-ACCOUNT(7:3)
000000                 MOVE TRAN-AMOUNT TO CKEY-AMOUNT
000000                 MOVE TRAN-TYPE-CODE TO CKEY-TYPE
000000                 IF TRAN-EFFECTIVE-DATE IS NUMERIC
000000                     MOVE TRAN-EFFECTIVE-DATE TO CKEY-DATE
000000                 END-IF
000000             END-IF
000000         WHEN 2
000000             IF CPAY-AMOUNT IS NUMERIC
000000                 AND CPAY-TYPE-CODE NOT = 'R'
000000                 SET CHECKABLE-YES TO TRUE
000000                 MOVE CHECK-LINE(1:8) TO CKEY-ACCOUNT
000000                 MOVE CPAY-AMOUNT TO CKEY-AMOUNT
000000                 MOVE CPAY-TYPE-CODE TO CKEY-TYPE
000000                 IF CPAY-DATE IS NUMERIC
000000                     MOVE CPAY-DATE TO CKEY-DATE
000000                 END-IF
000000             END-IF
000000         WHEN 3
000000             IF CSAL-AMOUNT IS NUMERIC
000000                 SET CHECKABLE-YES TO TRUE
000000                 MOVE CSAL-SALESPERSON-ID TO CKEY-ACCOUNT(1:5)
000000                 MOVE CHECK-LINE(27:6) TO CKEY-ACCOUNT(6:6)
000000                 MOVE CSAL-AMOUNT TO CKEY-AMOUNT
000000                 MOVE CSAL-RECORD-TYPE TO CKEY-TYPE
000000             END-IF
000000     END-EVALUATE.
000000 5700-EXIT.
000000     EXIT.
000000 5750-KEEP-LINE.
000000     IF IN-ENVELOPE-YES
000000         ADD 1 TO NEW-ENV-COUNT
000000         IF CHECK-LINE(HASH-OFFSET:9) IS NUMERIC
000000             MOVE CHECK-LINE(HASH-OFFSET:9) TO ENV-AMOUNT-WORK
000000             ADD ENV-AMOUNT-WORK TO NEW-ENV-HASH
000000         END-IF
000000     END-IF.
000000     PERFORM 5980-WRITE-WORK-LINE.
000000 5800-PUT-BACK-RELEASED.
000000     SET INJECT-DONE-YES TO TRUE.
000000     PERFORM 5850-PUT-BACK-ONE THRU 5850-EXIT
000000         VARYING HLD-IX FROM 1 BY 1
000000         UNTIL HLD-IX > HOLD-COUNT.
000000 5800-EXIT.
000000     EXIT.
000000 5850-PUT-BACK-ONE.
000000     IF TBL-HLD-FEED(HLD-IX) NOT = CURRENT-FEED
000000         OR TBL-HLD-STATE(HLD-IX) NOT = 'R'
000000         GO TO 5850-EXIT
000000     END-IF.
000000     MOVE TBL-HLD-LINE(HLD-IX) TO CHECK-LINE.
000000     MOVE 'P' TO TBL-HLD-STATE(HLD-IX).
000000     MOVE DCHK-RUN-ID TO TBL-HLD-POSTED-RUN-ID(HLD-IX).
000000     MOVE 'Y' TO TBL-HLD-USED(HLD-IX).
000000     ADD 1 TO TBL-FD-REPOSTED(FEED-IX).
000000     ADD 1 TO DCHK-REPOSTED-COUNT.
000000     SET FEED-CHANGED-YES TO TRUE.
000000     PERFORM 5700-BUILD-KEY THRU 5700-EXIT.
000000     IF CHECKABLE-YES
000000         PERFORM 5950-ADD-HISTORY THRU 5950-EXIT
000000     END-IF.
000000     PERFORM 5750-KEEP-LINE.
000000 5850-EXIT.
000000     EXIT.
000000 5900-HOLD-LINE.
000000     IF HOLD-COUNT = 2000
000000         ADD 1 TO HOLD-FAILED-COUNT
000000         DISPLAY '*** DUPCHK: DUPHOLD FULL - SUSPECTED DUPLICATE '
000000             'ON ' CURRENT-FEED ' LEFT IN THE FEED'
000000         DISPLAY '    ' CHECK-LINE(1:60)
000000         ADD 1 TO TBL-FD-KEPT(FEED-IX)
000000         PERFORM 5750-KEEP-LINE
000000         GO TO 5900-EXIT
000000     END-IF.
000000     ADD 1 TO HOLD-COUNT.
000000     MOVE CURRENT-FEED TO TBL-HLD-FEED(HOLD-COUNT).
000000     MOVE CHECK-LINE TO TBL-HLD-LINE(HOLD-COUNT).
000000     MOVE DCHK-RUN-ID TO TBL-HLD-HELD-RUN-ID(HOLD-COUNT).
000000     MOVE DCHK-RUN-DATE TO TBL-HLD-HELD-DATE(HOLD-COUNT).
000000     MOVE TBL-HST-RUN-ID(HST-FOUND-IX)
000000         TO TBL-HLD-MATCH-RUN-ID(HOLD-COUNT).
000000     MOVE TBL-HST-RUN-DATE(HST-FOUND-IX)
000000         TO TBL-HLD-MATCH-DATE(HOLD-COUNT).
000000     MOVE 'H' TO TBL-HLD-STATE(HOLD-COUNT).
000000     MOVE SPACES TO TBL-HLD-DECIDED-BY(HOLD-COUNT).
000000     MOVE ZERO TO TBL-HLD-DECIDED-DATE(HOLD-COUNT).
000000     MOVE ZERO TO TBL-HLD-POSTED-RUN-ID(HOLD-COUNT).
000000     MOVE 'Y' TO TBL-HLD-USED(HOLD-COUNT).
000000     ADD 1 TO TBL-FD-HELD(FEED-IX).
000000     ADD 1 TO DCHK-HELD-COUNT.
000000     SET FEED-CHANGED-YES TO TRUE.
000000 5900-EXIT.
000000     EXIT.
000000 5950-ADD-HISTORY.
000000     IF HISTORY-COUNT = 5000
000000         SET HISTORY-OVERFLOW-YES TO TRUE
000000         GO TO 5950-EXIT
000000     END-IF.
000000     ADD 1 TO HISTORY-COUNT.
000000     MOVE CURRENT-FEED TO TBL-HST-FEED(HISTORY-COUNT).
000000     MOVE CHECK-KEY TO TBL-HST-KEY(HISTORY-COUNT).
000000     MOVE DCHK-RUN-ID TO TBL-HST-RUN-ID(HISTORY-COUNT).
000000     MOVE DCHK-RUN-DATE TO TBL-HST-RUN-DATE(HISTORY-COUNT).
000000     MOVE 'Y' TO TBL-HST-NEW(HISTORY-COUNT).
000000 5950-EXIT.
000000     EXIT.
000000 5980-WRITE-WORK-LINE.
000000     MOVE CHECK-LINE TO WORK-LINE.
000000     WRITE WORK-LINE.
000000     ADD 1 TO WORK-COUNT.
000000 6100-READ-WORK.
000000     READ WORK-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000*------------------------------------------------------------------------
000000*DUPRPT - TONIGHT BY FEED, THE RECORDS HELD, AND EVERY FEED'S
000000*HOLDS NIGHT BY NIGHT.  The delivery check starts the night's
000000*report; the lockbox check adds its own section to it.
000000*------------------------------------------------------------------------
000000 7000-WRITE-REPORT.
000000     IF DCHK-FUNC-DELIVERY
000000         OPEN OUTPUT REPORT-FILE
000000     ELSE
000000         OPEN EXTEND REPORT-FILE
000000         IF REPORT-STATUS = '05' OR REPORT-STATUS = '35'
000000             OPEN OUTPUT REPORT-FILE
000000         END-IF
000000     END-IF.
000000     MOVE SPACES TO REPORT-LINE.
000000     IF DCHK-FUNC-DELIVERY
000000         STRING 'DUPLICATE TRANSACTION CHECK - DELIVERIES  RUN '
000000             DCHK-RUN-ID ' DATE ' DCHK-RUN-DATE
000000             INTO REPORT-LINE
000000     ELSE
000000         STRING 'DUPLICATE TRANSACTION CHECK - LOCKBOX  RUN '
000000             DCHK-RUN-ID ' DATE ' DCHK-RUN-DATE
000000             INTO REPORT-LINE
000000     END-IF.
000000     WRITE REPORT-LINE.
000000     MOVE SPACES TO REPORT-LINE.
000000     STRING 'WINDOW ' WINDOW-DAYS ' DAY(S) FROM '
000000         WINDOW-START-DATE INTO REPORT-LINE.
000000     WRITE REPORT-LINE.
000000     MOVE 'FEED        READ    KEPT    HELD  PUTBCK  UNCHKD'
000000         TO REPORT-LINE.
000000     WRITE REPORT-LINE.
000000     PERFORM 7100-WRITE-FEED-LINE THRU 7100-EXIT
000000         VARYING FEED-IX FROM 1 BY 1 UNTIL FEED-IX > 3.
000000     MOVE 'RECORDS HELD TONIGHT:' TO REPORT-LINE.
000000     WRITE REPORT-LINE.
000000     PERFORM 7200-WRITE-HELD-LINE THRU 7200-EXIT
000000         VARYING HLD-IX FROM 1 BY 1 UNTIL HLD-IX > HOLD-COUNT.
000000     PERFORM 7300-BUILD-NIGHTS THRU 7300-EXIT
000000         VARYING HLD-IX FROM 1 BY 1 UNTIL HLD-IX > HOLD-COUNT.
000000     MOVE 'HOLDS BY FEED BY NIGHT:' TO REPORT-LINE.
000000     WRITE REPORT-LINE.
000000     MOVE 'FEED     NIGHT       HELD   OPEN  RELEASED  REJECTED'
000000         TO REPORT-LINE.
000000     WRITE REPORT-LINE.
000000     PERFORM VARYING NGT-IX FROM 1 BY 1 UNTIL NGT-IX > NIGHT-COUNT
000000         MOVE TBL-NGT-HELD(NGT-IX) TO COUNT-DISPLAY-1
000000         MOVE TBL-NGT-OPEN(NGT-IX) TO COUNT-DISPLAY-2
000000         MOVE TBL-NGT-RELEASED(NGT-IX) TO COUNT-DISPLAY-3
000000         MOVE TBL-NGT-REJECTED(NGT-IX) TO COUNT-DISPLAY-4
000000         MOVE SPACES TO REPORT-LINE
000000         STRING TBL-NGT-FEED(NGT-IX) ' ' TBL-NGT-DATE(NGT-IX)
000000             COUNT-DISPLAY-1 COUNT-DISPLAY-2
000000             '   ' COUNT-DISPLAY-3 '   ' COUNT-DISPLAY-4
000000             INTO REPORT-LINE
000000         WRITE REPORT-LINE
000000     END-PERFORM.
000000     CLOSE REPORT-FILE.
000000 7000-EXIT.
000000     EXIT.
000000 7100-WRITE-FEED-LINE.
000000     IF TBL-FD-CHECKED(FEED-IX) NOT = 'Y'
000000         AND TBL-FD-NOTE(FEED-IX) = SPACES
000000         GO TO 7100-EXIT
000000     END-IF.
000000     MOVE TBL-FD-READ(FEED-IX) TO COUNT-DISPLAY-1.
000000     MOVE TBL-FD-KEPT(FEED-IX) TO COUNT-DISPLAY-2.
000000     MOVE TBL-FD-HELD(FEED-IX) TO COUNT-DISPLAY-3.
000000     MOVE TBL-FD-REPOSTED(FEED-IX) TO COUNT-DISPLAY-4.
000000     MOVE TBL-FD-UNCHECKED(FEED-IX) TO COUNT-DISPLAY-5.
000000     MOVE SPACES TO REPORT-LINE.
000000     STRING TBL-FD-NAME(FEED-IX) ' ' COUNT-DISPLAY-1
000000         ' ' COUNT-DISPLAY-2 ' ' COUNT-DISPLAY-3
000000         ' ' COUNT-DISPLAY-4 ' ' COUNT-DISPLAY-5
000000         ' ' TBL-FD-NOTE(FEED-IX)
000000         INTO REPORT-LINE.
000000     WRITE REPORT-LINE.
000000 7100-EXIT.
000000     EXIT.
000000 7200-WRITE-HELD-LINE.
000000     IF TBL-HLD-STATE(HLD-IX) NOT = 'H'
000000         OR TBL-HLD-HELD-RUN-ID(HLD-IX) NOT = DCHK-RUN-ID
000000         GO TO 7200-EXIT
000000     END-IF.
000000     MOVE SPACES TO REPORT-LINE.
000000     STRING TBL-HLD-FEED(HLD-IX)
000000         ' RUN ' TBL-HLD-MATCH-RUN-ID(HLD-IX) ' '
000000         TBL-HLD-LINE(HLD-IX)(1:50)
000000         INTO REPORT-LINE.
000000     WRITE REPORT-LINE.
000000 7200-EXIT.
000000     EXIT.
000000 7300-BUILD-NIGHTS.
000000     MOVE ZERO TO NGT-FOUND-IX.
000000     PERFORM VARYING NGT-IX FROM 1 BY 1
000000             UNTIL NGT-IX > NIGHT-COUNT OR NGT-FOUND-IX > ZERO
000000         IF TBL-NGT-FEED(NGT-IX) = TBL-HLD-FEED(HLD-IX)
000000             AND TBL-NGT-DATE(NGT-IX) = TBL-HLD-HELD-DATE(HLD-IX)
000000             MOVE NGT-IX TO NGT-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF NGT-FOUND-IX = ZERO
000000         IF NIGHT-COUNT = 300
000000             GO TO 7300-EXIT
000000         END-IF
000000         ADD 1 TO NIGHT-COUNT
000000         MOVE NIGHT-COUNT TO NGT-FOUND-IX
000000         MOVE TBL-HLD-FEED(HLD-IX) TO TBL-NGT-FEED(NGT-FOUND-IX)
000000         MOVE TBL-HLD-HELD-DATE(HLD-IX)
000000             TO TBL-NGT-DATE(NGT-FOUND-IX)
000000         MOVE ZERO TO TBL-NGT-HELD(NGT-FOUND-IX)
000000         MOVE ZERO TO TBL-NGT-OPEN(NGT-FOUND-IX)
000000         MOVE ZERO TO TBL-NGT-RELEASED(NGT-FOUND-IX)
000000         MOVE ZERO TO TBL-NGT-REJECTED(NGT-FOUND-IX)
000000     END-IF.
000000     ADD 1 TO TBL-NGT-HELD(NGT-FOUND-IX).
000000     EVALUATE TBL-HLD-STATE(HLD-IX)
000000         WHEN 'H'
000000             ADD 1 TO TBL-NGT-OPEN(NGT-FOUND-IX)
000000         WHEN 'X'
000000             ADD 1 TO TBL-NGT-REJECTED(NGT-FOUND-IX)
000000         WHEN OTHER
000000             ADD 1 TO TBL-NGT-RELEASED(NGT-FOUND-IX)
000000     END-EVALUATE.
000000 7300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FILE REWRITES
000000*------------------------------------------------------------------------
000000 8000-REWRITE-HISTORY.
000000     OPEN OUTPUT HISTORY-FILE.
000000     PERFORM VARYING HST-IX FROM 1 BY 1
000000             UNTIL HST-IX > HISTORY-COUNT
000000         MOVE TBL-HST-FEED(HST-IX) TO DHST-FEED-NAME
000000         MOVE TBL-HST-KEY(HST-IX) TO DHST-KEY
000000         MOVE TBL-HST-RUN-ID(HST-IX) TO DHST-RUN-ID
000000         MOVE TBL-HST-RUN-DATE(HST-IX) TO DHST-RUN-DATE
000000         WRITE DUPLICATE-HISTORY-RECORD
000000     END-PERFORM.
000000     CLOSE HISTORY-FILE.
000000 8000-EXIT.
000000     EXIT.
000000 8500-REWRITE-HOLDS.
000000     OPEN OUTPUT HOLD-FILE.
000000     PERFORM VARYING HLD-IX FROM 1 BY 1
000000             UNTIL HLD-IX > HOLD-COUNT
000000         MOVE TBL-HLD-RECORD(HLD-IX) TO DUPLICATE-HOLD-RECORD
000000         WRITE DUPLICATE-HOLD-RECORD
000000     END-PERFORM.
000000     CLOSE HOLD-FILE.
000000 8500-EXIT.
000000     EXIT.
000000 8700-WRITE-CONTROL.
000000     OPEN OUTPUT CONTROL-FILE.
000000     MOVE PAYMENTS-CHECKED TO DCTL-PAYMTS-CHECKED.
000000     MOVE DCHK-RUN-ID TO DCTL-RUN-ID.
000000     MOVE DCHK-RUN-DATE TO DCTL-RUN-DATE.
000000     WRITE CONTROL-RECORD.
000000     CLOSE CONTROL-FILE.
000000 8700-EXIT.
000000     EXIT.
