000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. chgoff.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OPENING-POSITION-FILE ASSIGN TO "OPENPOS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OPENING-POSITION-STATUS.
000000     SELECT OPENING-WORK-FILE ASSIGN TO "OPENNEW"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OPENING-WORK-STATUS.
000000     SELECT NEG-EXCEPTION-MASTER ASSIGN TO "NEGEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS NEG-EXCEPTION-STATUS.
000000     SELECT PLACEMENT-REGISTER-FILE ASSIGN TO "AGPREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PLACEMENT-REGISTER-STATUS.
000000     SELECT CHARGE-OFF-APPROVAL-FILE ASSIGN TO "CHOAPPR"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-APPROVAL-STATUS.
000000     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHOREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-REGISTER-STATUS.
000000     SELECT CHARGE-OFF-REPORT-FILE ASSIGN TO "CHORPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-REPORT-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  OPENING-POSITION-FILE.
000000 01  OPENING-POSITION-RECORD.
000000     05 OPEN-ACCT-NO       PIC 9(6).
000000     05 OPEN-AMOUNT        PIC S9(7)V99.
000000     05 OPEN-COMPANY-CODE  PIC X(3).
000000 FD  OPENING-WORK-FILE.
000000 01  OPENING-WORK-RECORD PIC X(18).
000000 FD  NEG-EXCEPTION-MASTER.
000000 01  NEG-EXCEPTION-RECORD.
000000     05 NEG-ACCT-NO    PIC 9(6).
000000     05 NEG-STATUS     PIC X(1).
000000         88 NEG-CHARGED-OFF VALUE 'W'.
000000     05 NEG-FIRST-SEEN PIC 9(8).
000000     05 NEG-LAST-SEEN  PIC 9(8).
000000     05 NEG-PLACED-FLAG PIC X(1).
000000         88 NEG-PLACED VALUE 'P'.
000000     05 NEG-PLACE-BATCH PIC 9(5).
000000 FD  PLACEMENT-REGISTER-FILE.
000000 01  PLACEMENT-REGISTER-RECORD.
000000     05 APR-BATCH-NO  PIC 9(5).
000000     05 APR-ACCT-NO   PIC 9(6).
000000     05 APR-PLACED    PIC 9(7)V99.
000000     05 APR-OUTCOME   PIC X(1).
000000         88 APR-UNCOLLECTIBLE VALUE 'U'.
000000     05 APR-RECOVERED PIC 9(9)V99.
000000 FD  CHARGE-OFF-APPROVAL-FILE.
000000 01  CHARGE-OFF-APPROVAL-RECORD.
000000     05 CHOA-ACCT-NO  PIC 9(6).
000000     05 CHOA-APPROVER PIC X(8).
000000 FD  CHARGE-OFF-REGISTER-FILE.
000000     COPY "chgoff.cpy".
000000 FD  CHARGE-OFF-REPORT-FILE.
000000 01  CHARGE-OFF-REPORT-LINE PIC X(80).
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000     COPY "datesvc.cpy".
000000     COPY "dispsvc.cpy".
000000    01 OPENING-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 OPENING-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 NEG-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 PLACEMENT-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-APPROVAL-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000*The charge-off policy, set only when both of its parameters
000000*are in force.
000000    01 POLICY-LOADED PIC X VALUE 'N'.
000000       88 POLICY-LOADED-YES VALUE 'Y'.
000000    01 MIN-AGE-DAYS PIC 9(3) VALUE ZERO.
000000    01 APPROVE-LIMIT PIC 9(7) VALUE ZERO.
000000    01 POSITION-COUNT PIC 9(7) VALUE ZERO.
000000    01 NEG-MASTER-TABLE.
000000       05 NEG-MASTER-COUNT PIC 9(3) VALUE ZERO.
000000       05 NEG-MASTER-ENTRY OCCURS 200 TIMES.
000000          10 TBL-NEG-ACCT   PIC 9(6).
000000          10 TBL-NEG-STATUS PIC X(1).
000000          10 TBL-NEG-FIRST  PIC 9(8).
000000          10 TBL-NEG-LAST   PIC 9(8).
000000          10 TBL-NEG-PLACED PIC X(1).
000000          10 TBL-NEG-BATCH  PIC 9(5).
000000    01 NEG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 NEG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Accounts the collection agency has returned as uncollectible.
000000    01 UNCOLLECTIBLE-TABLE.
000000       05 UNCOLLECTIBLE-COUNT PIC 9(3) VALUE ZERO.
000000       05 TBL-UNC-ACCT PIC 9(6) OCCURS 300 TIMES.
000000    01 UNC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 UNC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Each account's latest register state - the register is
000000*append-only, so later records overwrite the table slot.
000000    01 REGISTER-TABLE.
000000       05 REGISTER-COUNT PIC 9(3) VALUE ZERO.
000000       05 REGISTER-ENTRY OCCURS 200 TIMES.
000000          10 TBL-REG-ACCT  PIC 9(6).
000000          10 TBL-REG-STATE PIC X(1).
000000    01 REG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 APPROVAL-TABLE.
000000       05 APPROVAL-COUNT PIC 9(3) VALUE ZERO.
000000       05 APPROVAL-ENTRY OCCURS 100 TIMES.
000000          10 TBL-APP-ACCT     PIC 9(6).
000000          10 TBL-APP-APPROVER PIC X(8).
000000    01 APP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 APP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 POS-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 POS-AMOUNT PIC S9(7)V99 VALUE ZERO.
000000    01 POS-COMPANY PIC X(3) VALUE SPACES.
000000    01 AGE-DAYS PIC S9(7) VALUE ZERO.
000000    01 CHARGE-OFF-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 CHARGE-OFF-REASON PIC X(20) VALUE SPACES.
000000    01 CHARGE-OFF-COUNT PIC 9(5) VALUE ZERO.
000000    01 CHARGE-OFF-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 PENDING-COUNT PIC 9(5) VALUE ZERO.
000000    01 DISPUTE-HELD-COUNT PIC 9(5) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000    01 RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000     COPY "tblmon.cpy".
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CHARGE-OFF OF UNCOLLECTIBLE BALANCES
000000*Balances the collection agency returns unrecovered, or that have
000000*sat on the NEGEXC exception master past the CHGOFF MIN-AGE-DAYS
000000*policy age without being placed, used to stay on the books for
000000*ever and keep accruing interest.  This step writes them off: the
000000*account's opening position goes to zero ahead of tonight's
000000*netting, the exception master marks the account charged off ('W')
000000*so the accrual, dunning, the lifecycle tracker and the agency
000000*placement leave it alone, a 'WO' bad-debt entry goes to the
000000*transaction log for the general-ledger journal, and the write-off
000000*lands on the CHOREG register the payment pass and the agency
000000*returns consult to book any later money on the account as a
000000*recovery.  A write-off over the APPROVE-LIM approval limit waits,
000000*once, on the register as pending until an approver's CHOAPPR card
000000*covers it.  A charged-off account that goes negative again -
000000*charges that were in flight when it was written off - has the
000000*residue written off without a second approval.  An account with a
000000*dispute open is not written off while the dispute stands.  No
000000*charge-off policy in force means no new charge-offs tonight.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     PERFORM 0800-LOAD-APPROVALS THRU 0800-EXIT.
000000     PERFORM 1000-LOAD-NEG-MASTER THRU 1000-EXIT.
000000     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
000000     PERFORM 1400-LOAD-UNCOLLECTIBLES THRU 1400-EXIT.
000000*A truncated master would be rewritten short, and a truncated
000000*register or agency return would judge accounts on half the
000000*facts; nothing may move.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY 'CHGOFF: TABLE OVERFLOW - RUN BLOCKED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE 'R' TO DSPV-FUNCTION.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     OPEN OUTPUT CHARGE-OFF-REPORT-FILE.
000000     PERFORM 2400-WRITE-REPORT-HEADER.
000000     PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000     PERFORM 2000-SCAN-POSITIONS THRU 2000-EXIT.
000000     PERFORM 9600-CLOSE-TXLOG THRU 9600-EXIT.
000000     PERFORM 5000-WRITE-REPORT-TOTALS THRU 5000-EXIT.
000000     CLOSE CHARGE-OFF-REPORT-FILE.
000000     PERFORM 8100-REWRITE-NEG-MASTER THRU 8100-EXIT.
000000     DISPLAY 'CHGOFF: ' CHARGE-OFF-COUNT ' CHARGE-OFF(S) '
000000         'TOTALLING ' CHARGE-OFF-TOTAL ', '
000000         PENDING-COUNT ' PENDING APPROVAL'.
000000     IF DISPUTE-HELD-COUNT > ZERO
000000         DISPLAY 'CHGOFF: ' DISPUTE-HELD-COUNT
000000             ' ACCOUNT(S) HELD BACK - OPEN DISPUTE'
000000     END-IF.
000000     MOVE 0 TO RETURN-CODE.
000000     EXIT PROGRAM.
000000 0500-READ-POLICY.
000000     MOVE 'CHGOFF' TO PSVC-PROGRAM.
000000     MOVE 'MIN-AGE-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF NOT PSVC-WHOLE-NUMBER
000000         OR PSVC-NUMBER NOT > ZERO OR PSVC-NUMBER > 999
000000         DISPLAY 'CHGOFF: MIN-AGE-DAYS NOT IN FORCE - NO NEW '
000000             'CHARGE-OFFS TONIGHT'
000000         GO TO 0500-EXIT
000000     END-IF.
000000     MOVE PSVC-NUMBER TO MIN-AGE-DAYS.
000000     MOVE 'APPROVE-LIM' TO PSVC-NAME.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF NOT PSVC-WHOLE-NUMBER
000000         OR PSVC-NUMBER < ZERO OR PSVC-NUMBER > 9999999
000000         DISPLAY 'CHGOFF: APPROVE-LIM NOT IN FORCE - NO NEW '
000000             'CHARGE-OFFS TONIGHT'
000000         GO TO 0500-EXIT
000000     END-IF.
000000     MOVE PSVC-NUMBER TO APPROVE-LIMIT.
000000     SET POLICY-LOADED-YES TO TRUE.
000000 0500-EXIT.
000000     EXIT.
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
000000 0800-LOAD-APPROVALS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT CHARGE-OFF-APPROVAL-FILE.
000000     IF CHARGE-OFF-APPROVAL-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     PERFORM 0810-READ-APPROVAL.
000000     PERFORM 0820-STORE-APPROVAL
000000         UNTIL SOURCE-EOF-YES OR APPROVAL-COUNT = 100.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 0830-COUNT-LEFT-OUT-APPROVAL
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE CHARGE-OFF-APPROVAL-FILE.
000000     MOVE 'CHOAPPR ' TO TMON-FILE.
000000     MOVE 100 TO TMON-LIMIT.
000000     MOVE APPROVAL-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 0800-EXIT.
000000     EXIT.
000000 0830-COUNT-LEFT-OUT-APPROVAL.
000000     ADD 1 TO RECORDS-LEFT-OUT.
000000     PERFORM 0810-READ-APPROVAL.
000000 0810-READ-APPROVAL.
000000     READ CHARGE-OFF-APPROVAL-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 0820-STORE-APPROVAL.
000000     ADD 1 TO APPROVAL-COUNT.
000000     MOVE CHOA-ACCT-NO TO TBL-APP-ACCT(APPROVAL-COUNT).
000000     MOVE CHOA-APPROVER TO TBL-APP-APPROVER(APPROVAL-COUNT).
000000     PERFORM 0810-READ-APPROVAL.
000000 1000-LOAD-NEG-MASTER.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT NEG-EXCEPTION-MASTER.
000000     IF NEG-EXCEPTION-STATUS NOT = '00'
000000         DISPLAY 'CHGOFF: NEGEXC NOT AVAILABLE - NOTHING TO '
000000             'CHARGE OFF'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1010-READ-NEG-MASTER.
000000     PERFORM 1020-STORE-NEG-MASTER
000000         UNTIL SOURCE-EOF-YES OR NEG-MASTER-COUNT = 200.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1030-COUNT-LEFT-OUT-NEG
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE NEG-EXCEPTION-MASTER.
000000     MOVE 'NEGEXC  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE NEG-MASTER-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 1030-COUNT-LEFT-OUT-NEG.
000000     ADD 1 TO RECORDS-LEFT-OUT.
000000     PERFORM 1010-READ-NEG-MASTER.
000000 1010-READ-NEG-MASTER.
000000     READ NEG-EXCEPTION-MASTER
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1020-STORE-NEG-MASTER.
000000     ADD 1 TO NEG-MASTER-COUNT.
000000     MOVE NEG-ACCT-NO TO TBL-NEG-ACCT(NEG-MASTER-COUNT).
000000     MOVE NEG-STATUS TO TBL-NEG-STATUS(NEG-MASTER-COUNT).
000000     MOVE NEG-FIRST-SEEN TO TBL-NEG-FIRST(NEG-MASTER-COUNT).
000000     MOVE NEG-LAST-SEEN TO TBL-NEG-LAST(NEG-MASTER-COUNT).
000000     MOVE NEG-PLACED-FLAG TO TBL-NEG-PLACED(NEG-MASTER-COUNT).
000000     IF NEG-PLACE-BATCH IS NUMERIC
000000         MOVE NEG-PLACE-BATCH
000000             TO TBL-NEG-BATCH(NEG-MASTER-COUNT)
000000     ELSE
000000         MOVE ZERO TO TBL-NEG-BATCH(NEG-MASTER-COUNT)
000000     END-IF.
000000     PERFORM 1010-READ-NEG-MASTER.
000000 1200-LOAD-REGISTER.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS NOT = '00'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1210-READ-REGISTER.
000000     PERFORM 1220-STORE-REGISTER-ENTRY UNTIL SOURCE-EOF-YES.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000     MOVE 'CHOREG  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE REGISTER-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1200-EXIT.
000000     EXIT.
000000 1210-READ-REGISTER.
000000     READ CHARGE-OFF-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1220-STORE-REGISTER-ENTRY.
000000     MOVE CHO-ACCT-NO TO POS-ACCT-NO.
000000     PERFORM 2600-FIND-REGISTER-ENTRY THRU 2600-EXIT.
000000     IF REG-FOUND-IX = 0
000000         IF REGISTER-COUNT < 200
000000             ADD 1 TO REGISTER-COUNT
000000             MOVE REGISTER-COUNT TO REG-FOUND-IX
000000             MOVE CHO-ACCT-NO TO TBL-REG-ACCT(REG-FOUND-IX)
000000         ELSE
000000             ADD 1 TO RECORDS-LEFT-OUT
000000         END-IF
000000     END-IF.
000000     IF REG-FOUND-IX > 0
000000         MOVE CHO-STATE TO TBL-REG-STATE(REG-FOUND-IX)
000000     END-IF.
000000     PERFORM 1210-READ-REGISTER.
000000*------------------------------------------------------------------------
000000*AGENCY OUTCOMES
000000*Every placement the agency has returned uncollectible.  AGPREG
000000*is optional - an installation with no agency has none.
000000*------------------------------------------------------------------------
000000 1400-LOAD-UNCOLLECTIBLES.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT PLACEMENT-REGISTER-FILE.
000000     IF PLACEMENT-REGISTER-STATUS NOT = '00'
000000         GO TO 1400-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1410-READ-PLACEMENT.
000000     PERFORM 1420-STORE-UNCOLLECTIBLE UNTIL SOURCE-EOF-YES.
000000     CLOSE PLACEMENT-REGISTER-FILE.
000000     MOVE 'AGPREG  ' TO TMON-FILE.
000000     MOVE 300 TO TMON-LIMIT.
000000     MOVE UNCOLLECTIBLE-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1400-EXIT.
000000     EXIT.
000000 1410-READ-PLACEMENT.
000000     READ PLACEMENT-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1420-STORE-UNCOLLECTIBLE.
000000     IF APR-UNCOLLECTIBLE
000000         IF UNCOLLECTIBLE-COUNT = 300
000000             ADD 1 TO RECORDS-LEFT-OUT
000000         ELSE
000000             ADD 1 TO UNCOLLECTIBLE-COUNT
000000             MOVE APR-ACCT-NO
000000                 TO TBL-UNC-ACCT(UNCOLLECTIBLE-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 1410-READ-PLACEMENT.
000000*------------------------------------------------------------------------
000000*TABLE USAGE
000000*Each fixed-table load reports its usage to the table monitor;
000000*records left out because the table was full raise the alarm.
000000*------------------------------------------------------------------------
000000 1900-REPORT-TABLE-USAGE.
000000     MOVE 'CHGOFF  ' TO TMON-PROGRAM.
000000     MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*POSITION SCAN
000000*The opening positions stream through one at a time, each copied
000000*to OPENNEW as judged, and OPENNEW is rolled back over OPENPOS
000000*once every position has been seen - the same copy-and-roll the
000000*posting engine uses for its carry feed, so there is no limit on
000000*the accounts.  The charge-off comes off the position the netting
000000*is about to open from, so tonight's NETPOS, the continuity proof
000000*and the accrual all see the written-off account at zero.
000000*------------------------------------------------------------------------
000000 2000-SCAN-POSITIONS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT OPENING-POSITION-FILE.
000000     IF OPENING-POSITION-STATUS NOT = '00'
000000         DISPLAY 'CHGOFF: OPENPOS NOT AVAILABLE - NO CHARGE-OFFS'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     OPEN OUTPUT OPENING-WORK-FILE.
000000     PERFORM 2100-READ-OPENING-POSITION.
000000     PERFORM 2150-JUDGE-AND-COPY
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE OPENING-POSITION-FILE.
000000     CLOSE OPENING-WORK-FILE.
000000     PERFORM 8000-ROLL-OPENING-POSITIONS THRU 8000-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-OPENING-POSITION.
000000     READ OPENING-POSITION-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2150-JUDGE-AND-COPY.
000000     ADD 1 TO POSITION-COUNT.
000000     PERFORM 2200-JUDGE-ONE-POSITION THRU 2200-NEXT.
000000     MOVE POS-AMOUNT TO OPEN-AMOUNT.
000000     WRITE OPENING-WORK-RECORD FROM OPENING-POSITION-RECORD.
000000     PERFORM 2100-READ-OPENING-POSITION.
000000 2200-JUDGE-ONE-POSITION.
000000     MOVE OPEN-ACCT-NO TO POS-ACCT-NO.
000000     MOVE OPEN-AMOUNT TO POS-AMOUNT.
000000     MOVE OPEN-COMPANY-CODE TO POS-COMPANY.
000000     IF POS-AMOUNT NOT < ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 2300-FIND-NEG-ENTRY THRU 2300-EXIT.
000000     IF NEG-FOUND-IX = 0
000000         GO TO 2200-NEXT
000000     END-IF.
000000     SUBTRACT POS-AMOUNT FROM ZERO GIVING CHARGE-OFF-AMOUNT.
000000     PERFORM 2600-FIND-REGISTER-ENTRY THRU 2600-EXIT.
000000     MOVE 0 TO APP-FOUND-IX.
000000*The residue of a balance already written off carries the
000000*original write-off's authority.
000000     IF TBL-NEG-STATUS(NEG-FOUND-IX) = 'W'
000000         MOVE 'IN-FLIGHT RESIDUE    ' TO CHARGE-OFF-REASON
000000         PERFORM 3000-CHARGE-OFF THRU 3000-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF NOT POLICY-LOADED-YES
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF TBL-NEG-STATUS(NEG-FOUND-IX) NOT = 'N'
000000         AND TBL-NEG-STATUS(NEG-FOUND-IX) NOT = 'A'
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 2350-FIND-UNCOLLECTIBLE THRU 2350-EXIT.
000000     IF UNC-FOUND-IX > 0
000000         MOVE 'AGENCY UNCOLLECTIBLE' TO CHARGE-OFF-REASON
000000     ELSE
000000*A placed account is the agency's to work until it comes back.
000000         IF TBL-NEG-PLACED(NEG-FOUND-IX) = 'P'
000000             GO TO 2200-NEXT
000000         END-IF
000000         PERFORM 2500-AGE-EXCEPTION THRU 2500-EXIT
000000         IF AGE-DAYS < MIN-AGE-DAYS
000000             GO TO 2200-NEXT
000000         END-IF
000000         MOVE 'PAST POLICY AGE     ' TO CHARGE-OFF-REASON
000000     END-IF.
000000     MOVE 'A' TO DSPV-FUNCTION.
000000     MOVE POS-ACCT-NO TO DSPV-ACCT-NO.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     IF DSPV-DISPUTED
000000         ADD 1 TO DISPUTE-HELD-COUNT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 2700-FIND-APPROVAL THRU 2700-EXIT.
000000     IF CHARGE-OFF-AMOUNT > APPROVE-LIMIT
000000         AND APP-FOUND-IX = 0
000000         PERFORM 3500-QUEUE-PENDING-CHARGE-OFF THRU 3500-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 3000-CHARGE-OFF THRU 3000-EXIT.
000000 2200-NEXT.
000000     EXIT.
000000 2300-FIND-NEG-ENTRY.
000000     MOVE 0 TO NEG-FOUND-IX.
000000     PERFORM VARYING NEG-IX FROM 1 BY 1
000000             UNTIL NEG-IX > NEG-MASTER-COUNT
000000                 OR NEG-FOUND-IX > 0
000000         IF TBL-NEG-ACCT(NEG-IX) = POS-ACCT-NO
000000             MOVE NEG-IX TO NEG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 2300-EXIT.
000000     EXIT.
000000 2350-FIND-UNCOLLECTIBLE.
000000     MOVE 0 TO UNC-FOUND-IX.
000000     PERFORM VARYING UNC-IX FROM 1 BY 1
000000             UNTIL UNC-IX > UNCOLLECTIBLE-COUNT
000000                 OR UNC-FOUND-IX > 0
000000         IF TBL-UNC-ACCT(UNC-IX) = POS-ACCT-NO
000000             MOVE UNC-IX TO UNC-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 2350-EXIT.
000000     EXIT.
000000*Age from the first night the account was seen negative, as the
000000*agency placement measures it; an unusable date is not aged.
000000 2500-AGE-EXCEPTION.
000000     MOVE ZERO TO AGE-DAYS.
000000     IF CURRENT-RUN-DATE = ZERO
000000         OR TBL-NEG-FIRST(NEG-FOUND-IX) = ZERO
000000         GO TO 2500-EXIT
000000     END-IF.
000000     MOVE 'B' TO DSVC-FUNCTION.
000000     MOVE TBL-NEG-FIRST(NEG-FOUND-IX) TO DSVC-DATE-1.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-2.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DAYS TO AGE-DAYS
000000     END-IF.
000000 2500-EXIT.
000000     EXIT.
000000 2600-FIND-REGISTER-ENTRY.
000000     MOVE 0 TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > 0
000000         IF TBL-REG-ACCT(REG-IX) = POS-ACCT-NO
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 2600-EXIT.
000000     EXIT.
000000 2700-FIND-APPROVAL.
000000     MOVE 0 TO APP-FOUND-IX.
000000     PERFORM VARYING APP-IX FROM 1 BY 1
000000             UNTIL APP-IX > APPROVAL-COUNT
000000                 OR APP-FOUND-IX > 0
000000         IF TBL-APP-ACCT(APP-IX) = POS-ACCT-NO
000000             MOVE APP-IX TO APP-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 2700-EXIT.
000000     EXIT.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'CHARGE-OFF REGISTER' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE CHARGE-OFF-REPORT-LINE FROM REPORT-HEADER-LINE.
000000*------------------------------------------------------------------------
000000*ONE WRITE-OFF - position to zero, account marked charged off,
000000*bad-debt entry logged, register entry, report line.
000000*------------------------------------------------------------------------
000000 3000-CHARGE-OFF.
000000     MOVE ZERO TO POS-AMOUNT.
000000     MOVE 'W' TO TBL-NEG-STATUS(NEG-FOUND-IX).
000000     PERFORM 9500-LOG-CHARGE-OFF THRU 9500-EXIT.
000000     MOVE 'C' TO CHO-STATE.
000000     PERFORM 3300-APPEND-REGISTER THRU 3300-EXIT.
000000     ADD 1 TO CHARGE-OFF-COUNT.
000000     ADD CHARGE-OFF-AMOUNT TO CHARGE-OFF-TOTAL.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO CHARGE-OFF-REPORT-LINE.
000000     STRING 'CHARGED OFF ACCT ' POS-ACCT-NO
000000         ' ' CHARGE-OFF-AMOUNT
000000         ' ' CHARGE-OFF-REASON
000000         ' ' CHO-APPROVER
000000         INTO CHARGE-OFF-REPORT-LINE.
000000     WRITE CHARGE-OFF-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000     DISPLAY 'CHGOFF: CHARGED OFF ' CHARGE-OFF-AMOUNT
000000         ' ON ACCT ' POS-ACCT-NO.
000000 3000-EXIT.
000000     EXIT.
000000*CHO-STATE is set by the caller.
000000 3300-APPEND-REGISTER.
000000     OPEN EXTEND CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS = '05'
000000         OR CHARGE-OFF-REGISTER-STATUS = '35'
000000         OPEN OUTPUT CHARGE-OFF-REGISTER-FILE
000000     END-IF.
000000     MOVE POS-ACCT-NO TO CHO-ACCT-NO.
000000     MOVE CHARGE-OFF-AMOUNT TO CHO-AMOUNT.
000000     MOVE CURRENT-RUN-DATE TO CHO-DATE.
000000     IF APP-FOUND-IX > 0
000000         MOVE TBL-APP-APPROVER(APP-FOUND-IX) TO CHO-APPROVER
000000     ELSE
000000         MOVE SPACES TO CHO-APPROVER
000000     END-IF.
000000     MOVE POS-COMPANY TO CHO-COMPANY.
000000     MOVE CURRENT-RUN-ID TO CHO-RUN-ID.
000000     WRITE CHARGE-OFF-REGISTER-RECORD.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000     IF REG-FOUND-IX = 0
000000         AND REGISTER-COUNT < 200
000000         ADD 1 TO REGISTER-COUNT
000000         MOVE REGISTER-COUNT TO REG-FOUND-IX
000000         MOVE POS-ACCT-NO TO TBL-REG-ACCT(REG-FOUND-IX)
000000     END-IF.
000000     IF REG-FOUND-IX > 0
000000         MOVE CHO-STATE TO TBL-REG-STATE(REG-FOUND-IX)
000000     END-IF.
000000 3300-EXIT.
000000     EXIT.
000000*An over-limit write-off with no approval card leaves only a
000000*register trace, and only once - the approver sees it on the
000000*register and the report, cards the approval, and the next
000000*cycle writes it off.
000000 3500-QUEUE-PENDING-CHARGE-OFF.
000000     IF REG-FOUND-IX > 0
000000         AND TBL-REG-STATE(REG-FOUND-IX) = 'P'
000000         GO TO 3500-EXIT
000000     END-IF.
000000     ADD 1 TO PENDING-COUNT.
000000     MOVE 'P' TO CHO-STATE.
000000     PERFORM 3300-APPEND-REGISTER THRU 3300-EXIT.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO CHARGE-OFF-REPORT-LINE.
000000     STRING 'AWAITS APPROVAL ACCT ' POS-ACCT-NO
000000         ' ' CHARGE-OFF-AMOUNT
000000         ' ' CHARGE-OFF-REASON
000000         INTO CHARGE-OFF-REPORT-LINE.
000000     WRITE CHARGE-OFF-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000 3500-EXIT.
000000     EXIT.
000000 5000-WRITE-REPORT-TOTALS.
000000     MOVE SPACES TO CHARGE-OFF-REPORT-LINE.
000000     STRING 'CHARGED OFF: ' CHARGE-OFF-COUNT
000000         ' TOTAL: ' CHARGE-OFF-TOTAL
000000         ' PENDING: ' PENDING-COUNT
000000         ' DISPUTE HELD: ' DISPUTE-HELD-COUNT
000000         INTO CHARGE-OFF-REPORT-LINE.
000000     WRITE CHARGE-OFF-REPORT-LINE.
000000 5000-EXIT.
000000     EXIT.
000000*Rolled even on a night with no charge-offs - OPENNEW is a
000000*faithful copy, so the roll is the identity.
000000 8000-ROLL-OPENING-POSITIONS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT OPENING-WORK-FILE.
000000     IF OPENING-WORK-STATUS NOT = '00'
000000         GO TO 8000-EXIT
000000     END-IF.
000000     OPEN OUTPUT OPENING-POSITION-FILE.
000000     PERFORM 8010-READ-OPENING-COPY.
000000     PERFORM 8020-WRITE-OPENING-COPY
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE OPENING-POSITION-FILE.
000000     CLOSE OPENING-WORK-FILE.
000000     DISPLAY 'CHGOFF: ' POSITION-COUNT ' POSITION(S) JUDGED'.
000000 8000-EXIT.
000000     EXIT.
000000 8010-READ-OPENING-COPY.
000000     READ OPENING-WORK-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 8020-WRITE-OPENING-COPY.
000000     MOVE OPENING-WORK-RECORD TO OPENING-POSITION-RECORD.
000000     WRITE OPENING-POSITION-RECORD.
000000     PERFORM 8010-READ-OPENING-COPY.
000000 8100-REWRITE-NEG-MASTER.
000000     IF CHARGE-OFF-COUNT = ZERO
000000         GO TO 8100-EXIT
000000     END-IF.
000000     OPEN OUTPUT NEG-EXCEPTION-MASTER.
000000     PERFORM VARYING NEG-IX FROM 1 BY 1
000000             UNTIL NEG-IX > NEG-MASTER-COUNT
000000         MOVE TBL-NEG-ACCT(NEG-IX) TO NEG-ACCT-NO
000000         MOVE TBL-NEG-STATUS(NEG-IX) TO NEG-STATUS
000000         MOVE TBL-NEG-FIRST(NEG-IX) TO NEG-FIRST-SEEN
000000         MOVE TBL-NEG-LAST(NEG-IX) TO NEG-LAST-SEEN
000000         MOVE TBL-NEG-PLACED(NEG-IX) TO NEG-PLACED-FLAG
000000         MOVE TBL-NEG-BATCH(NEG-IX) TO NEG-PLACE-BATCH
000000         WRITE NEG-EXCEPTION-RECORD
000000     END-PERFORM.
000000     CLOSE NEG-EXCEPTION-MASTER.
000000 8100-EXIT.
000000     EXIT.
000000 9400-OPEN-TXLOG.
000000     OPEN EXTEND TXLOG-FILE.
000000     IF TXLOG-STATUS = '05' OR TXLOG-STATUS = '35'
000000         OPEN OUTPUT TXLOG-FILE
000000     END-IF.
000000 9400-EXIT.
000000     EXIT.
000000*'WO' is the bad-debt write-off; GLMAP carries its expense and
000000*receivable accounts like any other type code.
000000 9500-LOG-CHARGE-OFF.
000000     MOVE 'CHGOFF  ' TO TXLOG-PROGRAM.
000000     MOVE 'CHARGE-OFF' TO TXLOG-OPERATION.
000000     MOVE CHARGE-OFF-AMOUNT TO TXLOG-RESULT.
000000     MOVE CURRENT-RUN-ID TO TXLOG-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE POS-ACCT-NO TO TXLOG-ACCT-NO.
000000     MOVE 'WO' TO TXLOG-TYPE-CODE.
000000     MOVE POS-COMPANY TO TXLOG-COMPANY-CODE.
000000     MOVE SPACES TO TXLOG-COUNTERPARTY-CODE.
000000     MOVE SPACES TO TXLOG-REVERSAL-FLAG.
000000     MOVE ZERO TO TXLOG-LINK-RUN-ID.
000000     WRITE TXLOG-RECORD.
000000 9500-EXIT.
000000     EXIT.
000000 9600-CLOSE-TXLOG.
000000     CLOSE TXLOG-FILE.
000000 9600-EXIT.
000000     EXIT.
