000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-ARCHIVE-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT DORMANCY-REGISTER-FILE ASSIGN TO "DORMREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DORMANCY-REGISTER-STATUS.
000000     SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DORMANCY-REPORT-STATUS.
000000     SELECT DORMANCY-WAKE-FILE ASSIGN TO "DORMWAKE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DORMANCY-WAKE-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 FD  TXLOG-ARCHIVE-FILE.
000000 01  TXLOG-ARCHIVE-RECORD PIC X(65).
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  DORMANCY-REGISTER-FILE.
000000 01  DORMANCY-REGISTER-RECORD.
000000     05 DRM-ACCT-NO       PIC 9(6).
000000     05 DRM-LAST-ACTIVITY PIC 9(8).
000000 FD  DORMANCY-REPORT-FILE.
000000 01  DORMANCY-REPORT-LINE PIC X(80).
000000*One line per account whose dormant flag this pass cleared,
000000*kept for the activity monitor: once the flag is gone the
000000*register no longer shows the account ever slept.
000000 FD  DORMANCY-WAKE-FILE.
000000 01  DORMANCY-WAKE-RECORD.
000000     05 DWK-ACCT-NO       PIC 9(6).
000000     05 DWK-FLAGGED-DATE  PIC 9(8).
000000     05 DWK-LAST-ACTIVITY PIC 9(8).
000000     05 DWK-RUN-ID        PIC 9(5).
000000     05 DWK-RUN-DATE      PIC 9(8).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-ARCHIVE-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 DORMANCY-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 DORMANCY-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 DORMANCY-WAKE-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 DORMANCY-LIMIT PIC 9(4) VALUE 0730.
000000*Every account the position file knows, with its most recent
000000    01 NEW-DORMANT-COUNT PIC 9(3) VALUE ZERO.
000000    01 CLEARED-COUNT PIC 9(3) VALUE ZERO.
000000    01 DORMANT-TOTAL PIC 9(3) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*DORMANT-ACCOUNT IDENTIFICATION
000000*system-generated operations (accruals, capitalizations,
000000*revaluations, settlement re-opens and fee billings) do not
000000*count as customer activity - and an account idle past the
000000*DORMANT LIMIT-DAYS parameter (default 730 days) is flagged
000000*dormant on the DORMREG register.  The fee billing step reads the
000000*register and suppresses fees against dormant accounts.  New
000000*activity clears the flag automatically the next time this pass
000000*runs, and the DORMRPT schedule lists every dormant account with
000000*its last-activity date for the regulator.  Each flag cleared is
000000*also appended to DORMWAKE under the run-ID, so the activity
000000*monitor can tell a dormant account woke tonight.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000         DISPLAY 'DORMANT: NO RUN DATE - NO DORMANCY PASS'
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     PERFORM 1000-LOAD-ACCOUNT-UNIVERSE THRU 1000-EXIT.
000000     IF ACCOUNT-COUNT = ZERO
000000         DISPLAY 'DORMANT: NO ACCOUNTS ON NETPOS - NOTHING '
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000 0500-READ-POLICY.
000000     MOVE 'DORMANT' TO PSVC-PROGRAM.
000000     MOVE 'LIMIT-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 9999
000000         MOVE PSVC-NUMBER TO DORMANCY-LIMIT
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000 1000-LOAD-ACCOUNT-UNIVERSE.
000000     IF TXLOG-ACCT-NO = ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000*System-generated operations do not wake an account - nor do
000000*the side-feed postings (accruals, standing orders, refund
000000*offsets) the posting engine books against it, nor the
000000*escheatment of its abandoned balance.
000000     IF TXLOG-PROGRAM = 'ACCRUE  '
000000         OR TXLOG-PROGRAM = 'ESCHEAT '
000000         OR TXLOG-PROGRAM = 'CAPINT  '
000000         OR TXLOG-PROGRAM = 'FXREVAL '
000000         OR TXLOG-PROGRAM = 'SETLACK '
000000         OR TXLOG-TYPE-CODE = 'FE'
000000         OR TXLOG-OPERATION = 'POSTSIDE  '
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 2300-NOTE-ACTIVITY THRU 2300-EXIT.
000000         OR TXLOG-PROGRAM = 'FXREVAL '
000000         OR TXLOG-PROGRAM = 'SETLACK '
000000         OR TXLOG-TYPE-CODE = 'FE'
000000         OR TXLOG-OPERATION = 'POSTSIDE  '
000000         GO TO 2700-NEXT
000000     END-IF.
000000     PERFORM 2300-NOTE-ACTIVITY THRU 2300-EXIT.
000000*THE VERDICT - flag, keep or clear
000000*------------------------------------------------------------------------
000000 3000-JUDGE-DORMANCY.
000000     OPEN EXTEND DORMANCY-WAKE-FILE.
000000     IF DORMANCY-WAKE-STATUS = '05'
000000         OR DORMANCY-WAKE-STATUS = '35'
000000         OPEN OUTPUT DORMANCY-WAKE-FILE
000000     END-IF.
000000     PERFORM 3100-JUDGE-ONE-ACCOUNT THRU 3100-EXIT
000000         VARYING ACC-IX FROM 1 BY 1
000000         UNTIL ACC-IX > ACCOUNT-COUNT.
000000     CLOSE DORMANCY-WAKE-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-JUDGE-ONE-ACCOUNT.
000000         ADD 1 TO DORMANT-TOTAL
000000     ELSE
000000         IF TBL-ACC-DORMANT(ACC-IX) = 'D'
000000             MOVE TBL-ACC-ACCT(ACC-IX) TO DWK-ACCT-NO
000000             MOVE TBL-ACC-FLAGGED(ACC-IX) TO DWK-FLAGGED-DATE
000000             MOVE TBL-ACC-LAST-ACT(ACC-IX) TO DWK-LAST-ACTIVITY
000000             MOVE CURRENT-RUN-ID TO DWK-RUN-ID
000000             MOVE CURRENT-RUN-DATE TO DWK-RUN-DATE
000000             WRITE DORMANCY-WAKE-RECORD
000000             MOVE SPACE TO TBL-ACC-DORMANT(ACC-IX)
000000             MOVE ZERO TO TBL-ACC-FLAGGED(ACC-IX)
000000             ADD 1 TO CLEARED-COUNT
