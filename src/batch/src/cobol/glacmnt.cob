000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. glacmnt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT COA-MASTER-FILE ASSIGN TO "COAMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COA-MASTER-STATUS.
000000     SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-PERIOD-STATUS.
000000     SELECT COA-AUDIT-FILE ASSIGN TO "COAAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COA-AUDIT-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  COA-MASTER-FILE.
000000     COPY "coarec.cpy".
000000 FD  GL-PERIOD-FILE.
000000     COPY "glprdrec.cpy".
000000 FD  COA-AUDIT-FILE.
000000 01  COA-AUDIT-LINE PIC X(80).
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 COA-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 GL-PERIOD-STATUS PIC X(2) VALUE '00'.
000000    01 COA-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 MASTER-EOF PIC X VALUE 'N'.
000000       88 MASTER-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000    01 PERIOD-OVERFLOW PIC X VALUE 'N'.
000000       88 PERIOD-OVERFLOW-YES VALUE 'Y'.
000000    01 COA-TABLE.
000000       05 COA-COUNT PIC 9(3) VALUE ZERO.
000000       05 COA-ENTRY OCCURS 200 TIMES.
000000          10 TBL-COA-ACCOUNT     PIC X(8).
000000          10 TBL-COA-COMPANY     PIC X(3).
000000          10 TBL-COA-DESCRIPTION PIC X(30).
000000          10 TBL-COA-TYPE        PIC X(1).
000000          10 TBL-COA-ACTIVE      PIC X(1).
000000    01 COA-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PERIOD-TABLE.
000000       05 PERIOD-COUNT PIC 9(3) VALUE ZERO.
000000       05 PERIOD-ENTRY OCCURS 120 TIMES.
000000          10 TBL-PRD-PERIOD       PIC 9(6).
000000          10 TBL-PRD-STATUS       PIC X(1).
000000          10 TBL-PRD-CHANGED-BY   PIC X(8).
000000          10 TBL-PRD-CHANGED-DATE PIC 9(8).
000000    01 PRD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PRD-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 WORK-ACCOUNT PIC X(8) VALUE SPACES.
000000    01 WORK-COMPANY PIC X(3) VALUE SPACES.
000000    01 WORK-DESCRIPTION PIC X(30) VALUE SPACES.
000000    01 WORK-TYPE PIC X(1) VALUE SPACE.
000000       88 WORK-TYPE-VALID VALUE 'A' 'L' 'Q' 'R' 'E'.
000000    01 WORK-ACTIVE PIC X(1) VALUE SPACE.
000000       88 WORK-ACTIVE-VALID VALUE 'Y' 'N'.
000000    01 WORK-PERIOD PIC X(6) VALUE SPACES.
000000    01 WORK-PERIOD-NUM PIC 9(6) VALUE ZERO.
000000    01 WORK-PERIOD-MONTH PIC 9(2) VALUE ZERO.
000000    01 NEW-PERIOD-STATUS PIC X(1) VALUE SPACE.
000000    01 TODAY-DATE PIC 9(8) VALUE ZERO.
000000    01 COA-CHANGES-MADE PIC X VALUE 'N'.
000000       88 COA-CHANGES-MADE-YES VALUE 'Y'.
000000    01 PERIOD-CHANGES-MADE PIC X VALUE 'N'.
000000       88 PERIOD-CHANGES-MADE-YES VALUE 'Y'.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY    VALUE 'I'.
000000       88 SIGNON-LEVEL-ADMINISTER VALUE 'A'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000     COPY "audstmp.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CHART OF ACCOUNTS AND ACCOUNTING PERIOD MAINTENANCE
000000*Operator-keyed maintenance for COAMST, the chart of accounts
000000*gljrnl now proves every GLMAP account against, and GLPERIOD,
000000*the accounting months accounting opens and closes.  Accounts
000000*are added, changed (description, type, active flag) and listed;
000000*an account is never deleted, only made inactive, so the ledger
000000*history that names it stays explainable.  Opening and closing
000000*a period is held to administrator sign-on.  The same discipline
000000*as the other masters: operator sign-on in front, a before/
000000*after pair to the COAAUD audit file per accepted change, every
000000*accepted change logged to SECLOG, and each file rewritten in
000000*one piece on exit.
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
000000     PERFORM 1000-LOAD-COA-MASTER THRU 1000-EXIT.
000000     PERFORM 1500-LOAD-PERIODS THRU 1500-EXIT.
000000     PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
000000     IF COA-CHANGES-MADE-YES
000000         PERFORM 8000-WRITE-COA-MASTER THRU 8000-EXIT
000000     END-IF.
000000     IF PERIOD-CHANGES-MADE-YES
000000         PERFORM 8500-WRITE-PERIODS THRU 8500-EXIT
000000     END-IF.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000 1000-LOAD-COA-MASTER.
000000     OPEN INPUT COA-MASTER-FILE.
000000     IF COA-MASTER-STATUS NOT = '00'
000000         DISPLAY 'COAMST NOT FOUND - STARTING EMPTY MASTER'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-COA-ROW.
000000     PERFORM 1200-STORE-COA-ROW
000000         UNTIL MASTER-EOF-YES OR COA-COUNT = 200.
000000     IF NOT MASTER-EOF-YES
000000         SET LOAD-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** COAMST HOLDS MORE THAN 200 ACCOUNTS'
000000         DISPLAY '*** ACCOUNT CHANGES WILL NOT BE SAVED'
000000     END-IF.
000000     CLOSE COA-MASTER-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-COA-ROW.
000000     READ COA-MASTER-FILE
000000         AT END SET MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-COA-ROW.
000000     ADD 1 TO COA-COUNT.
000000     MOVE COA-ACCOUNT TO TBL-COA-ACCOUNT(COA-COUNT).
000000     MOVE COA-COMPANY TO TBL-COA-COMPANY(COA-COUNT).
000000     MOVE COA-DESCRIPTION TO TBL-COA-DESCRIPTION(COA-COUNT).
000000     MOVE COA-TYPE TO TBL-COA-TYPE(COA-COUNT).
000000     MOVE COA-ACTIVE-FLAG TO TBL-COA-ACTIVE(COA-COUNT).
000000     PERFORM 1100-READ-COA-ROW.
000000 1500-LOAD-PERIODS.
000000     MOVE 'N' TO MASTER-EOF.
000000     OPEN INPUT GL-PERIOD-FILE.
000000     IF GL-PERIOD-STATUS NOT = '00'
000000         DISPLAY 'GLPERIOD NOT FOUND - NO PERIODS SET UP'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     PERFORM 1600-READ-PERIOD.
000000     PERFORM 1700-STORE-PERIOD
000000         UNTIL MASTER-EOF-YES OR PERIOD-COUNT = 120.
000000     IF NOT MASTER-EOF-YES
000000         SET PERIOD-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** GLPERIOD HOLDS MORE THAN 120 PERIODS'
000000         DISPLAY '*** PERIOD CHANGES WILL NOT BE SAVED'
000000     END-IF.
000000     CLOSE GL-PERIOD-FILE.
000000 1500-EXIT.
000000     EXIT.
000000 1600-READ-PERIOD.
000000     READ GL-PERIOD-FILE
000000         AT END SET MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1700-STORE-PERIOD.
000000     ADD 1 TO PERIOD-COUNT.
000000     MOVE GLP-PERIOD TO TBL-PRD-PERIOD(PERIOD-COUNT).
000000     MOVE GLP-STATUS TO TBL-PRD-STATUS(PERIOD-COUNT).
000000     MOVE GLP-CHANGED-BY TO TBL-PRD-CHANGED-BY(PERIOD-COUNT).
000000     MOVE GLP-CHANGED-DATE TO TBL-PRD-CHANGED-DATE(PERIOD-COUNT).
000000     PERFORM 1600-READ-PERIOD.
000000 5000-MAINTENANCE-MENU.
000000     PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-MAINT-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'CHART OF ACCOUNTS AND PERIOD MAINTENANCE'.
000000     DISPLAY 'ACCOUNTS ON FILE: ' COA-COUNT
000000         '  PERIODS ON FILE: ' PERIOD-COUNT.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '1. ADD ACCOUNT'
000000         DISPLAY '2. CHANGE ACCOUNT'
000000     END-IF.
000000     DISPLAY '3. LIST ACCOUNTS'.
000000     IF SIGNON-LEVEL-ADMINISTER
000000         DISPLAY '4. OPEN PERIOD'
000000         DISPLAY '5. CLOSE PERIOD'
000000     END-IF.
000000     DISPLAY '6. LIST PERIODS'.
000000     DISPLAY '0. EXIT MAINTENANCE'.
000000     ACCEPT MAINT-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY
000000         AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2')
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     IF NOT SIGNON-LEVEL-ADMINISTER
000000         AND (MAINT-CHOICE = '4' OR MAINT-CHOICE = '5')
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     EVALUATE MAINT-CHOICE
000000         WHEN '1' PERFORM 5200-ADD-ACCOUNT THRU 5200-EXIT
000000         WHEN '2' PERFORM 5300-CHANGE-ACCOUNT THRU 5300-EXIT
000000         WHEN '3' PERFORM 5400-LIST-ACCOUNTS THRU 5400-EXIT
000000         WHEN '4' MOVE 'O' TO NEW-PERIOD-STATUS
000000                  PERFORM 5500-SET-PERIOD-STATUS THRU 5500-EXIT
000000         WHEN '5' MOVE 'C' TO NEW-PERIOD-STATUS
000000                  PERFORM 5500-SET-PERIOD-STATUS THRU 5500-EXIT
000000         WHEN '6' PERFORM 5600-LIST-PERIODS THRU 5600-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000*ADD - a new account for one company; the same account number
000000*may be set up separately for each company that uses it.
000000*------------------------------------------------------------------------
000000 5200-ADD-ACCOUNT.
000000     IF COA-COUNT = 200
000000         DISPLAY 'MASTER FULL - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'ACCOUNT (8 CHARS):'.
000000     ACCEPT WORK-ACCOUNT.
000000     IF WORK-ACCOUNT = SPACES
000000         DISPLAY 'BLANK ACCOUNT - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'COMPANY (3 CHARS, BLANK FOR BASE COMPANY):'.
000000     ACCEPT WORK-COMPANY.
000000     PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
000000     IF FOUND-IX > 0
000000         DISPLAY 'ACCOUNT ' WORK-ACCOUNT ' ALREADY ON FILE FOR '
000000             'COMPANY ' WORK-COMPANY ' - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'DESCRIPTION (30 CHARS):'.
000000     ACCEPT WORK-DESCRIPTION.
000000     IF WORK-DESCRIPTION = SPACES
000000         DISPLAY 'BLANK DESCRIPTION - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'TYPE (A ASSET, L LIABILITY, Q EQUITY, R REVENUE, '
000000         'E EXPENSE):'.
000000     ACCEPT WORK-TYPE.
000000     IF NOT WORK-TYPE-VALID
000000         DISPLAY 'TYPE NOT A, L, Q, R OR E - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     ADD 1 TO COA-COUNT.
000000     MOVE COA-COUNT TO FOUND-IX.
000000     MOVE WORK-ACCOUNT TO TBL-COA-ACCOUNT(FOUND-IX).
000000     MOVE WORK-COMPANY TO TBL-COA-COMPANY(FOUND-IX).
000000     MOVE WORK-DESCRIPTION TO TBL-COA-DESCRIPTION(FOUND-IX).
000000     MOVE WORK-TYPE TO TBL-COA-TYPE(FOUND-IX).
000000     MOVE 'Y' TO TBL-COA-ACTIVE(FOUND-IX).
000000     MOVE 'COAMST ADD        ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7400-SET-ACCOUNT-KEY THRU 7400-EXIT.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE 'BEFORE: (NOT ON FILE)' TO COA-AUDIT-LINE.
000000     WRITE COA-AUDIT-LINE.
000000     MOVE 'AFTER:  ' TO COA-AUDIT-LINE.
000000     PERFORM 7100-WRITE-ACCOUNT-IMAGE THRU 7100-EXIT.
000000     CLOSE COA-AUDIT-FILE.
000000     SET COA-CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'ADDED ' WORK-ACCOUNT ' COMPANY ' WORK-COMPANY.
000000 5200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CHANGE - description, type and active flag; a blank answer
000000*keeps what is on file.
000000*------------------------------------------------------------------------
000000 5300-CHANGE-ACCOUNT.
000000     DISPLAY 'ACCOUNT:'.
000000     ACCEPT WORK-ACCOUNT.
000000     DISPLAY 'COMPANY (BLANK FOR BASE COMPANY):'.
000000     ACCEPT WORK-COMPANY.
000000     PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
000000     IF FOUND-IX = 0
000000         DISPLAY 'ACCOUNT NOT ON FILE'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'NEW DESCRIPTION (BLANK TO KEEP):'.
000000     ACCEPT WORK-DESCRIPTION.
000000     DISPLAY 'NEW TYPE (BLANK TO KEEP):'.
000000     ACCEPT WORK-TYPE.
000000     IF WORK-TYPE NOT = SPACE AND NOT WORK-TYPE-VALID
000000         DISPLAY 'TYPE NOT A, L, Q, R OR E - CHANGE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'ACTIVE Y/N (BLANK TO KEEP):'.
000000     ACCEPT WORK-ACTIVE.
000000     IF WORK-ACTIVE NOT = SPACE AND NOT WORK-ACTIVE-VALID
000000         DISPLAY 'ACTIVE FLAG NOT Y OR N - CHANGE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     IF WORK-DESCRIPTION = SPACES AND WORK-TYPE = SPACE
000000         AND WORK-ACTIVE = SPACE
000000         DISPLAY 'NOTHING CHANGED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE 'COAMST CHANGE     ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7400-SET-ACCOUNT-KEY THRU 7400-EXIT.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE 'BEFORE: ' TO COA-AUDIT-LINE.
000000     PERFORM 7100-WRITE-ACCOUNT-IMAGE THRU 7100-EXIT.
000000     IF WORK-DESCRIPTION NOT = SPACES
000000         MOVE WORK-DESCRIPTION TO TBL-COA-DESCRIPTION(FOUND-IX)
000000     END-IF.
000000     IF WORK-TYPE NOT = SPACE
000000         MOVE WORK-TYPE TO TBL-COA-TYPE(FOUND-IX)
000000     END-IF.
000000     IF WORK-ACTIVE NOT = SPACE
000000         MOVE WORK-ACTIVE TO TBL-COA-ACTIVE(FOUND-IX)
000000     END-IF.
000000     MOVE 'AFTER:  ' TO COA-AUDIT-LINE.
000000     PERFORM 7100-WRITE-ACCOUNT-IMAGE THRU 7100-EXIT.
000000     CLOSE COA-AUDIT-FILE.
000000     SET COA-CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'CHANGED ' WORK-ACCOUNT ' COMPANY ' WORK-COMPANY.
000000 5300-EXIT.
000000     EXIT.
000000 5400-LIST-ACCOUNTS.
000000     PERFORM VARYING COA-IX FROM 1 BY 1
000000             UNTIL COA-IX > COA-COUNT
000000         DISPLAY TBL-COA-ACCOUNT(COA-IX) ' '
000000             TBL-COA-COMPANY(COA-IX) ' '
000000             TBL-COA-DESCRIPTION(COA-IX) ' '
000000             TBL-COA-TYPE(COA-IX) ' '
000000             TBL-COA-ACTIVE(COA-IX)
000000     END-PERFORM.
000000 5400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*OPEN / CLOSE PERIOD - a month not yet on file is added with
000000*the new status; closing an already closed month, or opening
000000*an open one, changes nothing.
000000*------------------------------------------------------------------------
000000 5500-SET-PERIOD-STATUS.
000000     DISPLAY 'PERIOD (CCYYMM):'.
000000     ACCEPT WORK-PERIOD.
000000     IF WORK-PERIOD IS NOT NUMERIC
000000         DISPLAY 'PERIOD NOT NUMERIC - REJECTED'
000000         GO TO 5500-EXIT
000000     END-IF.
000000     MOVE WORK-PERIOD TO WORK-PERIOD-NUM.
000000     MOVE WORK-PERIOD(5:2) TO WORK-PERIOD-MONTH.
000000     IF WORK-PERIOD-MONTH < 1 OR WORK-PERIOD-MONTH > 12
000000         DISPLAY 'MONTH NOT 01 TO 12 - REJECTED'
000000         GO TO 5500-EXIT
000000     END-IF.
000000     MOVE 0 TO PRD-FOUND-IX.
000000     PERFORM VARYING PRD-IX FROM 1 BY 1
000000             UNTIL PRD-IX > PERIOD-COUNT OR PRD-FOUND-IX > 0
000000         IF TBL-PRD-PERIOD(PRD-IX) = WORK-PERIOD-NUM
000000             MOVE PRD-IX TO PRD-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PRD-FOUND-IX > 0
000000         IF TBL-PRD-STATUS(PRD-FOUND-IX) = NEW-PERIOD-STATUS
000000             DISPLAY 'PERIOD ' WORK-PERIOD-NUM ' ALREADY '
000000                 NEW-PERIOD-STATUS ' - NOTHING CHANGED'
000000             GO TO 5500-EXIT
000000         END-IF
000000     ELSE
000000         IF PERIOD-COUNT = 120
000000             DISPLAY 'PERIOD FILE FULL - REJECTED'
000000             GO TO 5500-EXIT
000000         END-IF
000000         ADD 1 TO PERIOD-COUNT
000000         MOVE PERIOD-COUNT TO PRD-FOUND-IX
000000         MOVE WORK-PERIOD-NUM TO TBL-PRD-PERIOD(PRD-FOUND-IX)
000000         MOVE SPACE TO TBL-PRD-STATUS(PRD-FOUND-IX)
000000         MOVE SPACES TO TBL-PRD-CHANGED-BY(PRD-FOUND-IX)
000000         MOVE ZERO TO TBL-PRD-CHANGED-DATE(PRD-FOUND-IX)
000000     END-IF.
000000     IF NEW-PERIOD-STATUS = 'C'
000000         MOVE 'GLPERIOD CLOSE    ' TO MAINT-ACTION-TEXT
000000     ELSE
000000         MOVE 'GLPERIOD OPEN     ' TO MAINT-ACTION-TEXT
000000     END-IF.
000000     MOVE WORK-PERIOD-NUM TO AST-KEY.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE 'BEFORE: ' TO COA-AUDIT-LINE.
000000     PERFORM 7200-WRITE-PERIOD-IMAGE THRU 7200-EXIT.
000000     MOVE NEW-PERIOD-STATUS TO TBL-PRD-STATUS(PRD-FOUND-IX).
000000     MOVE SIGNON-OPERATOR-ID TO TBL-PRD-CHANGED-BY(PRD-FOUND-IX).
000000     MOVE TODAY-DATE TO TBL-PRD-CHANGED-DATE(PRD-FOUND-IX).
000000     MOVE 'AFTER:  ' TO COA-AUDIT-LINE.
000000     PERFORM 7200-WRITE-PERIOD-IMAGE THRU 7200-EXIT.
000000     CLOSE COA-AUDIT-FILE.
000000     SET PERIOD-CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'PERIOD ' WORK-PERIOD-NUM ' NOW '
000000         NEW-PERIOD-STATUS.
000000 5500-EXIT.
000000     EXIT.
000000 5600-LIST-PERIODS.
000000     PERFORM VARYING PRD-IX FROM 1 BY 1
000000             UNTIL PRD-IX > PERIOD-COUNT
000000         DISPLAY TBL-PRD-PERIOD(PRD-IX) ' '
000000             TBL-PRD-STATUS(PRD-IX) ' '
000000             TBL-PRD-CHANGED-BY(PRD-IX) ' '
000000             TBL-PRD-CHANGED-DATE(PRD-IX)
000000     END-PERFORM.
000000 5600-EXIT.
000000     EXIT.
000000 6000-FIND-ACCOUNT.
000000     MOVE 0 TO FOUND-IX.
000000     PERFORM VARYING COA-IX FROM 1 BY 1
000000             UNTIL COA-IX > COA-COUNT OR FOUND-IX > 0
000000         IF TBL-COA-ACCOUNT(COA-IX) = WORK-ACCOUNT
000000             AND TBL-COA-COMPANY(COA-IX) = WORK-COMPANY
000000             MOVE COA-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BEFORE/AFTER AUDIT TRAIL
000000*Each pair is headed by the stamp line saying when, by whom,
000000*what and to which account or period; the caller sets the
000000*action text and the stamp key before the file is opened, and
000000*leaves 'BEFORE: ' or 'AFTER:  ' in the line for each image.
000000*------------------------------------------------------------------------
000000 7100-WRITE-ACCOUNT-IMAGE.
000000     STRING TBL-COA-ACCOUNT(FOUND-IX)
000000         ' ' TBL-COA-COMPANY(FOUND-IX)
000000         ' ' TBL-COA-DESCRIPTION(FOUND-IX)
000000         ' ' TBL-COA-TYPE(FOUND-IX)
000000         ' ' TBL-COA-ACTIVE(FOUND-IX)
000000         DELIMITED BY SIZE INTO COA-AUDIT-LINE(9:72).
000000     WRITE COA-AUDIT-LINE.
000000     MOVE SPACES TO COA-AUDIT-LINE.
000000 7100-EXIT.
000000     EXIT.
000000 7200-WRITE-PERIOD-IMAGE.
000000     STRING 'PERIOD ' TBL-PRD-PERIOD(PRD-FOUND-IX)
000000         ' STATUS ' TBL-PRD-STATUS(PRD-FOUND-IX)
000000         ' BY ' TBL-PRD-CHANGED-BY(PRD-FOUND-IX)
000000         ' ON ' TBL-PRD-CHANGED-DATE(PRD-FOUND-IX)
000000         DELIMITED BY SIZE INTO COA-AUDIT-LINE(9:72).
000000     WRITE COA-AUDIT-LINE.
000000     MOVE SPACES TO COA-AUDIT-LINE.
000000 7200-EXIT.
000000     EXIT.
000000 7400-SET-ACCOUNT-KEY.
000000     MOVE SPACES TO AST-KEY.
000000     STRING WORK-ACCOUNT WORK-COMPANY
000000         DELIMITED BY SIZE INTO AST-KEY.
000000 7400-EXIT.
000000     EXIT.
000000 7500-OPEN-AUDIT-FILE.
000000     OPEN EXTEND COA-AUDIT-FILE.
000000     IF COA-AUDIT-STATUS = '05' OR
000000        COA-AUDIT-STATUS = '35'
000000         OPEN OUTPUT COA-AUDIT-FILE
000000     END-IF.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
000000     MOVE MAINT-ACTION-TEXT TO AST-ACTION.
000000     MOVE AUDIT-STAMP-LINE TO COA-AUDIT-LINE.
000000     WRITE COA-AUDIT-LINE.
000000     MOVE SPACES TO COA-AUDIT-LINE.
000000 7500-EXIT.
000000     EXIT.
000000 8000-WRITE-COA-MASTER.
000000     IF LOAD-OVERFLOW-YES
000000         DISPLAY '*** COAMST NOT REWRITTEN - '
000000             'LOAD OVERFLOWED'
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 8000-EXIT
000000     END-IF.
000000     OPEN OUTPUT COA-MASTER-FILE.
000000     PERFORM VARYING COA-IX FROM 1 BY 1
000000             UNTIL COA-IX > COA-COUNT
000000         MOVE TBL-COA-ACCOUNT(COA-IX) TO COA-ACCOUNT
000000         MOVE TBL-COA-COMPANY(COA-IX) TO COA-COMPANY
000000         MOVE TBL-COA-DESCRIPTION(COA-IX) TO COA-DESCRIPTION
000000         MOVE TBL-COA-TYPE(COA-IX) TO COA-TYPE
000000         MOVE TBL-COA-ACTIVE(COA-IX) TO COA-ACTIVE-FLAG
000000         WRITE COA-RECORD
000000     END-PERFORM.
000000     CLOSE COA-MASTER-FILE.
000000     DISPLAY 'COAMST REWRITTEN - ' COA-COUNT ' ACCOUNT(S)'.
000000 8000-EXIT.
000000     EXIT.
000000 8500-WRITE-PERIODS.
000000     IF PERIOD-OVERFLOW-YES
000000         DISPLAY '*** GLPERIOD NOT REWRITTEN - '
000000             'LOAD OVERFLOWED'
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 8500-EXIT
000000     END-IF.
000000     OPEN OUTPUT GL-PERIOD-FILE.
000000     PERFORM VARYING PRD-IX FROM 1 BY 1
000000             UNTIL PRD-IX > PERIOD-COUNT
000000         MOVE TBL-PRD-PERIOD(PRD-IX) TO GLP-PERIOD
000000         MOVE TBL-PRD-STATUS(PRD-IX) TO GLP-STATUS
000000         MOVE TBL-PRD-CHANGED-BY(PRD-IX) TO GLP-CHANGED-BY
000000         MOVE TBL-PRD-CHANGED-DATE(PRD-IX) TO GLP-CHANGED-DATE
000000         WRITE GL-PERIOD-RECORD
000000     END-PERFORM.
000000     CLOSE GL-PERIOD-FILE.
000000     DISPLAY 'GLPERIOD REWRITTEN - ' PERIOD-COUNT ' PERIOD(S)'.
000000 8500-EXIT.
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
