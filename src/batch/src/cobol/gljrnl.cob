000000     SELECT JOURNAL-REGISTER-FILE ASSIGN TO "GLJRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS JOURNAL-REGISTER-STATUS.
000000     SELECT COA-MASTER-FILE ASSIGN TO "COAMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COA-MASTER-STATUS.
000000     SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-PERIOD-STATUS.
000000     SELECT MANUAL-RELEASE-FILE ASSIGN TO "MJEREL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MANUAL-RELEASE-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     05 JRNL-AMOUNT       PIC 9(11)V99.
000000     05 JRNL-TYPE-CODE    PIC X(2).
000000     05 JRNL-COMPANY-CODE PIC X(3).
000000     05 JRNL-PERIOD       PIC 9(6).
000000     05 JRNL-REVIEW-FLAG  PIC X(1).
000000         88 JRNL-FOR-REVIEW  VALUE 'R'.
000000     05 JRNL-SOURCE       PIC X(1).
000000         88 JRNL-SOURCE-MANUAL VALUE 'M'.
000000     05 JRNL-ENTRY-NO     PIC 9(5).
000000 FD  JOURNAL-REGISTER-FILE.
000000 01  JOURNAL-REGISTER-LINE PIC X(80).
000000 FD  COA-MASTER-FILE.
000000     COPY "coarec.cpy".
000000 FD  GL-PERIOD-FILE.
000000     COPY "glprdrec.cpy".
000000 FD  MANUAL-RELEASE-FILE.
000000     COPY "mjerec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 JOURNAL-STATUS PIC X(2) VALUE '00'.
000000    01 JOURNAL-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 COA-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 GL-PERIOD-STATUS PIC X(2) VALUE '00'.
000000    01 COA-MASTER-EOF PIC X VALUE 'N'.
000000       88 COA-MASTER-EOF-YES VALUE 'Y'.
000000    01 MANUAL-RELEASE-STATUS PIC X(2) VALUE '00'.
000000    01 MANUAL-RELEASE-EOF PIC X VALUE 'N'.
000000       88 MANUAL-RELEASE-EOF-YES VALUE 'Y'.
000000    01 MANUAL-OVERFLOW PIC X VALUE 'N'.
000000       88 MANUAL-OVERFLOW-YES VALUE 'Y'.
000000*Approved manual journal entry lines released on MJEREL.
000000    01 MANUAL-TABLE.
000000       05 MANUAL-LINE-COUNT PIC 9(3) VALUE ZERO.
000000       05 MANUAL-ENTRY PIC X(82) OCCURS 500 TIMES.
000000    01 MJE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MANUAL-JOURNALED-COUNT PIC 9(5) VALUE ZERO.
000000    01 GL-PERIOD-EOF PIC X VALUE 'N'.
000000       88 GL-PERIOD-EOF-YES VALUE 'Y'.
000000    01 TXLOG-EOF PIC X VALUE 'N'.
000000       88 TXLOG-EOF-YES VALUE 'Y'.
000000    01 ACCOUNT-MAP-EOF PIC X VALUE 'N'.
000000          10 TBL-MAP-DEBIT   PIC X(8).
000000          10 TBL-MAP-CREDIT  PIC X(8).
000000    01 MAP-IX BINARY-SHORT SIGNED VALUE 0.
000000*Map entries refused because a debit or credit account is not
000000*on the chart of accounts for that company, or is inactive.
000000*They are listed on the register; their activity then has no
000000*map and is withheld like any other unmapped group.
000000    01 REJECTED-MAP-TABLE.
000000       05 REJECT-COUNT PIC 9(3) VALUE ZERO.
000000       05 REJECT-ENTRY OCCURS 100 TIMES.
000000          10 TBL-REJ-TYPE    PIC X(2).
000000          10 TBL-REJ-COMPANY PIC X(3).
000000          10 TBL-REJ-ACCOUNT PIC X(8).
000000          10 TBL-REJ-REASON  PIC X(8).
000000    01 REJ-IX BINARY-SHORT SIGNED VALUE 0.
000000*Chart of accounts: account, company and whether it is active.
000000    01 COA-TABLE.
000000       05 COA-COUNT PIC 9(3) VALUE ZERO.
000000       05 COA-ENTRY OCCURS 200 TIMES.
000000          10 TBL-COA-ACCOUNT PIC X(8).
000000          10 TBL-COA-COMPANY PIC X(3).
000000          10 TBL-COA-ACTIVE  PIC X(1).
000000    01 COA-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 COA-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHECK-ACCOUNT PIC X(8) VALUE SPACES.
000000    01 CHECK-COMPANY PIC X(3) VALUE SPACES.
000000    01 CHECK-RESULT PIC X(8) VALUE SPACES.
000000       88 CHECK-ACCOUNT-OK VALUE SPACES.
000000*Accounting periods from GLPERIOD; a month not on the file is
000000*open.
000000    01 PERIOD-TABLE.
000000       05 PERIOD-COUNT PIC 9(3) VALUE ZERO.
000000       05 PERIOD-ENTRY OCCURS 120 TIMES.
000000          10 TBL-PRD-PERIOD PIC 9(6).
000000          10 TBL-PRD-STATUS PIC X(1).
000000    01 PRD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PERIOD-CLOSED PIC X VALUE 'N'.
000000       88 PERIOD-CLOSED-YES VALUE 'Y'.
000000    01 RUN-PERIOD PIC 9(6) VALUE ZERO.
000000    01 POSTING-PERIOD PIC 9(6) VALUE ZERO.
000000    01 POSTING-PERIOD-PARTS REDEFINES POSTING-PERIOD.
000000       05 POSTING-YEAR  PIC 9(4).
000000       05 POSTING-MONTH PIC 9(2).
000000    01 PERIOD-TRIES PIC 9(3) VALUE ZERO.
000000    01 REVIEW-FLAG PIC X VALUE SPACE.
000000       88 REVIEW-FLAG-YES VALUE 'R'.
000000    01 NO-OPEN-PERIOD PIC X VALUE 'N'.
000000       88 NO-OPEN-PERIOD-YES VALUE 'Y'.
000000    01 MAP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Activity accumulated per type code and company across the
000000*cycle's log records, the same cut the trial balance prints.
000000*stays balanced.  A run whose journal debits do not equal its
000000*journal credits is a damaged extract: the journal file is not
000000*left behind for the ledger to load, and the run aborts fatal.
000000*Every map entry is proved against the COAMST chart of accounts
000000*before it is used: an entry naming an account that is unknown
000000*for its company, or inactive, is refused and listed on the
000000*register.  Each journal line carries its accounting period.
000000*When the run date falls in a month GLPERIOD shows closed, the
000000*journal is posted to the next open period instead and every
000000*line is flagged for review; with no open period to take it,
000000*the journal is withdrawn.  Manual adjustments keyed through
000000*glmje and approved through chgappr arrive on MJEREL; each line
000000*is journaled as keyed, stamped as a manual entry (source 'M',
000000*type MJ, entry number), and is marked with the run-ID that
000000*journaled it so a rerun of the same night journals it again
000000*but a later night does not.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-LOAD-CHART THRU 0800-EXIT.
000000     IF COA-COUNT = ZERO
000000         DISPLAY 'GLJRNL: NO COAMST CHART OF ACCOUNTS ON FILE - '
000000             'NO JOURNAL TONIGHT'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0900-FIND-POSTING-PERIOD THRU 0900-EXIT.
000000     IF NO-OPEN-PERIOD-YES
000000         DISPLAY 'GLJRNL: PERIOD ' RUN-PERIOD ' CLOSED AND NO '
000000             'OPEN PERIOD FOLLOWS - NO JOURNAL TONIGHT'
000000         OPEN OUTPUT JOURNAL-FILE
000000         CLOSE JOURNAL-FILE
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1000-LOAD-ACCOUNT-MAP THRU 1000-EXIT.
000000     IF MAP-COUNT = ZERO
000000         DISPLAY 'GLJRNL: NO GLMAP MAPPING ON FILE - '
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-ACCUMULATE-TXLOG THRU 2000-EXIT.
000000     PERFORM 2500-LOAD-MANUAL-LINES THRU 2500-EXIT.
000000     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
000000     IF NOT OUT-OF-BALANCE-YES AND NOT MANUAL-OVERFLOW-YES
000000         AND MANUAL-LINE-COUNT > ZERO
000000         PERFORM 8000-REWRITE-MANUAL-LINES THRU 8000-EXIT
000000     END-IF.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CHART OF ACCOUNTS AND ACCOUNTING PERIODS
000000*------------------------------------------------------------------------
000000 0800-LOAD-CHART.
000000     OPEN INPUT COA-MASTER-FILE.
000000     IF COA-MASTER-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     PERFORM 0810-READ-CHART.
000000     PERFORM 0820-STORE-CHART
000000         UNTIL COA-MASTER-EOF-YES OR COA-COUNT = 200.
000000     CLOSE COA-MASTER-FILE.
000000 0800-EXIT.
000000     EXIT.
000000 0810-READ-CHART.
000000     READ COA-MASTER-FILE
000000         AT END SET COA-MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 0820-STORE-CHART.
000000     ADD 1 TO COA-COUNT.
000000     MOVE COA-ACCOUNT TO TBL-COA-ACCOUNT(COA-COUNT).
000000     MOVE COA-COMPANY TO TBL-COA-COMPANY(COA-COUNT).
000000     MOVE COA-ACTIVE-FLAG TO TBL-COA-ACTIVE(COA-COUNT).
000000     PERFORM 0810-READ-CHART.
000000*The run date's month is the journal's period unless accounting
000000*has closed it; then the months after it are tried in turn, a
000000*year at most, for the first one not closed.
000000 0900-FIND-POSTING-PERIOD.
000000     COMPUTE RUN-PERIOD = CURRENT-RUN-DATE / 100.
000000     MOVE RUN-PERIOD TO POSTING-PERIOD.
000000     OPEN INPUT GL-PERIOD-FILE.
000000     IF GL-PERIOD-STATUS NOT = '00'
000000         GO TO 0900-EXIT
000000     END-IF.
000000     PERFORM 0910-READ-PERIOD.
000000     PERFORM 0920-STORE-PERIOD
000000         UNTIL GL-PERIOD-EOF-YES OR PERIOD-COUNT = 120.
000000     CLOSE GL-PERIOD-FILE.
000000     PERFORM 0930-CHECK-PERIOD THRU 0930-EXIT.
000000     IF NOT PERIOD-CLOSED-YES
000000         GO TO 0900-EXIT
000000     END-IF.
000000     SET REVIEW-FLAG-YES TO TRUE.
000000     PERFORM 0940-NEXT-PERIOD THRU 0940-EXIT
000000         VARYING PERIOD-TRIES FROM 1 BY 1
000000         UNTIL NOT PERIOD-CLOSED-YES OR PERIOD-TRIES > 12.
000000     IF PERIOD-CLOSED-YES
000000         SET NO-OPEN-PERIOD-YES TO TRUE
000000     END-IF.
000000 0900-EXIT.
000000     EXIT.
000000 0910-READ-PERIOD.
000000     READ GL-PERIOD-FILE
000000         AT END SET GL-PERIOD-EOF-YES TO TRUE
000000     END-READ.
000000 0920-STORE-PERIOD.
000000     ADD 1 TO PERIOD-COUNT.
000000     MOVE GLP-PERIOD TO TBL-PRD-PERIOD(PERIOD-COUNT).
000000     MOVE GLP-STATUS TO TBL-PRD-STATUS(PERIOD-COUNT).
000000     PERFORM 0910-READ-PERIOD.
000000 0930-CHECK-PERIOD.
000000     MOVE 'N' TO PERIOD-CLOSED.
000000     PERFORM VARYING PRD-IX FROM 1 BY 1
000000             UNTIL PRD-IX > PERIOD-COUNT
000000         IF TBL-PRD-PERIOD(PRD-IX) = POSTING-PERIOD
000000             AND TBL-PRD-STATUS(PRD-IX) = 'C'
000000             SET PERIOD-CLOSED-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000 0930-EXIT.
000000     EXIT.
000000 0940-NEXT-PERIOD.
000000     IF POSTING-MONTH = 12
000000         ADD 1 TO POSTING-YEAR
000000         MOVE 1 TO POSTING-MONTH
000000     ELSE
000000         ADD 1 TO POSTING-MONTH
000000     END-IF.
000000     PERFORM 0930-CHECK-PERIOD THRU 0930-EXIT.
000000 0940-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CHART-OF-ACCOUNTS MAPPING PICKUP
000000*------------------------------------------------------------------------
000000 1000-LOAD-ACCOUNT-MAP.
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-MAP-RECORD.
000000     PERFORM 1200-STORE-MAP-RECORD THRU 1200-EXIT
000000         UNTIL ACCOUNT-MAP-EOF-YES OR MAP-COUNT = 100.
000000     CLOSE ACCOUNT-MAP-FILE.
000000 1000-EXIT.
000000         AT END SET ACCOUNT-MAP-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-MAP-RECORD.
000000     MOVE GLM-COMPANY-CODE TO CHECK-COMPANY.
000000     MOVE GLM-DEBIT-ACCOUNT TO CHECK-ACCOUNT.
000000     PERFORM 1300-CHECK-ACCOUNT THRU 1300-EXIT.
000000     IF CHECK-ACCOUNT-OK
000000         MOVE GLM-CREDIT-ACCOUNT TO CHECK-ACCOUNT
000000         PERFORM 1300-CHECK-ACCOUNT THRU 1300-EXIT
000000     END-IF.
000000     IF NOT CHECK-ACCOUNT-OK
000000         IF REJECT-COUNT < 100
000000             ADD 1 TO REJECT-COUNT
000000             MOVE GLM-TYPE-CODE TO TBL-REJ-TYPE(REJECT-COUNT)
000000             MOVE GLM-COMPANY-CODE
000000                 TO TBL-REJ-COMPANY(REJECT-COUNT)
000000             MOVE CHECK-ACCOUNT TO TBL-REJ-ACCOUNT(REJECT-COUNT)
000000             MOVE CHECK-RESULT TO TBL-REJ-REASON(REJECT-COUNT)
000000         END-IF
000000         PERFORM 1100-READ-MAP-RECORD
000000         GO TO 1200-EXIT
000000     END-IF.
000000     ADD 1 TO MAP-COUNT.
000000     MOVE GLM-TYPE-CODE TO TBL-MAP-TYPE(MAP-COUNT).
000000     MOVE GLM-COMPANY-CODE TO TBL-MAP-COMPANY(MAP-COUNT).
000000     MOVE GLM-DEBIT-ACCOUNT TO TBL-MAP-DEBIT(MAP-COUNT).
000000     MOVE GLM-CREDIT-ACCOUNT TO TBL-MAP-CREDIT(MAP-COUNT).
000000     PERFORM 1100-READ-MAP-RECORD.
000000 1200-EXIT.
000000     EXIT.
000000 1300-CHECK-ACCOUNT.
000000     MOVE ZERO TO COA-FOUND-IX.
000000     PERFORM VARYING COA-IX FROM 1 BY 1
000000             UNTIL COA-IX > COA-COUNT
000000                 OR COA-FOUND-IX > ZERO
000000         IF TBL-COA-ACCOUNT(COA-IX) = CHECK-ACCOUNT
000000             AND TBL-COA-COMPANY(COA-IX) = CHECK-COMPANY
000000             MOVE COA-IX TO COA-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF COA-FOUND-IX = ZERO
000000         MOVE 'UNKNOWN' TO CHECK-RESULT
000000     ELSE
000000         IF TBL-COA-ACTIVE(COA-FOUND-IX) = 'Y'
000000             MOVE SPACES TO CHECK-RESULT
000000         ELSE
000000             MOVE 'INACTIVE' TO CHECK-RESULT
000000         END-IF
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CYCLE ACTIVITY ACCUMULATION
000000*Only records stamped with tonight's run-ID journal tonight -
000000 2200-NEXT.
000000     PERFORM 2100-READ-TXLOG.
000000*------------------------------------------------------------------------
000000*APPROVED MANUAL ENTRIES
000000*------------------------------------------------------------------------
000000 2500-LOAD-MANUAL-LINES.
000000     OPEN INPUT MANUAL-RELEASE-FILE.
000000     IF MANUAL-RELEASE-STATUS NOT = '00'
000000         GO TO 2500-EXIT
000000     END-IF.
000000     PERFORM 2600-READ-MANUAL-LINE.
000000     PERFORM 2700-STORE-MANUAL-LINE
000000         UNTIL MANUAL-RELEASE-EOF-YES OR MANUAL-LINE-COUNT = 500.
000000     IF NOT MANUAL-RELEASE-EOF-YES
000000         SET MANUAL-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** GLJRNL: MJEREL HOLDS MORE THAN 500 LINES - '
000000             'MANUAL ENTRIES HELD'
000000     END-IF.
000000     CLOSE MANUAL-RELEASE-FILE.
000000 2500-EXIT.
000000     EXIT.
000000 2600-READ-MANUAL-LINE.
000000     READ MANUAL-RELEASE-FILE
000000         AT END SET MANUAL-RELEASE-EOF-YES TO TRUE
000000     END-READ.
000000 2700-STORE-MANUAL-LINE.
000000     ADD 1 TO MANUAL-LINE-COUNT.
000000     MOVE MANUAL-JOURNAL-LINE TO MANUAL-ENTRY(MANUAL-LINE-COUNT).
000000     PERFORM 2600-READ-MANUAL-LINE.
000000*------------------------------------------------------------------------
000000*BALANCED JOURNAL OUTPUT
000000*One debit line and one credit line per mapped activity group,
000000*each for the group's full amount - the two sides are written
000000     MOVE 'GENERAL-LEDGER JOURNAL REGISTER'
000000         TO JOURNAL-REGISTER-LINE.
000000     WRITE JOURNAL-REGISTER-LINE.
000000     PERFORM VARYING REJ-IX FROM 1 BY 1
000000             UNTIL REJ-IX > REJECT-COUNT
000000         MOVE SPACES TO JOURNAL-REGISTER-LINE
000000         STRING '*** MAP REFUSED TYPE ' TBL-REJ-TYPE(REJ-IX)
000000             ' COMPANY ' TBL-REJ-COMPANY(REJ-IX)
000000             ' ACCOUNT ' TBL-REJ-ACCOUNT(REJ-IX)
000000             ' ' TBL-REJ-REASON(REJ-IX)
000000             INTO JOURNAL-REGISTER-LINE
000000         WRITE JOURNAL-REGISTER-LINE
000000     END-PERFORM.
000000     IF REVIEW-FLAG-YES
000000         MOVE SPACES TO JOURNAL-REGISTER-LINE
000000         STRING '*** PERIOD ' RUN-PERIOD ' CLOSED - POSTED TO '
000000             POSTING-PERIOD ' FOR REVIEW'
000000             INTO JOURNAL-REGISTER-LINE
000000         WRITE JOURNAL-REGISTER-LINE
000000     END-IF.
000000     PERFORM 3100-JOURNAL-ONE-GROUP THRU 3100-EXIT
000000         VARYING ACT-IX FROM 1 BY 1
000000         UNTIL ACT-IX > ACTIVITY-COUNT.
000000     IF NOT MANUAL-OVERFLOW-YES
000000         PERFORM 3200-JOURNAL-MANUAL-LINE THRU 3200-EXIT
000000             VARYING MJE-IX FROM 1 BY 1
000000             UNTIL MJE-IX > MANUAL-LINE-COUNT
000000     ELSE
000000         MOVE '*** MJEREL OVERFLOWED - MANUAL ENTRIES HELD'
000000             TO JOURNAL-REGISTER-LINE
000000         WRITE JOURNAL-REGISTER-LINE
000000     END-IF.
000000     MOVE SPACES TO JOURNAL-REGISTER-LINE.
000000     STRING 'JOURNAL DEBITS:  ' RUN-DEBIT-TOTAL
000000         INTO JOURNAL-REGISTER-LINE.
000000             INTO JOURNAL-REGISTER-LINE
000000         WRITE JOURNAL-REGISTER-LINE
000000     END-IF.
000000     IF MANUAL-JOURNALED-COUNT > ZERO
000000         MOVE SPACES TO JOURNAL-REGISTER-LINE
000000         STRING 'MANUAL ADJUSTMENT LINES: ' MANUAL-JOURNALED-COUNT
000000             INTO JOURNAL-REGISTER-LINE
000000         WRITE JOURNAL-REGISTER-LINE
000000     END-IF.
000000     CLOSE JOURNAL-REGISTER-FILE.
000000     CLOSE JOURNAL-FILE.
000000*An out-of-balance journal must never reach the ledger load -
000000     MOVE TBL-ACT-AMOUNT(ACT-IX) TO JRNL-AMOUNT.
000000     MOVE TBL-ACT-TYPE(ACT-IX) TO JRNL-TYPE-CODE.
000000     MOVE TBL-ACT-COMPANY(ACT-IX) TO JRNL-COMPANY-CODE.
000000     MOVE POSTING-PERIOD TO JRNL-PERIOD.
000000     MOVE REVIEW-FLAG TO JRNL-REVIEW-FLAG.
000000     MOVE SPACE TO JRNL-SOURCE.
000000     MOVE ZERO TO JRNL-ENTRY-NO.
000000     WRITE JOURNAL-RECORD.
000000     ADD 1 TO JOURNAL-LINE-COUNT.
000000     ADD TBL-ACT-AMOUNT(ACT-IX) TO RUN-DEBIT-TOTAL.
000000         ' DR ' TBL-MAP-DEBIT(MAP-FOUND-IX)
000000         ' CR ' TBL-MAP-CREDIT(MAP-FOUND-IX)
000000         ' ' TBL-ACT-AMOUNT(ACT-IX)
000000         ' ' REVIEW-FLAG
000000         INTO JOURNAL-REGISTER-LINE.
000000     WRITE JOURNAL-REGISTER-LINE.
000000 3100-EXIT.
000000     EXIT.
000000*A line already journaled by an earlier night is skipped; one
000000*journaled by tonight's run-ID is journaled again on a rerun.
000000 3200-JOURNAL-MANUAL-LINE.
000000     MOVE MANUAL-ENTRY(MJE-IX) TO MANUAL-JOURNAL-LINE.
000000     IF MJE-JOURNAL-RUN-ID NOT = ZERO
000000         AND MJE-JOURNAL-RUN-ID NOT = CURRENT-RUN-ID
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE CURRENT-RUN-ID TO JRNL-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO JRNL-RUN-DATE.
000000     MOVE MJE-ACCOUNT TO JRNL-GL-ACCOUNT.
000000     MOVE MJE-SIDE TO JRNL-SIDE.
000000     MOVE MJE-AMOUNT TO JRNL-AMOUNT.
000000     MOVE 'MJ' TO JRNL-TYPE-CODE.
000000     MOVE MJE-COMPANY TO JRNL-COMPANY-CODE.
000000     MOVE POSTING-PERIOD TO JRNL-PERIOD.
000000     MOVE REVIEW-FLAG TO JRNL-REVIEW-FLAG.
000000     MOVE 'M' TO JRNL-SOURCE.
000000     MOVE MJE-ENTRY-NO TO JRNL-ENTRY-NO.
000000     WRITE JOURNAL-RECORD.
000000     ADD 1 TO JOURNAL-LINE-COUNT.
000000     ADD 1 TO MANUAL-JOURNALED-COUNT.
000000     IF MJE-SIDE-DEBIT
000000         ADD MJE-AMOUNT TO RUN-DEBIT-TOTAL
000000     ELSE
000000         ADD MJE-AMOUNT TO RUN-CREDIT-TOTAL
000000     END-IF.
000000     MOVE CURRENT-RUN-ID TO MJE-JOURNAL-RUN-ID.
000000     MOVE MANUAL-JOURNAL-LINE TO MANUAL-ENTRY(MJE-IX).
000000     MOVE SPACES TO JOURNAL-REGISTER-LINE.
000000     STRING 'MANUAL MJ' MJE-ENTRY-NO
000000         ' ' MJE-SIDE ' ' MJE-ACCOUNT
000000         ' CO ' MJE-COMPANY
000000         ' ' MJE-AMOUNT
000000         ' ' REVIEW-FLAG
000000         ' ' MJE-NARRATIVE
000000         DELIMITED BY SIZE INTO JOURNAL-REGISTER-LINE.
000000     WRITE JOURNAL-REGISTER-LINE.
000000 3200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MANUAL-LINE STAMPING
000000*Tonight's journaled lines go back stamped with the run-ID;
000000*lines an earlier night journaled drop off, their record being
000000*that night's journal.
000000*------------------------------------------------------------------------
000000 8000-REWRITE-MANUAL-LINES.
000000     OPEN OUTPUT MANUAL-RELEASE-FILE.
000000     PERFORM VARYING MJE-IX FROM 1 BY 1
000000             UNTIL MJE-IX > MANUAL-LINE-COUNT
000000         MOVE MANUAL-ENTRY(MJE-IX) TO MANUAL-JOURNAL-LINE
000000         IF MJE-JOURNAL-RUN-ID = ZERO
000000             OR MJE-JOURNAL-RUN-ID = CURRENT-RUN-ID
000000             WRITE MANUAL-JOURNAL-LINE
000000         END-IF
000000     END-PERFORM.
000000     CLOSE MANUAL-RELEASE-FILE.
000000 8000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 completed with exceptions (unmapped activity was
000000*withheld, map entries were refused, or the journal was carried
000000*out of a closed period for review); 8 fatal - the journal did
000000*not balance and was withdrawn, no mapping or chart of accounts
000000*was on file, or no open period would take the journal.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF OUT-OF-BALANCE-YES
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 9800-EXIT
000000     END-IF.
000000     IF UNMAPPED-COUNT > ZERO OR REJECT-COUNT > ZERO
000000         OR REVIEW-FLAG-YES OR MANUAL-OVERFLOW-YES
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
