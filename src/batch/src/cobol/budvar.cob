000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. budvar.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT BUDGET-FILE ASSIGN TO "BUDGET"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BUDGET-STATUS.
000000     SELECT GL-ACTUAL-FILE ASSIGN TO "GLACTD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-ACTUAL-STATUS.
000000     SELECT COA-MASTER-FILE ASSIGN TO "COAMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COA-MASTER-STATUS.
000000     SELECT VARIANCE-REPORT-FILE ASSIGN TO "BVARPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS VARIANCE-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  BUDGET-FILE.
000000     COPY "budrec.cpy".
000000 FD  GL-ACTUAL-FILE.
000000     COPY "glactrec.cpy".
000000 FD  COA-MASTER-FILE.
000000     COPY "coarec.cpy".
000000 FD  VARIANCE-REPORT-FILE.
000000 01  VARIANCE-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 BUDGET-STATUS PIC X(2) VALUE '00'.
000000    01 GL-ACTUAL-STATUS PIC X(2) VALUE '00'.
000000    01 COA-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 VARIANCE-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 BUDGET-EOF PIC X VALUE 'N'.
000000       88 BUDGET-EOF-YES VALUE 'Y'.
000000    01 ACTUAL-EOF PIC X VALUE 'N'.
000000       88 ACTUAL-EOF-YES VALUE 'Y'.
000000    01 COA-MASTER-EOF PIC X VALUE 'N'.
000000       88 COA-MASTER-EOF-YES VALUE 'Y'.
000000    01 BUDGET-PRESENT PIC X VALUE 'N'.
000000       88 BUDGET-PRESENT-YES VALUE 'Y'.
000000    01 LINE-OVERFLOW PIC X VALUE 'N'.
000000       88 LINE-OVERFLOW-YES VALUE 'Y'.
000000    01 OVER-TOLERANCE PIC X VALUE 'N'.
000000       88 OVER-TOLERANCE-YES VALUE 'Y'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 CURRENT-MONTH PIC 9(6) VALUE ZERO.
000000    01 YEAR-START-PERIOD PIC 9(6) VALUE ZERO.
000000    01 VARIANCE-TOLERANCE-PCT PIC 9(3) VALUE 10.
000000    01 COA-TABLE.
000000       05 COA-ENTRY-COUNT PIC 9(3) VALUE ZERO.
000000       05 COA-ENTRY OCCURS 200 TIMES.
000000          10 TBL-COA-ACCOUNT PIC X(8).
000000          10 TBL-COA-COMPANY PIC X(3).
000000          10 TBL-COA-TYPE    PIC X(1).
000000    01 COA-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 COA-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 VARIANCE-LINE-TABLE.
000000       05 BVA-LINE-COUNT PIC 9(3) VALUE ZERO.
000000       05 BVA-LINE-ENTRY OCCURS 300 TIMES.
000000          10 TBL-BVA-COMPANY    PIC X(3).
000000          10 TBL-BVA-ACCOUNT    PIC X(8).
000000          10 TBL-BVA-TYPE       PIC X(1).
000000          10 TBL-BVA-MTH-ACTUAL PIC S9(13)V99.
000000          10 TBL-BVA-MTH-BUDGET PIC S9(13)V99.
000000          10 TBL-BVA-YTD-ACTUAL PIC S9(13)V99.
000000          10 TBL-BVA-YTD-BUDGET PIC S9(13)V99.
000000    01 BVA-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BVA-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 COMPANY-TABLE.
000000       05 COMPANY-COUNT PIC 9(2) VALUE ZERO.
000000       05 TBL-CO-CODE PIC X(3) OCCURS 20 TIMES.
000000    01 CO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LINE-COMPANY PIC X(3) VALUE SPACES.
000000    01 LINE-ACCOUNT PIC X(8) VALUE SPACES.
000000    01 ACTUAL-NET PIC S9(13)V99 VALUE ZERO.
000000    01 BASIS-ACTUAL PIC S9(13)V99 VALUE ZERO.
000000    01 BASIS-BUDGET PIC S9(13)V99 VALUE ZERO.
000000    01 BASIS-VARIANCE PIC S9(13)V99 VALUE ZERO.
000000    01 BUDGET-MAGNITUDE PIC S9(13)V99 VALUE ZERO.
000000    01 BASIS-PERCENT PIC S9(4)V9 VALUE ZERO.
000000    01 BASIS-LABEL PIC X(3) VALUE SPACES.
000000    01 ACTUAL-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 BUDGET-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 VARIANCE-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 PERCENT-DISPLAY PIC ----9.9 VALUE ZERO.
000000    01 PERCENT-TEXT REDEFINES PERCENT-DISPLAY PIC X(7).
000000    01 FLAG-TEXT PIC X(3) VALUE SPACES.
000000    01 BUDGET-ROWS PIC 9(5) VALUE ZERO.
000000    01 REFUSED-COUNT PIC 9(5) VALUE ZERO.
000000    01 REPORTED-COUNT PIC 9(3) VALUE ZERO.
000000    01 FLAGGED-COUNT PIC 9(3) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*BUDGET VERSUS ACTUAL
000000*Period-end step, scheduled by the processing calendar: sets
000000*finance's BUDGET file - one amount per company, GL account and
000000*month - against the actuals glactacc has accumulated on GLACTD
000000*from each night's GLJRNL, for the closing month and for the
000000*calendar year to date.  Actuals are taken in the account's
000000*natural sense from its COAMST type, so a revenue line compares
000000*its credits with a revenue budget.  Each account prints a month
000000*line and a year-to-date line with the amount variance (actual
000000*less budget) and the variance as a percentage of budget; a line
000000*whose percentage exceeds the BUDVAR VARIANCE-PCT tolerance (10%
000000*when none is in force), or which has actuals against no budget at
000000*all, is flagged '***'.  Budget rows for an account not on COAMST
000000*are listed and refused.  BVARPT is bundled by rptbndl for the
000000*finance department.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'BUDVAR: NO RUN DATE - NO REPORT'
000000         EXIT PROGRAM
000000     END-IF.
000000     DIVIDE CURRENT-RUN-DATE BY 100 GIVING CURRENT-MONTH.
000000     DIVIDE CURRENT-MONTH BY 100 GIVING YEAR-START-PERIOD.
000000     COMPUTE YEAR-START-PERIOD = YEAR-START-PERIOD * 100 + 1.
000000     PERFORM 0800-READ-TOLERANCE THRU 0800-EXIT.
000000     PERFORM 0900-LOAD-CHART THRU 0900-EXIT.
000000     IF COA-ENTRY-COUNT = ZERO
000000         DISPLAY '*** BUDVAR: NO COAMST CHART OF ACCOUNTS ON FILE'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN OUTPUT VARIANCE-REPORT-FILE.
000000     PERFORM 7100-WRITE-REPORT-HEADER.
000000     PERFORM 1000-LOAD-BUDGETS THRU 1000-EXIT.
000000     PERFORM 2000-ADD-ACTUALS THRU 2000-EXIT.
000000     PERFORM 7000-PRINT-VARIANCES THRU 7000-EXIT.
000000     CLOSE VARIANCE-REPORT-FILE.
000000     DISPLAY 'BUDVAR: MONTH ' CURRENT-MONTH ' - '
000000         REPORTED-COUNT ' ACCOUNT(S), ' FLAGGED-COUNT
000000         ' LINE(S) OVER ' VARIANCE-TOLERANCE-PCT '% TOLERANCE'.
000000*An overflowed table leaves accounts off the report, which is
000000*worse than a refused row - the step fails so the table is
000000*raised before finance works from an incomplete comparison.
000000     IF LINE-OVERFLOW-YES
000000         DISPLAY '*** BUDVAR: MORE THAN 300 ACCOUNTS - '
000000             'REPORT INCOMPLETE'
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         IF REFUSED-COUNT > ZERO OR NOT BUDGET-PRESENT-YES
000000             MOVE 4 TO RETURN-CODE
000000         ELSE
000000             MOVE 0 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*VARIANCE TOLERANCE
000000*BUDVAR VARIANCE-PCT on the parameter library optionally
000000*carries the percentage a line's variance may reach before it is
000000*flagged; none in force, or zero, keeps the default.
000000*------------------------------------------------------------------------
000000 0800-READ-TOLERANCE.
000000     MOVE 'BUDVAR' TO PSVC-PROGRAM.
000000     MOVE 'VARIANCE-PCT' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO VARIANCE-TOLERANCE-PCT
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CHART OF ACCOUNTS - account types for the natural sign
000000*------------------------------------------------------------------------
000000 0900-LOAD-CHART.
000000     OPEN INPUT COA-MASTER-FILE.
000000     IF COA-MASTER-STATUS NOT = '00'
000000         GO TO 0900-EXIT
000000     END-IF.
000000     PERFORM 0910-READ-COA.
000000     PERFORM 0920-STORE-COA
000000         UNTIL COA-MASTER-EOF-YES OR COA-ENTRY-COUNT = 200.
000000     IF NOT COA-MASTER-EOF-YES
000000         DISPLAY '*** BUDVAR: COAMST HOLDS MORE THAN 200 '
000000             'ACCOUNTS - REST TREATED AS UNKNOWN'
000000     END-IF.
000000     CLOSE COA-MASTER-FILE.
000000 0900-EXIT.
000000     EXIT.
000000 0910-READ-COA.
000000     READ COA-MASTER-FILE
000000         AT END SET COA-MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 0920-STORE-COA.
000000     ADD 1 TO COA-ENTRY-COUNT.
000000     MOVE COA-ACCOUNT TO TBL-COA-ACCOUNT(COA-ENTRY-COUNT).
000000     MOVE COA-COMPANY TO TBL-COA-COMPANY(COA-ENTRY-COUNT).
000000     MOVE COA-TYPE TO TBL-COA-TYPE(COA-ENTRY-COUNT).
000000     PERFORM 0910-READ-COA.
000000*------------------------------------------------------------------------
000000*BUDGET LOAD - this year's rows up to the closing month
000000*------------------------------------------------------------------------
000000 1000-LOAD-BUDGETS.
000000     OPEN INPUT BUDGET-FILE.
000000     IF BUDGET-STATUS NOT = '00'
000000         MOVE '*** NO BUDGET FILE - ACTUALS SHOWN AGAINST ZERO'
000000             TO VARIANCE-REPORT-LINE
000000         WRITE VARIANCE-REPORT-LINE
000000         GO TO 1000-EXIT
000000     END-IF.
000000     SET BUDGET-PRESENT-YES TO TRUE.
000000     PERFORM 1100-READ-BUDGET.
000000     PERFORM 1200-LOAD-ONE-BUDGET THRU 1200-NEXT
000000         UNTIL BUDGET-EOF-YES.
000000     CLOSE BUDGET-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-BUDGET.
000000     READ BUDGET-FILE
000000         AT END SET BUDGET-EOF-YES TO TRUE
000000     END-READ.
000000 1200-LOAD-ONE-BUDGET.
000000     ADD 1 TO BUDGET-ROWS.
000000     IF BUD-PERIOD IS NOT NUMERIC
000000         OR BUD-AMOUNT IS NOT NUMERIC
000000         MOVE SPACES TO VARIANCE-REPORT-LINE
000000         STRING '*** BUDGET REFUSED ROW ' BUDGET-ROWS
000000             ' - PERIOD OR AMOUNT NOT NUMERIC'
000000             INTO VARIANCE-REPORT-LINE
000000         WRITE VARIANCE-REPORT-LINE
000000         ADD 1 TO REFUSED-COUNT
000000         GO TO 1200-NEXT
000000     END-IF.
000000     MOVE BUD-COMPANY TO LINE-COMPANY.
000000     MOVE BUD-ACCOUNT TO LINE-ACCOUNT.
000000     PERFORM 3000-FIND-COA-ACCOUNT THRU 3000-EXIT.
000000     IF COA-FOUND-IX = ZERO
000000         MOVE SPACES TO VARIANCE-REPORT-LINE
000000         STRING '*** BUDGET REFUSED COMPANY ' BUD-COMPANY
000000             ' ACCOUNT ' BUD-ACCOUNT ' PERIOD ' BUD-PERIOD
000000             ' - NOT ON COAMST'
000000             INTO VARIANCE-REPORT-LINE
000000         WRITE VARIANCE-REPORT-LINE
000000         ADD 1 TO REFUSED-COUNT
000000         GO TO 1200-NEXT
000000     END-IF.
000000     IF BUD-PERIOD < YEAR-START-PERIOD
000000         OR BUD-PERIOD > CURRENT-MONTH
000000         GO TO 1200-NEXT
000000     END-IF.
000000     PERFORM 3100-FIND-VARIANCE-LINE THRU 3100-EXIT.
000000     IF BVA-FOUND-IX = ZERO
000000         GO TO 1200-NEXT
000000     END-IF.
000000     ADD BUD-AMOUNT TO TBL-BVA-YTD-BUDGET(BVA-FOUND-IX).
000000     IF BUD-PERIOD = CURRENT-MONTH
000000         ADD BUD-AMOUNT TO TBL-BVA-MTH-BUDGET(BVA-FOUND-IX)
000000     END-IF.
000000 1200-NEXT.
000000     PERFORM 1100-READ-BUDGET.
000000*------------------------------------------------------------------------
000000*ACTUALS - GLACTD records of this year up to the closing month
000000*------------------------------------------------------------------------
000000 2000-ADD-ACTUALS.
000000     OPEN INPUT GL-ACTUAL-FILE.
000000     IF GL-ACTUAL-STATUS NOT = '00'
000000         MOVE '*** NO GLACTD ACTUALS HISTORY ON FILE'
000000             TO VARIANCE-REPORT-LINE
000000         WRITE VARIANCE-REPORT-LINE
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-ACTUAL.
000000     PERFORM 2200-ADD-ONE-ACTUAL THRU 2200-NEXT
000000         UNTIL ACTUAL-EOF-YES.
000000     CLOSE GL-ACTUAL-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-ACTUAL.
000000     READ GL-ACTUAL-FILE
000000         AT END SET ACTUAL-EOF-YES TO TRUE
000000     END-READ.
000000 2200-ADD-ONE-ACTUAL.
000000     IF GLA-PERIOD < YEAR-START-PERIOD
000000         OR GLA-PERIOD > CURRENT-MONTH
000000         GO TO 2200-NEXT
000000     END-IF.
000000     MOVE GLA-COMPANY TO LINE-COMPANY.
000000     MOVE GLA-ACCOUNT TO LINE-ACCOUNT.
000000     PERFORM 3000-FIND-COA-ACCOUNT THRU 3000-EXIT.
000000     PERFORM 3100-FIND-VARIANCE-LINE THRU 3100-EXIT.
000000     IF BVA-FOUND-IX = ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF TBL-BVA-TYPE(BVA-FOUND-IX) = 'L' OR 'Q' OR 'R'
000000         COMPUTE ACTUAL-NET = GLA-CREDIT - GLA-DEBIT
000000     ELSE
000000         COMPUTE ACTUAL-NET = GLA-DEBIT - GLA-CREDIT
000000     END-IF.
000000     ADD ACTUAL-NET TO TBL-BVA-YTD-ACTUAL(BVA-FOUND-IX).
000000     IF GLA-PERIOD = CURRENT-MONTH
000000         ADD ACTUAL-NET TO TBL-BVA-MTH-ACTUAL(BVA-FOUND-IX)
000000     END-IF.
000000 2200-NEXT.
000000     PERFORM 2100-READ-ACTUAL.
000000*------------------------------------------------------------------------
000000*TABLE LOOKUPS
000000*3000 finds LINE-COMPANY/LINE-ACCOUNT on the chart; 3100 finds
000000*or adds its variance line, taking the type 3000 found.
000000*------------------------------------------------------------------------
000000 3000-FIND-COA-ACCOUNT.
000000     MOVE ZERO TO COA-FOUND-IX.
000000     PERFORM VARYING COA-IX FROM 1 BY 1
000000             UNTIL COA-IX > COA-ENTRY-COUNT
000000                 OR COA-FOUND-IX > ZERO
000000         IF TBL-COA-ACCOUNT(COA-IX) = LINE-ACCOUNT
000000             AND TBL-COA-COMPANY(COA-IX) = LINE-COMPANY
000000             MOVE COA-IX TO COA-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 3000-EXIT.
000000     EXIT.
000000 3100-FIND-VARIANCE-LINE.
000000     MOVE ZERO TO BVA-FOUND-IX.
000000     PERFORM VARYING BVA-IX FROM 1 BY 1
000000             UNTIL BVA-IX > BVA-LINE-COUNT
000000                 OR BVA-FOUND-IX > ZERO
000000         IF TBL-BVA-COMPANY(BVA-IX) = LINE-COMPANY
000000             AND TBL-BVA-ACCOUNT(BVA-IX) = LINE-ACCOUNT
000000             MOVE BVA-IX TO BVA-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF BVA-FOUND-IX > ZERO
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF BVA-LINE-COUNT NOT < 300
000000         SET LINE-OVERFLOW-YES TO TRUE
000000         GO TO 3100-EXIT
000000     END-IF.
000000     ADD 1 TO BVA-LINE-COUNT.
000000     MOVE BVA-LINE-COUNT TO BVA-FOUND-IX.
000000     MOVE LINE-COMPANY TO TBL-BVA-COMPANY(BVA-FOUND-IX).
000000     MOVE LINE-ACCOUNT TO TBL-BVA-ACCOUNT(BVA-FOUND-IX).
000000     MOVE SPACE TO TBL-BVA-TYPE(BVA-FOUND-IX).
000000     IF COA-FOUND-IX > ZERO
000000         MOVE TBL-COA-TYPE(COA-FOUND-IX)
000000             TO TBL-BVA-TYPE(BVA-FOUND-IX)
000000     END-IF.
000000     MOVE ZERO TO TBL-BVA-MTH-ACTUAL(BVA-FOUND-IX).
000000     MOVE ZERO TO TBL-BVA-MTH-BUDGET(BVA-FOUND-IX).
000000     MOVE ZERO TO TBL-BVA-YTD-ACTUAL(BVA-FOUND-IX).
000000     MOVE ZERO TO TBL-BVA-YTD-BUDGET(BVA-FOUND-IX).
000000     MOVE ZERO TO CO-FOUND-IX.
000000     PERFORM VARYING CO-IX FROM 1 BY 1
000000             UNTIL CO-IX > COMPANY-COUNT OR CO-FOUND-IX > ZERO
000000         IF TBL-CO-CODE(CO-IX) = LINE-COMPANY
000000             MOVE CO-IX TO CO-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF CO-FOUND-IX = ZERO AND COMPANY-COUNT < 20
000000         ADD 1 TO COMPANY-COUNT
000000         MOVE LINE-COMPANY TO TBL-CO-CODE(COMPANY-COUNT)
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*VARIANCE REPORT - one section per company, two lines per account
000000*------------------------------------------------------------------------
000000 7000-PRINT-VARIANCES.
000000     PERFORM 7200-WRITE-ONE-COMPANY THRU 7200-EXIT
000000         VARYING CO-IX FROM 1 BY 1 UNTIL CO-IX > COMPANY-COUNT.
000000     MOVE SPACES TO VARIANCE-REPORT-LINE.
000000     WRITE VARIANCE-REPORT-LINE.
000000     MOVE SPACES TO VARIANCE-REPORT-LINE.
000000     STRING 'ACCOUNTS REPORTED: ' REPORTED-COUNT
000000         '  LINES OVER TOLERANCE: ' FLAGGED-COUNT
000000         '  BUDGET ROWS REFUSED: ' REFUSED-COUNT
000000         INTO VARIANCE-REPORT-LINE.
000000     WRITE VARIANCE-REPORT-LINE.
000000     IF LINE-OVERFLOW-YES
000000         MOVE '*** MORE THAN 300 ACCOUNTS - REPORT INCOMPLETE'
000000             TO VARIANCE-REPORT-LINE
000000         WRITE VARIANCE-REPORT-LINE
000000     END-IF.
000000 7000-EXIT.
000000     EXIT.
000000 7100-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE 'BUDGET VERSUS ACTUAL BY GL ACCOUNT' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE VARIANCE-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 7200-WRITE-ONE-COMPANY.
000000     IF CO-IX > 1
000000         PERFORM 7100-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO VARIANCE-REPORT-LINE.
000000     STRING 'COMPANY ' TBL-CO-CODE(CO-IX)
000000         '  MONTH ' CURRENT-MONTH
000000         '  YEAR TO DATE FROM ' YEAR-START-PERIOD
000000         '  TOLERANCE ' VARIANCE-TOLERANCE-PCT '%'
000000         INTO VARIANCE-REPORT-LINE.
000000     WRITE VARIANCE-REPORT-LINE.
000000     MOVE SPACES TO VARIANCE-REPORT-LINE.
000000     MOVE 'ACCOUNT' TO VARIANCE-REPORT-LINE(1:7).
000000     MOVE 'ACTUAL' TO VARIANCE-REPORT-LINE(22:6).
000000     MOVE 'BUDGET' TO VARIANCE-REPORT-LINE(37:6).
000000     MOVE 'VARIANCE' TO VARIANCE-REPORT-LINE(50:8).
000000     MOVE 'VAR %' TO VARIANCE-REPORT-LINE(61:5).
000000     WRITE VARIANCE-REPORT-LINE.
000000     PERFORM VARYING BVA-IX FROM 1 BY 1
000000             UNTIL BVA-IX > BVA-LINE-COUNT
000000         IF TBL-BVA-COMPANY(BVA-IX) = TBL-CO-CODE(CO-IX)
000000             ADD 1 TO REPORTED-COUNT
000000             MOVE 'MTH' TO BASIS-LABEL
000000             MOVE TBL-BVA-MTH-ACTUAL(BVA-IX) TO BASIS-ACTUAL
000000             MOVE TBL-BVA-MTH-BUDGET(BVA-IX) TO BASIS-BUDGET
000000             PERFORM 7300-WRITE-ONE-BASIS THRU 7300-EXIT
000000             MOVE 'YTD' TO BASIS-LABEL
000000             MOVE TBL-BVA-YTD-ACTUAL(BVA-IX) TO BASIS-ACTUAL
000000             MOVE TBL-BVA-YTD-BUDGET(BVA-IX) TO BASIS-BUDGET
000000             PERFORM 7300-WRITE-ONE-BASIS THRU 7300-EXIT
000000         END-IF
000000     END-PERFORM.
000000 7200-EXIT.
000000     EXIT.
000000*A zero budget has no percentage: the line shows N/A and is
000000*flagged when there are actuals against it.  A percentage too
000000*large for the column is shown at its limit.
000000 7300-WRITE-ONE-BASIS.
000000     COMPUTE BASIS-VARIANCE = BASIS-ACTUAL - BASIS-BUDGET.
000000     MOVE 'N' TO OVER-TOLERANCE.
000000     IF BASIS-BUDGET = ZERO
000000         MOVE '    N/A' TO PERCENT-TEXT
000000         IF BASIS-ACTUAL NOT = ZERO
000000             SET OVER-TOLERANCE-YES TO TRUE
000000         END-IF
000000     ELSE
000000         MOVE BASIS-BUDGET TO BUDGET-MAGNITUDE
000000         IF BUDGET-MAGNITUDE < ZERO
000000             COMPUTE BUDGET-MAGNITUDE = ZERO - BUDGET-MAGNITUDE
000000         END-IF
000000         COMPUTE BASIS-PERCENT ROUNDED =
000000             BASIS-VARIANCE * 100 / BUDGET-MAGNITUDE
000000             ON SIZE ERROR
000000                 MOVE 9999.9 TO BASIS-PERCENT
000000                 IF BASIS-VARIANCE < ZERO
000000                     MOVE -9999.9 TO BASIS-PERCENT
000000                 END-IF
000000         END-COMPUTE
000000         MOVE BASIS-PERCENT TO PERCENT-DISPLAY
000000         IF BASIS-PERCENT > VARIANCE-TOLERANCE-PCT
000000             OR BASIS-PERCENT < ZERO - VARIANCE-TOLERANCE-PCT
000000             SET OVER-TOLERANCE-YES TO TRUE
000000         END-IF
000000     END-IF.
000000     MOVE SPACES TO FLAG-TEXT.
000000     IF OVER-TOLERANCE-YES
000000         MOVE '***' TO FLAG-TEXT
000000         ADD 1 TO FLAGGED-COUNT
000000     END-IF.
000000     MOVE BASIS-ACTUAL TO ACTUAL-DISPLAY.
000000     MOVE BASIS-BUDGET TO BUDGET-DISPLAY.
000000     MOVE BASIS-VARIANCE TO VARIANCE-DISPLAY.
000000     MOVE SPACES TO VARIANCE-REPORT-LINE.
000000     STRING TBL-BVA-ACCOUNT(BVA-IX) ' ' BASIS-LABEL ' '
000000         ACTUAL-DISPLAY ' ' BUDGET-DISPLAY ' '
000000         VARIANCE-DISPLAY ' ' PERCENT-TEXT ' ' FLAG-TEXT
000000         INTO VARIANCE-REPORT-LINE.
000000     WRITE VARIANCE-REPORT-LINE.
000000 7300-EXIT.
000000     EXIT.
