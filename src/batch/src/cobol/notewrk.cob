000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. notewrk.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT ACCOUNT-NOTE-FILE ASSIGN TO "ACCTNOTE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCOUNT-NOTE-STATUS.
000000     SELECT FOLLOW-UP-WORK-FILE ASSIGN TO "NOTEWK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FOLLOW-UP-WORK-STATUS.
000000     SELECT FOLLOW-UP-SORT-FILE ASSIGN TO "NOTESRT".
000000     SELECT FOLLOW-UP-DUE-FILE ASSIGN TO "NOTEDUE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FOLLOW-UP-DUE-STATUS.
000000     SELECT WORKLIST-REPORT-FILE ASSIGN TO "NOTEWRK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS WORKLIST-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ACCOUNT-NOTE-FILE.
000000     COPY "noterec.cpy".
000000 FD  FOLLOW-UP-WORK-FILE.
000000 01  FOLLOW-UP-WORK-LINE PIC X(121).
000000*The ACCTNOTE layout, keyed for the worklist: by operator,
000000*then oldest follow-up first, then account.
000000 SD  FOLLOW-UP-SORT-FILE.
000000 01  FOLLOW-UP-SORT-RECORD.
000000     05 SRT-NOTE-NO      PIC 9(6).
000000     05 SRT-ACCT-NO      PIC 9(6).
000000     05 SRT-NOTE-DATE    PIC 9(8).
000000     05 SRT-NOTE-TIME    PIC 9(4).
000000     05 SRT-OPERATOR     PIC X(8).
000000     05 SRT-CATEGORY     PIC X(4).
000000     05 SRT-TEXT         PIC X(60).
000000     05 SRT-FOLLOW-UP    PIC 9(8).
000000     05 SRT-REST         PIC X(17).
000000 FD  FOLLOW-UP-DUE-FILE.
000000 01  FOLLOW-UP-DUE-RECORD.
000000     05 DUE-NOTE-NO      PIC 9(6).
000000     05 DUE-ACCT-NO      PIC 9(6).
000000     05 DUE-NOTE-DATE    PIC 9(8).
000000     05 DUE-NOTE-TIME    PIC 9(4).
000000     05 DUE-OPERATOR     PIC X(8).
000000     05 DUE-CATEGORY     PIC X(4).
000000     05 DUE-TEXT         PIC X(60).
000000     05 DUE-FOLLOW-UP    PIC 9(8).
000000     05 DUE-REST         PIC X(17).
000000 FD  WORKLIST-REPORT-FILE.
000000 01  WORKLIST-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 ACCOUNT-NOTE-STATUS PIC X(2) VALUE '00'.
000000    01 FOLLOW-UP-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 FOLLOW-UP-DUE-STATUS PIC X(2) VALUE '00'.
000000    01 WORKLIST-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000    01 DAYS-OVERDUE PIC S9(5) VALUE ZERO.
000000    01 DAYS-DISPLAY PIC ZZZZ9 VALUE ZERO.
000000    01 DUE-LABEL PIC X(20) VALUE SPACES.
000000    01 CURRENT-OPERATOR PIC X(8) VALUE SPACES.
000000    01 FIRST-OPERATOR PIC X VALUE 'Y'.
000000       88 FIRST-OPERATOR-YES VALUE 'Y'.
000000    01 OPERATOR-DUE-COUNT PIC 9(5) VALUE ZERO.
000000    01 OPERATOR-OVERDUE-COUNT PIC 9(5) VALUE ZERO.
000000    01 OPERATOR-COUNT PIC 9(5) VALUE ZERO.
000000    01 DUE-COUNT PIC 9(5) VALUE ZERO.
000000    01 OVERDUE-COUNT PIC 9(5) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*FOLLOW-UP WORKLIST
000000*Every open follow-up on the ACCTNOTE account notes whose date
000000*has come - due on the run date or overdue - listed on NOTEWRK
000000*for the operator who wrote the note, each operator's list on
000000*its own page and oldest follow-up first, with the account,
000000*category, note text and the days overdue, so each collector
000000*and service operator starts the day with their own calls to
000000*make.  Follow-ups are closed with the notes maintenance.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
000000     END-IF.
000000     MOVE ZERO TO DUE-COUNT.
000000     MOVE ZERO TO OVERDUE-COUNT.
000000     MOVE ZERO TO OPERATOR-COUNT.
000000     MOVE ZERO TO RPT-PAGE-NO.
000000     MOVE 'Y' TO FIRST-OPERATOR.
000000     PERFORM 1000-SELECT-DUE-FOLLOW-UPS THRU 1000-EXIT.
000000     SORT FOLLOW-UP-SORT-FILE
000000         ON ASCENDING KEY SRT-OPERATOR SRT-FOLLOW-UP SRT-ACCT-NO
000000         USING FOLLOW-UP-WORK-FILE
000000         GIVING FOLLOW-UP-DUE-FILE.
000000     OPEN OUTPUT WORKLIST-REPORT-FILE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT FOLLOW-UP-DUE-FILE.
000000     PERFORM 2100-READ-DUE.
000000     PERFORM 2000-LIST-ONE-FOLLOW-UP THRU 2000-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE FOLLOW-UP-DUE-FILE.
000000     IF FIRST-OPERATOR-YES
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000         MOVE SPACES TO WORKLIST-REPORT-LINE
000000         MOVE 'NO FOLLOW-UPS DUE' TO WORKLIST-REPORT-LINE
000000         WRITE WORKLIST-REPORT-LINE
000000     ELSE
000000         PERFORM 2600-WRITE-OPERATOR-TOTAL THRU 2600-EXIT
000000     END-IF.
000000     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
000000     CLOSE WORKLIST-REPORT-FILE.
000000     DISPLAY 'NOTEWRK: ' DUE-COUNT ' FOLLOW-UP(S) DUE FOR '
000000         OPERATOR-COUNT ' OPERATOR(S), ' OVERDUE-COUNT
000000         ' OVERDUE'.
000000     MOVE 0 TO RETURN-CODE.
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
000000*SELECTION
000000*Only open follow-ups dated on or before the run date go to the
000000*sort; with no ACCTNOTE the work file is left empty and the
000000*worklist says nothing is due.
000000*------------------------------------------------------------------------
000000 1000-SELECT-DUE-FOLLOW-UPS.
000000     OPEN OUTPUT FOLLOW-UP-WORK-FILE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT ACCOUNT-NOTE-FILE.
000000     IF ACCOUNT-NOTE-STATUS NOT = '00'
000000         GO TO 1000-CLOSE
000000     END-IF.
000000     PERFORM 1100-READ-NOTE.
000000     PERFORM 1200-SELECT-ONE-NOTE UNTIL SOURCE-EOF-YES.
000000     CLOSE ACCOUNT-NOTE-FILE.
000000 1000-CLOSE.
000000     CLOSE FOLLOW-UP-WORK-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-NOTE.
000000     READ ACCOUNT-NOTE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-SELECT-ONE-NOTE.
000000     IF NOTE-FOLLOW-UP-OPEN
000000         AND NOTE-FOLLOW-UP-DATE IS NUMERIC
000000         AND NOTE-FOLLOW-UP-DATE <= CURRENT-RUN-DATE
000000         MOVE ACCOUNT-NOTE-RECORD TO FOLLOW-UP-WORK-LINE
000000         WRITE FOLLOW-UP-WORK-LINE
000000     END-IF.
000000     PERFORM 1100-READ-NOTE.
000000*------------------------------------------------------------------------
000000*ONE DUE FOLLOW-UP
000000*A new operator starts a new page; days overdue run from the
000000*follow-up date to the run date through the shared date service.
000000*------------------------------------------------------------------------
000000 2000-LIST-ONE-FOLLOW-UP.
000000     IF FIRST-OPERATOR-YES
000000         OR DUE-OPERATOR NOT = CURRENT-OPERATOR
000000         IF NOT FIRST-OPERATOR-YES
000000             PERFORM 2600-WRITE-OPERATOR-TOTAL THRU 2600-EXIT
000000         END-IF
000000         MOVE 'N' TO FIRST-OPERATOR
000000         MOVE DUE-OPERATOR TO CURRENT-OPERATOR
000000         MOVE ZERO TO OPERATOR-DUE-COUNT
000000         MOVE ZERO TO OPERATOR-OVERDUE-COUNT
000000         ADD 1 TO OPERATOR-COUNT
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     ADD 1 TO DUE-COUNT.
000000     ADD 1 TO OPERATOR-DUE-COUNT.
000000     MOVE ZERO TO DAYS-OVERDUE.
000000     IF DUE-FOLLOW-UP < CURRENT-RUN-DATE
000000         ADD 1 TO OVERDUE-COUNT
000000         ADD 1 TO OPERATOR-OVERDUE-COUNT
000000         MOVE 'B' TO DSVC-FUNCTION
000000         MOVE DUE-FOLLOW-UP TO DSVC-DATE-1
000000         MOVE CURRENT-RUN-DATE TO DSVC-DATE-2
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         IF DSVC-OK
000000             MOVE DSVC-RESULT-DAYS TO DAYS-OVERDUE
000000         END-IF
000000     END-IF.
000000     IF DAYS-OVERDUE > ZERO
000000         MOVE DAYS-OVERDUE TO DAYS-DISPLAY
000000         MOVE SPACES TO DUE-LABEL
000000         STRING 'OVERDUE ' DAYS-DISPLAY ' DAYS'
000000             INTO DUE-LABEL
000000     ELSE
000000         IF DUE-FOLLOW-UP < CURRENT-RUN-DATE
000000             MOVE 'OVERDUE' TO DUE-LABEL
000000         ELSE
000000             MOVE 'DUE TODAY' TO DUE-LABEL
000000         END-IF
000000     END-IF.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO WORKLIST-REPORT-LINE.
000000     STRING DUE-NOTE-NO ' ACCT ' DUE-ACCT-NO
000000         ' ' DUE-CATEGORY
000000         ' FOLLOW UP ' DUE-FOLLOW-UP
000000         ' ' DUE-LABEL
000000         INTO WORKLIST-REPORT-LINE.
000000     WRITE WORKLIST-REPORT-LINE.
000000     MOVE SPACES TO WORKLIST-REPORT-LINE.
000000     STRING '       ' DUE-NOTE-DATE ' ' DUE-TEXT
000000         INTO WORKLIST-REPORT-LINE.
000000     WRITE WORKLIST-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000     PERFORM 2100-READ-DUE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-DUE.
000000     READ FOLLOW-UP-DUE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2400-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'FOLLOW-UPS DUE AND OVERDUE' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE WORKLIST-REPORT-LINE FROM REPORT-HEADER-LINE.
000000     IF NOT FIRST-OPERATOR-YES
000000         MOVE SPACES TO WORKLIST-REPORT-LINE
000000         STRING 'OPERATOR: ' CURRENT-OPERATOR
000000             '   RUN DATE: ' CURRENT-RUN-DATE
000000             INTO WORKLIST-REPORT-LINE
000000         WRITE WORKLIST-REPORT-LINE
000000     END-IF.
000000 2600-WRITE-OPERATOR-TOTAL.
000000     MOVE SPACES TO WORKLIST-REPORT-LINE.
000000     STRING 'OPERATOR ' CURRENT-OPERATOR ': '
000000         OPERATOR-DUE-COUNT ' DUE, '
000000         OPERATOR-OVERDUE-COUNT ' OVERDUE'
000000         INTO WORKLIST-REPORT-LINE.
000000     WRITE WORKLIST-REPORT-LINE.
000000 2600-EXIT.
000000     EXIT.
000000 3000-WRITE-TOTALS.
000000     MOVE SPACES TO WORKLIST-REPORT-LINE.
000000     STRING 'OPERATORS: ' OPERATOR-COUNT
000000         ' FOLLOW-UPS DUE: ' DUE-COUNT
000000         ' OVERDUE: ' OVERDUE-COUNT
000000         INTO WORKLIST-REPORT-LINE.
000000     WRITE WORKLIST-REPORT-LINE.
000000 3000-EXIT.
000000     EXIT.
