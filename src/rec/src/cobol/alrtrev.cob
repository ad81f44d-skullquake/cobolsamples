       IDENTIFICATION DIVISION.
       PROGRAM-ID. alrtrev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-CASE-FILE ASSIGN TO "ALRTCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-CASE-STATUS.
           SELECT ALERT-LOG-FILE ASSIGN TO "ALRTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-LOG-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-CASE-FILE.
           COPY "alrtcase.cpy".
       FD  ALERT-LOG-FILE.
       01  ALERT-LOG-LINE PIC X(80).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  ALERT-CASE-STATUS PIC X(2) VALUE '00'.
       01  ALERT-LOG-STATUS PIC X(2) VALUE '00'.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  CASE-EOF PIC X VALUE 'N'.
           88 CASE-EOF-YES VALUE 'Y'.
      *The whole case file, closed cases included, so the rewrite
      *keeps the record of what was already looked at.
       01  CASE-TABLE.
           05 CASE-COUNT PIC 9(4) VALUE ZERO.
           05 CASE-ENTRY PIC X(112) OCCURS 2000 TIMES.
       01  CASE-IX BINARY-SHORT SIGNED VALUE 0.
       01  CASE-OVERFLOW PIC X VALUE 'N'.
           88 CASE-OVERFLOW-YES VALUE 'Y'.
       01  CASES-CHANGED PIC X VALUE 'N'.
           88 CASES-CHANGED-YES VALUE 'Y'.
       01  SESSION-ENDED PIC X VALUE 'N'.
           88 SESSION-ENDED-YES VALUE 'Y'.
       01  OPEN-SEEN PIC 9(4) VALUE ZERO.
       01  DECIDE-CHOICE PIC X(1) VALUE SPACE.
       01  NOTE-TEXT PIC X(40) VALUE SPACES.
       01  REVIEW-DATE PIC 9(8) VALUE ZERO.
       01  LOG-EVENT PIC X(8) VALUE SPACES.
       01  RULE-TEXT PIC X(34) VALUE SPACES.
       01  AMOUNT-DISPLAY PIC Z(8)9.99 VALUE ZERO.
       01  BASIS-DISPLAY PIC Z(8)9.99 VALUE ZERO.
       01  SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  SIGNON-LEVEL PIC X(1) VALUE SPACE.
           88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
       01  SIGNON-STATUS PIC X(1) VALUE SPACE.
           88 SIGNON-ACCEPTED VALUE 'O'.
       01  CLOSED-COUNT PIC 9(4) VALUE ZERO.
       01  ESCALATED-COUNT PIC 9(4) VALUE ZERO.
       01  ANNOTATED-COUNT PIC 9(4) VALUE ZERO.
       01  SKIPPED-COUNT PIC 9(4) VALUE ZERO.
      *------------------------------------------------------------------------
      *UNUSUAL-ACTIVITY CASE REVIEW CONSOLE
      *The analyst's screen for the alert cases the nightly activity
      *monitor raised on ALRTCASE.  Every case still open or escalated
      *is shown oldest first with what the rule saw, and the analyst -
      *who must hold maintain or administer authority on OPRPROF -
      *closes it, escalates it, annotates it (the case stays as it
      *is with the note recorded), or skips it for a later session;
      *Q ends the session early.  Closing and escalating take a note
      *too.  The case carries the latest note and who touched it last;
      *every action and its note goes to the ALRTLOG case diary and to
      *SECLOG under the analyst's id.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY 'ANALYST OPERATOR ID:'.
            ACCEPT SIGNON-OPERATOR-ID.
            CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
                SIGNON-STATUS.
            IF NOT SIGNON-ACCEPTED
                DISPLAY 'SIGN-ON REFUSED - REVIEW UNAVAILABLE'
                STOP RUN
            END-IF.
            IF SIGNON-LEVEL-INQUIRY
                DISPLAY 'CASE REVIEW NEEDS MAINTAIN AUTHORITY - '
                    'SESSION REFUSED'
                STOP RUN
            END-IF.
            ACCEPT REVIEW-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-LOAD-CASES THRU 1000-EXIT.
            IF CASE-OVERFLOW-YES
                DISPLAY '*** ALRTCASE HOLDS MORE THAN 2000 CASES'
                DISPLAY '*** REVIEW REFUSED - THE CASES CANNOT BE SAVED'
                STOP RUN
            END-IF.
            PERFORM 2000-REVIEW-ONE-CASE THRU 2000-EXIT
                VARYING CASE-IX FROM 1 BY 1
                UNTIL CASE-IX > CASE-COUNT OR SESSION-ENDED-YES.
            IF OPEN-SEEN = ZERO
                DISPLAY 'NO OPEN CASES TO REVIEW'
            END-IF.
            IF CASES-CHANGED-YES
                PERFORM 8000-REWRITE-CASES THRU 8000-EXIT
            END-IF.
            DISPLAY 'ALRTREV: ' CLOSED-COUNT ' CLOSED, '
                ESCALATED-COUNT ' ESCALATED, '
                ANNOTATED-COUNT ' ANNOTATED, '
                SKIPPED-COUNT ' SKIPPED'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
      *------------------------------------------------------------------------
      *CASE FILE PICKUP
      *------------------------------------------------------------------------
       1000-LOAD-CASES.
            OPEN INPUT ALERT-CASE-FILE.
            IF ALERT-CASE-STATUS NOT = '00'
                GO TO 1000-EXIT
            END-IF.
            PERFORM 1100-READ-CASE.
            PERFORM 1200-STORE-CASE
                UNTIL CASE-EOF-YES OR CASE-COUNT = 2000.
            IF NOT CASE-EOF-YES
                SET CASE-OVERFLOW-YES TO TRUE
            END-IF.
            CLOSE ALERT-CASE-FILE.
       1000-EXIT.
            EXIT.
       1100-READ-CASE.
            READ ALERT-CASE-FILE
                AT END SET CASE-EOF-YES TO TRUE
            END-READ.
       1200-STORE-CASE.
            ADD 1 TO CASE-COUNT.
            MOVE ALERT-CASE-RECORD TO CASE-ENTRY(CASE-COUNT).
            PERFORM 1100-READ-CASE.
      *------------------------------------------------------------------------
      *THE CASE SCREEN
      *------------------------------------------------------------------------
       2000-REVIEW-ONE-CASE.
            MOVE CASE-ENTRY(CASE-IX) TO ALERT-CASE-RECORD.
            IF ACAS-CLOSED
                GO TO 2000-EXIT
            END-IF.
            ADD 1 TO OPEN-SEEN.
            EVALUATE TRUE
                WHEN ACAS-RULE-LARGE
                    MOVE 'LARGEST POSTING OVER THRESHOLD'
                        TO RULE-TEXT
                WHEN ACAS-RULE-SPIKE
                    MOVE 'NIGHT TOTAL ABOVE TRAILING AVERAGE'
                        TO RULE-TEXT
                WHEN ACAS-RULE-STRUCTURING
                    MOVE 'POSTINGS JUST UNDER THRESHOLD'
                        TO RULE-TEXT
                WHEN ACAS-RULE-DORMANT
                    MOVE 'ACTIVITY ON WOKEN DORMANT ACCOUNT'
                        TO RULE-TEXT
                WHEN OTHER
                    MOVE 'UNKNOWN RULE' TO RULE-TEXT
            END-EVALUATE.
            MOVE ACAS-AMOUNT TO AMOUNT-DISPLAY.
            MOVE ACAS-BASIS-AMOUNT TO BASIS-DISPLAY.
            DISPLAY '----------------------------------------'.
            DISPLAY 'CASE ' ACAS-CASE-NO ' RAISED ' ACAS-RAISED-DATE
                ' (RUN ' ACAS-RAISED-RUN-ID ')'.
            IF ACAS-ESCALATED
                DISPLAY 'ESCALATED BY ' ACAS-ANALYST
                    ' ON ' ACAS-UPDATED-DATE
            END-IF.
            DISPLAY 'ACCOUNT:  ' ACAS-ACCT-NO.
            DISPLAY 'RULE:     ' ACAS-RULE-CODE ' ' RULE-TEXT.
            DISPLAY 'AMOUNT:   ' AMOUNT-DISPLAY
                ' OVER ' ACAS-POSTING-COUNT ' POSTING(S)'.
            DISPLAY 'BASIS:    ' BASIS-DISPLAY.
            IF ACAS-NOTE NOT = SPACES
                DISPLAY 'NOTE:     ' ACAS-NOTE
            END-IF.
            DISPLAY 'CLOSE (C), ESCALATE (E), ANNOTATE (N), SKIP (S) '
                'OR QUIT (Q)?'.
            ACCEPT DECIDE-CHOICE.
            EVALUATE DECIDE-CHOICE
                WHEN 'C'
                WHEN 'c'
                    SET ACAS-CLOSED TO TRUE
                    MOVE 'CLOSED  ' TO LOG-EVENT
                    ADD 1 TO CLOSED-COUNT
                    PERFORM 3000-RECORD-ACTION THRU 3000-EXIT
                    DISPLAY 'CASE CLOSED'
                WHEN 'E'
                WHEN 'e'
                    SET ACAS-ESCALATED TO TRUE
                    MOVE 'ESCALATD' TO LOG-EVENT
                    ADD 1 TO ESCALATED-COUNT
                    PERFORM 3000-RECORD-ACTION THRU 3000-EXIT
                    DISPLAY 'CASE ESCALATED'
                WHEN 'N'
                WHEN 'n'
                    MOVE 'NOTE    ' TO LOG-EVENT
                    ADD 1 TO ANNOTATED-COUNT
                    PERFORM 3000-RECORD-ACTION THRU 3000-EXIT
                    DISPLAY 'NOTE RECORDED'
                WHEN 'Q'
                WHEN 'q'
                    SET SESSION-ENDED-YES TO TRUE
                    DISPLAY 'SESSION ENDED'
                WHEN OTHER
                    ADD 1 TO SKIPPED-COUNT
                    DISPLAY 'LEFT AS IT IS'
            END-EVALUATE.
       2000-EXIT.
            EXIT.
       3000-RECORD-ACTION.
            DISPLAY 'NOTE:'.
            MOVE SPACES TO NOTE-TEXT.
            ACCEPT NOTE-TEXT.
            IF NOTE-TEXT NOT = SPACES
                MOVE NOTE-TEXT TO ACAS-NOTE
            END-IF.
            MOVE SIGNON-OPERATOR-ID TO ACAS-ANALYST.
            MOVE REVIEW-DATE TO ACAS-UPDATED-DATE.
            MOVE ALERT-CASE-RECORD TO CASE-ENTRY(CASE-IX).
            SET CASES-CHANGED-YES TO TRUE.
            OPEN EXTEND ALERT-LOG-FILE.
            IF ALERT-LOG-STATUS = '05' OR
               ALERT-LOG-STATUS = '35'
                OPEN OUTPUT ALERT-LOG-FILE
            END-IF.
            MOVE SPACES TO ALERT-LOG-LINE.
            STRING REVIEW-DATE ' ' LOG-EVENT ' ' SIGNON-OPERATOR-ID
                ' CASE ' ACAS-CASE-NO ' ' NOTE-TEXT
                INTO ALERT-LOG-LINE.
            WRITE ALERT-LOG-LINE.
            CLOSE ALERT-LOG-FILE.
            OPEN EXTEND SECURITY-LOG-FILE.
            IF SECURITY-LOG-STATUS = '05' OR
               SECURITY-LOG-STATUS = '35'
                OPEN OUTPUT SECURITY-LOG-FILE
            END-IF.
            MOVE SPACES TO SECURITY-LOG-LINE.
            STRING 'ALRTCASE ' ACAS-CASE-NO ' ' LOG-EVENT
                ' ACCT ' ACAS-ACCT-NO ' RULE ' ACAS-RULE-CODE
                ' BY ' SIGNON-OPERATOR-ID
                INTO SECURITY-LOG-LINE.
            WRITE SECURITY-LOG-LINE.
            CLOSE SECURITY-LOG-FILE.
       3000-EXIT.
            EXIT.
       8000-REWRITE-CASES.
            OPEN OUTPUT ALERT-CASE-FILE.
            PERFORM VARYING CASE-IX FROM 1 BY 1
                    UNTIL CASE-IX > CASE-COUNT
                MOVE CASE-ENTRY(CASE-IX) TO ALERT-CASE-RECORD
                WRITE ALERT-CASE-RECORD
            END-PERFORM.
            CLOSE ALERT-CASE-FILE.
       8000-EXIT.
            EXIT.
