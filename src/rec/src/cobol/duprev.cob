       IDENTIFICATION DIVISION.
       PROGRAM-ID. duprev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "DUPHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY "duphold.cpy".
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  HOLD-STATUS PIC X(2) VALUE '00'.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  HOLD-EOF PIC X VALUE 'N'.
           88 HOLD-EOF-YES VALUE 'Y'.
      *The whole hold file, decided records included, so the rewrite
      *keeps the record of what was already done with them.
       01  HOLD-TABLE.
           05 HOLD-COUNT PIC 9(4) VALUE ZERO.
           05 HOLD-ENTRY PIC X(136) OCCURS 2000 TIMES.
       01  HOLD-IX BINARY-SHORT SIGNED VALUE 0.
       01  HOLD-OVERFLOW PIC X VALUE 'N'.
           88 HOLD-OVERFLOW-YES VALUE 'Y'.
       01  HOLDS-CHANGED PIC X VALUE 'N'.
           88 HOLDS-CHANGED-YES VALUE 'Y'.
       01  SESSION-ENDED PIC X VALUE 'N'.
           88 SESSION-ENDED-YES VALUE 'Y'.
       01  HELD-SEEN PIC 9(4) VALUE ZERO.
       01  DECIDE-CHOICE PIC X(1) VALUE SPACE.
       01  REVIEW-DATE PIC 9(8) VALUE ZERO.
       01  LOG-EVENT PIC X(8) VALUE SPACES.
       01  SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  SIGNON-LEVEL PIC X(1) VALUE SPACE.
           88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
       01  SIGNON-STATUS PIC X(1) VALUE SPACE.
           88 SIGNON-ACCEPTED VALUE 'O'.
       01  RELEASED-COUNT PIC 9(4) VALUE ZERO.
       01  REJECTED-COUNT PIC 9(4) VALUE ZERO.
       01  SKIPPED-COUNT PIC 9(4) VALUE ZERO.
      *------------------------------------------------------------------------
      *SUSPECTED-DUPLICATE REVIEW CONSOLE
      *The operator's screen for the records the nightly duplicate
      *check pulled out of TRANSFL, PAYMTS and SALESTX onto DUPHOLD.
      *Every record still held is shown oldest first - the feed, the
      *night it was held, the earlier run whose posting it matched and
      *the record exactly as delivered - and the operator, who must
      *hold maintain or administer authority on OPRPROF, releases it
      *(it is a genuine record and goes back into its feed on the next
      *night's check), rejects it (it is the duplicate and never
      *posts), or skips it for a later session; Q ends the session
      *early.  Every decision goes to SECLOG under the operator's id.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY 'REVIEWING OPERATOR ID:'.
            ACCEPT SIGNON-OPERATOR-ID.
            CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
                SIGNON-STATUS.
            IF NOT SIGNON-ACCEPTED
                DISPLAY 'SIGN-ON REFUSED - REVIEW UNAVAILABLE'
                STOP RUN
            END-IF.
            IF SIGNON-LEVEL-INQUIRY
                DISPLAY 'DUPLICATE REVIEW NEEDS MAINTAIN AUTHORITY - '
                    'SESSION REFUSED'
                STOP RUN
            END-IF.
            ACCEPT REVIEW-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-LOAD-HOLDS THRU 1000-EXIT.
            IF HOLD-OVERFLOW-YES
                DISPLAY '*** DUPHOLD HOLDS MORE THAN 2000 RECORDS'
                DISPLAY '*** REVIEW REFUSED - THE HOLDS CANNOT BE SAVED'
                STOP RUN
            END-IF.
            PERFORM 2000-REVIEW-ONE-HOLD THRU 2000-EXIT
                VARYING HOLD-IX FROM 1 BY 1
                UNTIL HOLD-IX > HOLD-COUNT OR SESSION-ENDED-YES.
            IF HELD-SEEN = ZERO
                DISPLAY 'NO HELD RECORDS TO REVIEW'
            END-IF.
            IF HOLDS-CHANGED-YES
                PERFORM 8000-REWRITE-HOLDS THRU 8000-EXIT
            END-IF.
            DISPLAY 'DUPREV: ' RELEASED-COUNT ' RELEASED, '
                REJECTED-COUNT ' REJECTED, '
                SKIPPED-COUNT ' SKIPPED'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
      *------------------------------------------------------------------------
      *HOLD FILE PICKUP
      *------------------------------------------------------------------------
       1000-LOAD-HOLDS.
            OPEN INPUT HOLD-FILE.
            IF HOLD-STATUS NOT = '00'
                GO TO 1000-EXIT
            END-IF.
            PERFORM 1100-READ-HOLD.
            PERFORM 1200-STORE-HOLD
                UNTIL HOLD-EOF-YES OR HOLD-COUNT = 2000.
            IF NOT HOLD-EOF-YES
                SET HOLD-OVERFLOW-YES TO TRUE
            END-IF.
            CLOSE HOLD-FILE.
       1000-EXIT.
            EXIT.
       1100-READ-HOLD.
            READ HOLD-FILE
                AT END SET HOLD-EOF-YES TO TRUE
            END-READ.
       1200-STORE-HOLD.
            ADD 1 TO HOLD-COUNT.
            MOVE DUPLICATE-HOLD-RECORD TO HOLD-ENTRY(HOLD-COUNT).
            PERFORM 1100-READ-HOLD.
      *------------------------------------------------------------------------
      *THE HOLD SCREEN
      *------------------------------------------------------------------------
       2000-REVIEW-ONE-HOLD.
            MOVE HOLD-ENTRY(HOLD-IX) TO DUPLICATE-HOLD-RECORD.
            IF NOT DHLD-HELD
                GO TO 2000-EXIT
            END-IF.
            ADD 1 TO HELD-SEEN.
            DISPLAY '----------------------------------------'.
            DISPLAY 'FEED:     ' DHLD-FEED-NAME.
            DISPLAY 'HELD:     ' DHLD-HELD-DATE
                ' (RUN ' DHLD-HELD-RUN-ID ')'.
            DISPLAY 'MATCHES:  RECORD POSTED ' DHLD-MATCH-DATE
                ' (RUN ' DHLD-MATCH-RUN-ID ')'.
            DISPLAY 'RECORD:   ' DHLD-LINE(1:60).
            DISPLAY 'RELEASE (R), REJECT (X), SKIP (S) OR QUIT (Q)?'.
            ACCEPT DECIDE-CHOICE.
            EVALUATE DECIDE-CHOICE
                WHEN 'R'
                WHEN 'r'
                    SET DHLD-RELEASED TO TRUE
                    MOVE 'RELEASED' TO LOG-EVENT
                    ADD 1 TO RELEASED-COUNT
                    PERFORM 3000-RECORD-DECISION THRU 3000-EXIT
                    DISPLAY 'RELEASED - POSTS ON THE NEXT NIGHTLY RUN'
                WHEN 'X'
                WHEN 'x'
                    SET DHLD-REJECTED TO TRUE
                    MOVE 'REJECTED' TO LOG-EVENT
                    ADD 1 TO REJECTED-COUNT
                    PERFORM 3000-RECORD-DECISION THRU 3000-EXIT
                    DISPLAY 'REJECTED - WILL NOT POST'
                WHEN 'Q'
                WHEN 'q'
                    SET SESSION-ENDED-YES TO TRUE
                    DISPLAY 'SESSION ENDED'
                WHEN OTHER
                    ADD 1 TO SKIPPED-COUNT
                    DISPLAY 'LEFT HELD'
            END-EVALUATE.
       2000-EXIT.
            EXIT.
       3000-RECORD-DECISION.
            MOVE SIGNON-OPERATOR-ID TO DHLD-DECIDED-BY.
            MOVE REVIEW-DATE TO DHLD-DECIDED-DATE.
            MOVE DUPLICATE-HOLD-RECORD TO HOLD-ENTRY(HOLD-IX).
            SET HOLDS-CHANGED-YES TO TRUE.
            OPEN EXTEND SECURITY-LOG-FILE.
            IF SECURITY-LOG-STATUS = '05' OR
               SECURITY-LOG-STATUS = '35'
                OPEN OUTPUT SECURITY-LOG-FILE
            END-IF.
            MOVE SPACES TO SECURITY-LOG-LINE.
            STRING 'DUPHOLD ' DHLD-FEED-NAME ' ' LOG-EVENT
                ' ' DHLD-LINE(1:30) ' BY ' SIGNON-OPERATOR-ID
                INTO SECURITY-LOG-LINE.
            WRITE SECURITY-LOG-LINE.
            CLOSE SECURITY-LOG-FILE.
       3000-EXIT.
            EXIT.
       8000-REWRITE-HOLDS.
            OPEN OUTPUT HOLD-FILE.
            PERFORM VARYING HOLD-IX FROM 1 BY 1
                    UNTIL HOLD-IX > HOLD-COUNT
                MOVE HOLD-ENTRY(HOLD-IX) TO DUPLICATE-HOLD-RECORD
                WRITE DUPLICATE-HOLD-RECORD
            END-PERFORM.
            CLOSE HOLD-FILE.
       8000-EXIT.
            EXIT.
