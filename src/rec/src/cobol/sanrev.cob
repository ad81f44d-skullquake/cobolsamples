       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanrev.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-QUEUE-FILE ASSIGN TO "SANQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-QUEUE-STATUS.
           SELECT SANCTIONS-LIST-FILE ASSIGN TO "SANLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-LIST-STATUS.
           SELECT SANCTIONS-LOG-FILE ASSIGN TO "SANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-LOG-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-QUEUE-FILE.
           COPY "sanque.cpy".
       FD  SANCTIONS-LIST-FILE.
           COPY "sanlist.cpy".
       FD  SANCTIONS-LOG-FILE.
       01  SANCTIONS-LOG-LINE PIC X(80).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  SANCTIONS-QUEUE-STATUS PIC X(2) VALUE '00'.
       01  SANCTIONS-LIST-STATUS PIC X(2) VALUE '00'.
       01  SANCTIONS-LOG-STATUS PIC X(2) VALUE '00'.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  QUEUE-EOF PIC X VALUE 'N'.
           88 QUEUE-EOF-YES VALUE 'Y'.
       01  LIST-EOF PIC X VALUE 'N'.
           88 LIST-EOF-YES VALUE 'Y'.
      *The whole queue, decided entries included: a decision is the
      *screening service's memory of what compliance has already seen.
       01  QUEUE-TABLE.
           05 QUEUE-COUNT PIC 9(3) VALUE ZERO.
           05 QUEUE-ENTRY PIC X(94) OCCURS 500 TIMES.
       01  QUE-IX BINARY-SHORT SIGNED VALUE 0.
       01  QUEUE-OVERFLOW PIC X VALUE 'N'.
           88 QUEUE-OVERFLOW-YES VALUE 'Y'.
       01  QUEUE-CHANGED PIC X VALUE 'N'.
           88 QUEUE-CHANGED-YES VALUE 'Y'.
       01  PENDING-SEEN PIC 9(3) VALUE ZERO.
       01  SANCTIONS-TABLE.
           05 SANCTIONS-COUNT PIC 9(4) VALUE ZERO.
           05 SANCTIONS-ENTRY OCCURS 2000 TIMES.
               10 TBL-SAN-ENTRY-ID PIC X(9).
               10 TBL-SAN-LIST     PIC X(4).
               10 TBL-SAN-NAME     PIC X(30).
               10 TBL-SAN-POSTAL   PIC X(10).
       01  RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
           COPY "tblmon.cpy".
       01  SAN-IX BINARY-SHORT SIGNED VALUE 0.
       01  SAN-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
       01  DECIDE-CHOICE PIC X(1) VALUE SPACE.
       01  REVIEW-DATE PIC 9(8) VALUE ZERO.
       01  LOG-EVENT PIC X(8) VALUE SPACES.
       01  MATCH-TEXT PIC X(20) VALUE SPACES.
       01  SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  SIGNON-LEVEL PIC X(1) VALUE SPACE.
           88 SIGNON-LEVEL-ADMINISTER VALUE 'A'.
       01  SIGNON-STATUS PIC X(1) VALUE SPACE.
           88 SIGNON-ACCEPTED VALUE 'O'.
       01  CLEARED-COUNT PIC 9(3) VALUE ZERO.
       01  CONFIRMED-COUNT PIC 9(3) VALUE ZERO.
       01  SKIPPED-COUNT PIC 9(3) VALUE ZERO.
      *------------------------------------------------------------------------
      *SANCTIONS REVIEW CONSOLE
      *Compliance's decision screen for the possible watch-list matches
      *the screening service queued on SANQUE.  Each pending entry is
      *shown with the customer's details as screened beside the listed
      *party they matched, and the reviewer - who must hold administer
      *authority on OPRPROF - clears it (a false positive: the customer
      *will not alert again until their name or postal code changes,
      *and any payment held for them is released by the next
      *settlement build), confirms it (a true match: the customer is
      *blocked and held payments are never sent), or skips it for a
      *later session.  Every decision is written to the SANLOG
      *screening audit log and to SECLOG under the reviewer's id.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY 'REVIEWER OPERATOR ID:'.
            ACCEPT SIGNON-OPERATOR-ID.
            CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
                SIGNON-STATUS.
            IF NOT SIGNON-ACCEPTED
                DISPLAY 'SIGN-ON REFUSED - REVIEW UNAVAILABLE'
                STOP RUN
            END-IF.
            IF NOT SIGNON-LEVEL-ADMINISTER
                DISPLAY 'SANCTIONS REVIEW NEEDS ADMINISTER AUTHORITY - '
                    'SESSION REFUSED'
                STOP RUN
            END-IF.
            ACCEPT REVIEW-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-LOAD-QUEUE THRU 1000-EXIT.
            IF QUEUE-OVERFLOW-YES
                DISPLAY '*** SANQUE HOLDS MORE THAN 500 ENTRIES'
                DISPLAY '*** REVIEW REFUSED - THE QUEUE CANNOT BE SAVED'
                STOP RUN
            END-IF.
            PERFORM 1500-LOAD-WATCH-LIST THRU 1500-EXIT.
      *A listed party left out of the table would show as no longer
      *on the list and invite a wrong clearance.
            IF TMON-OVERFLOWED
                DISPLAY '*** SANLIST HOLDS MORE THAN 2000 ENTRIES'
                DISPLAY '*** REVIEW REFUSED - THE LIST CANNOT BE SHOWN'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 2000-REVIEW-ONE-ENTRY THRU 2000-EXIT
                VARYING QUE-IX FROM 1 BY 1
                UNTIL QUE-IX > QUEUE-COUNT.
            IF PENDING-SEEN = ZERO
                DISPLAY 'NO POSSIBLE MATCHES TO REVIEW'
            END-IF.
            IF QUEUE-CHANGED-YES
                PERFORM 8000-REWRITE-QUEUE THRU 8000-EXIT
            END-IF.
            DISPLAY 'SANREV: ' CLEARED-COUNT ' CLEARED, '
                CONFIRMED-COUNT ' CONFIRMED, '
                SKIPPED-COUNT ' LEFT PENDING'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
      *------------------------------------------------------------------------
      *QUEUE AND LIST PICKUP
      *------------------------------------------------------------------------
       1000-LOAD-QUEUE.
            OPEN INPUT SANCTIONS-QUEUE-FILE.
            IF SANCTIONS-QUEUE-STATUS NOT = '00'
                GO TO 1000-EXIT
            END-IF.
            PERFORM 1100-READ-QUEUE.
            PERFORM 1200-STORE-QUEUE-ENTRY
                UNTIL QUEUE-EOF-YES OR QUEUE-COUNT = 500.
            IF NOT QUEUE-EOF-YES
                SET QUEUE-OVERFLOW-YES TO TRUE
            END-IF.
            CLOSE SANCTIONS-QUEUE-FILE.
       1000-EXIT.
            EXIT.
       1100-READ-QUEUE.
            READ SANCTIONS-QUEUE-FILE
                AT END SET QUEUE-EOF-YES TO TRUE
            END-READ.
       1200-STORE-QUEUE-ENTRY.
            ADD 1 TO QUEUE-COUNT.
            MOVE SANCTIONS-QUEUE-RECORD TO QUEUE-ENTRY(QUEUE-COUNT).
            PERFORM 1100-READ-QUEUE.
       1500-LOAD-WATCH-LIST.
            SET TMON-WITHIN-LIMIT TO TRUE.
            OPEN INPUT SANCTIONS-LIST-FILE.
            IF SANCTIONS-LIST-STATUS NOT = '00'
                GO TO 1500-EXIT
            END-IF.
            PERFORM 1600-READ-LIST.
            PERFORM 1700-STORE-LIST-ENTRY
                UNTIL LIST-EOF-YES OR SANCTIONS-COUNT = 2000.
            PERFORM 1800-COUNT-LEFT-OUT
                UNTIL LIST-EOF-YES.
            CLOSE SANCTIONS-LIST-FILE.
            MOVE 'SANREV  ' TO TMON-PROGRAM.
            MOVE 'SANLIST ' TO TMON-FILE.
            MOVE 2000 TO TMON-LIMIT.
            MOVE SANCTIONS-COUNT TO TMON-USED.
            MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
            CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
       1500-EXIT.
            EXIT.
       1600-READ-LIST.
            READ SANCTIONS-LIST-FILE
                AT END SET LIST-EOF-YES TO TRUE
            END-READ.
       1700-STORE-LIST-ENTRY.
            ADD 1 TO SANCTIONS-COUNT.
            MOVE SANL-ENTRY-ID TO TBL-SAN-ENTRY-ID(SANCTIONS-COUNT).
            MOVE SANL-LIST-CODE TO TBL-SAN-LIST(SANCTIONS-COUNT).
            MOVE SANL-NAME TO TBL-SAN-NAME(SANCTIONS-COUNT).
            MOVE SANL-POSTAL-CODE TO TBL-SAN-POSTAL(SANCTIONS-COUNT).
            PERFORM 1600-READ-LIST.
       1800-COUNT-LEFT-OUT.
            ADD 1 TO RECORDS-LEFT-OUT.
            PERFORM 1600-READ-LIST.
      *------------------------------------------------------------------------
      *THE DECISION SCREEN
      *------------------------------------------------------------------------
       2000-REVIEW-ONE-ENTRY.
            MOVE QUEUE-ENTRY(QUE-IX) TO SANCTIONS-QUEUE-RECORD.
            IF NOT SANQ-PENDING
                GO TO 2000-EXIT
            END-IF.
            ADD 1 TO PENDING-SEEN.
            MOVE 0 TO SAN-FOUND-IX.
            PERFORM VARYING SAN-IX FROM 1 BY 1
                    UNTIL SAN-IX > SANCTIONS-COUNT
                        OR SAN-FOUND-IX > 0
                IF TBL-SAN-ENTRY-ID(SAN-IX) = SANQ-ENTRY-ID
                    AND TBL-SAN-LIST(SAN-IX) = SANQ-LIST-CODE
                    MOVE SAN-IX TO SAN-FOUND-IX
                END-IF
            END-PERFORM.
            IF SANQ-MATCH-TYPE = 'N'
                MOVE 'FULL NAME' TO MATCH-TEXT
            ELSE
                MOVE 'NAME AND POSTAL CODE' TO MATCH-TEXT
            END-IF.
            DISPLAY '----------------------------------------'.
            DISPLAY 'POSSIBLE MATCH RAISED ' SANQ-RAISED-DATE
                ' BY ' SANQ-SOURCE.
            DISPLAY 'CUSTOMER: ' SANQ-CUST-ID ' ' SANQ-NAME.
            DISPLAY 'POSTAL:   ' SANQ-POSTAL-CODE.
            DISPLAY 'LISTED:   ' SANQ-LIST-CODE ' ' SANQ-ENTRY-ID.
            IF SAN-FOUND-IX > 0
                DISPLAY '          ' TBL-SAN-NAME(SAN-FOUND-IX)
                    ' ' TBL-SAN-POSTAL(SAN-FOUND-IX)
            ELSE
                DISPLAY '          (NO LONGER ON THE CURRENT LIST)'
            END-IF.
            DISPLAY 'MATCHED ON ' MATCH-TEXT.
            DISPLAY 'CLEAR (C), CONFIRM (X) OR SKIP (S)?'.
            ACCEPT DECIDE-CHOICE.
            EVALUATE DECIDE-CHOICE
                WHEN 'C'
                WHEN 'c'
                    SET SANQ-CLEARED TO TRUE
                    MOVE 'CLEARED ' TO LOG-EVENT
                    ADD 1 TO CLEARED-COUNT
                    PERFORM 3000-RECORD-DECISION THRU 3000-EXIT
                    DISPLAY 'CLEARED'
                WHEN 'X'
                WHEN 'x'
                    SET SANQ-CONFIRMED TO TRUE
                    MOVE 'CONFIRMD' TO LOG-EVENT
                    ADD 1 TO CONFIRMED-COUNT
                    PERFORM 3000-RECORD-DECISION THRU 3000-EXIT
                    DISPLAY 'CONFIRMED - CUSTOMER BLOCKED'
                WHEN OTHER
                    ADD 1 TO SKIPPED-COUNT
                    DISPLAY 'LEFT PENDING'
            END-EVALUATE.
       2000-EXIT.
            EXIT.
       3000-RECORD-DECISION.
            MOVE SIGNON-OPERATOR-ID TO SANQ-DECIDED-BY.
            MOVE REVIEW-DATE TO SANQ-DECIDED-DATE.
            MOVE SANCTIONS-QUEUE-RECORD TO QUEUE-ENTRY(QUE-IX).
            SET QUEUE-CHANGED-YES TO TRUE.
            OPEN EXTEND SANCTIONS-LOG-FILE.
            IF SANCTIONS-LOG-STATUS = '05' OR
               SANCTIONS-LOG-STATUS = '35'
                OPEN OUTPUT SANCTIONS-LOG-FILE
            END-IF.
            MOVE SPACES TO SANCTIONS-LOG-LINE.
            STRING REVIEW-DATE ' ' LOG-EVENT ' ' SIGNON-OPERATOR-ID
                ' ' SANQ-CUST-ID ' ' SANQ-ENTRY-ID
                ' ' SANQ-LIST-CODE ' ' SANQ-NAME
                INTO SANCTIONS-LOG-LINE.
            WRITE SANCTIONS-LOG-LINE.
            CLOSE SANCTIONS-LOG-FILE.
            OPEN EXTEND SECURITY-LOG-FILE.
            IF SECURITY-LOG-STATUS = '05' OR
               SECURITY-LOG-STATUS = '35'
                OPEN OUTPUT SECURITY-LOG-FILE
            END-IF.
            MOVE SPACES TO SECURITY-LOG-LINE.
            STRING 'SANQUE ' SANQ-CUST-ID ' ' SANQ-STATE
                ' ENTRY ' SANQ-LIST-CODE ' ' SANQ-ENTRY-ID
                ' BY ' SIGNON-OPERATOR-ID
                INTO SECURITY-LOG-LINE.
            WRITE SECURITY-LOG-LINE.
            CLOSE SECURITY-LOG-FILE.
       3000-EXIT.
            EXIT.
       8000-REWRITE-QUEUE.
            OPEN OUTPUT SANCTIONS-QUEUE-FILE.
            PERFORM VARYING QUE-IX FROM 1 BY 1
                    UNTIL QUE-IX > QUEUE-COUNT
                MOVE QUEUE-ENTRY(QUE-IX) TO SANCTIONS-QUEUE-RECORD
                WRITE SANCTIONS-QUEUE-RECORD
            END-PERFORM.
            CLOSE SANCTIONS-QUEUE-FILE.
       8000-EXIT.
            EXIT.
