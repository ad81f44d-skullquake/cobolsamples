      * shared callable sanctions screening service, in the style of
      * acctsvc - tests a customer or a payee account's owner against
      * compliance's watch list and the review queue, so every program
      * that adds a customer or lets money leave screens the same way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sanscrn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-LIST-FILE ASSIGN TO "SANLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-LIST-STATUS.
           SELECT SANCTIONS-QUEUE-FILE ASSIGN TO "SANQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-QUEUE-STATUS.
           SELECT SANCTIONS-LOG-FILE ASSIGN TO "SANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SANCTIONS-LOG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-LIST-FILE.
           COPY "sanlist.cpy".
       FD  SANCTIONS-QUEUE-FILE.
           COPY "sanque.cpy".
       FD  SANCTIONS-LOG-FILE.
       01  SANCTIONS-LOG-LINE PIC X(80).
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       WORKING-STORAGE SECTION.
           COPY "acctsvc.cpy".
       01  SANCTIONS-LIST-STATUS PIC X(2) VALUE '00'.
       01  SANCTIONS-QUEUE-STATUS PIC X(2) VALUE '00'.
       01  SANCTIONS-LOG-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  LIST-EOF PIC X VALUE 'N'.
           88 LIST-EOF-YES VALUE 'Y'.
       01  QUEUE-EOF PIC X VALUE 'N'.
           88 QUEUE-EOF-YES VALUE 'Y'.
      *The watch list is read once per run unit and kept: a nightly
      *step screens hundreds of payees against the same delivery.
       01  LIST-LOADED PIC X VALUE 'N'.
           88 LIST-LOADED-YES VALUE 'Y'.
       01  LIST-AVAILABLE PIC X VALUE 'N'.
           88 LIST-AVAILABLE-YES VALUE 'Y'.
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
       01  SCREEN-CUST-ID PIC X(7) VALUE SPACES.
       01  SCREEN-NAME PIC X(30) VALUE SPACES.
       01  SCREEN-POSTAL PIC X(10) VALUE SPACES.
       01  SCREEN-MATCH-TYPE PIC X(1) VALUE SPACE.
       01  SCREEN-DATE PIC 9(8) VALUE ZERO.
      *The customer's latest queue entry, if any.
       01  LATEST-FOUND PIC X VALUE 'N'.
           88 LATEST-FOUND-YES VALUE 'Y'.
       01  LATEST-NAME PIC X(30) VALUE SPACES.
       01  LATEST-POSTAL PIC X(10) VALUE SPACES.
       01  LATEST-ENTRY-ID PIC X(9) VALUE SPACES.
       01  LATEST-LIST-CODE PIC X(4) VALUE SPACES.
       01  LATEST-MATCH-TYPE PIC X(1) VALUE SPACE.
       01  LATEST-STATE PIC X(1) VALUE SPACE.
           88 LATEST-PENDING   VALUE 'P'.
           88 LATEST-CLEARED   VALUE 'C'.
           88 LATEST-CONFIRMED VALUE 'X'.
       01  LOG-EVENT PIC X(8) VALUE SPACES.
       01  LOG-DETAIL PIC X(30) VALUE SPACES.
       01  RELEASE-ACCT-TEXT PIC X(30) VALUE SPACES.
       LINKAGE SECTION.
           COPY "sanscrn.cpy".
      *------------------------------------------------------------------------
      *SANCTIONS SCREENING DISPATCH
      *------------------------------------------------------------------------
       PROCEDURE DIVISION USING SANSCRN-REQUEST SANSCRN-RESULT
           SANSCRN-STATUS.
            SET SSCR-CLEAR TO TRUE.
            MOVE SPACES TO SSCR-SCREENED-ID.
            MOVE SPACES TO SSCR-SCREENED-NAME.
            MOVE SPACES TO SSCR-ENTRY-ID.
            MOVE SPACES TO SSCR-LIST-CODE.
            MOVE SPACE TO SSCR-MATCH-TYPE.
            MOVE SSCR-RUN-DATE TO SCREEN-DATE.
            IF SCREEN-DATE IS NOT NUMERIC OR SCREEN-DATE = ZERO
                ACCEPT SCREEN-DATE FROM DATE YYYYMMDD
            END-IF.
            EVALUATE TRUE
                WHEN SSCR-FUNC-CUSTOMER
                    MOVE SSCR-CUST-ID TO SCREEN-CUST-ID
                    MOVE SSCR-NAME TO SCREEN-NAME
                    MOVE SSCR-POSTAL-CODE TO SCREEN-POSTAL
                    PERFORM 3000-SCREEN-DETAILS THRU 3000-EXIT
                WHEN SSCR-FUNC-ACCOUNT
                    PERFORM 1000-RESOLVE-ACCOUNT-OWNER THRU 1000-EXIT
                    IF NOT SSCR-ERROR
                        PERFORM 3000-SCREEN-DETAILS THRU 3000-EXIT
                    END-IF
                WHEN SSCR-FUNC-RELEASE
                    PERFORM 5000-LOG-RELEASE THRU 5000-EXIT
                WHEN OTHER
                    SET SSCR-ERROR TO TRUE
            END-EVALUATE.
            EXIT PROGRAM.
      *------------------------------------------------------------------------
      *'A' - THE PAYEE BEHIND AN ACCOUNT
      *The owner comes from the account service; the name and postal
      *code from the owner's CUSTMS record.  An owner with no customer
      *record screens on its id alone - the queue can still block it,
      *but there is no name to test against the list.
      *------------------------------------------------------------------------
       1000-RESOLVE-ACCOUNT-OWNER.
            MOVE 'O' TO ASVC-FUNCTION.
            MOVE SSCR-ACCT-NO TO ASVC-ACCT-NO.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
            IF ASVC-ERROR
                SET SSCR-ERROR TO TRUE
                GO TO 1000-EXIT
            END-IF.
            MOVE ASVC-OWNER-CUST-ID TO SCREEN-CUST-ID.
            MOVE SPACES TO SCREEN-NAME.
            MOVE SPACES TO SCREEN-POSTAL.
            OPEN INPUT CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS NOT = '00'
                GO TO 1000-EXIT
            END-IF.
            MOVE SCREEN-CUST-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
                    CLOSE CUSTOMER-MASTER
                    GO TO 1000-EXIT
            END-READ.
            MOVE CUST-NAME TO SCREEN-NAME.
            MOVE CUST-POSTAL-CODE TO SCREEN-POSTAL.
            CLOSE CUSTOMER-MASTER.
       1000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *WATCH-LIST PICKUP - once per run unit
      *A list longer than the table is not screened against at all:
      *a payee could match an entry that was left out, so the run
      *holds every payee as if the list were missing and TBLMON
      *raises the alarm.
      *------------------------------------------------------------------------
       2000-LOAD-WATCH-LIST.
            SET LIST-LOADED-YES TO TRUE.
            OPEN INPUT SANCTIONS-LIST-FILE.
            IF SANCTIONS-LIST-STATUS NOT = '00'
                DISPLAY '*** SANSCRN: SANLIST NOT AVAILABLE - '
                    'NAMES CANNOT BE SCREENED'
                GO TO 2000-EXIT
            END-IF.
            SET LIST-AVAILABLE-YES TO TRUE.
            MOVE ZERO TO RECORDS-LEFT-OUT.
            PERFORM 2100-READ-LIST.
            PERFORM 2200-STORE-LIST-ENTRY
                UNTIL LIST-EOF-YES OR SANCTIONS-COUNT = 2000.
            PERFORM 2300-COUNT-LEFT-OUT
                UNTIL LIST-EOF-YES.
            CLOSE SANCTIONS-LIST-FILE.
            MOVE 'SANSCRN ' TO TMON-PROGRAM.
            MOVE 'SANLIST ' TO TMON-FILE.
            MOVE 2000 TO TMON-LIMIT.
            MOVE SANCTIONS-COUNT TO TMON-USED.
            MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
            CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
            IF TMON-OVERFLOWED
                DISPLAY '*** SANSCRN: SANLIST HOLDS MORE THAN 2000 '
                    'ENTRIES - EVERY PAYEE HELD'
                MOVE 'N' TO LIST-AVAILABLE
            END-IF.
       2000-EXIT.
            EXIT.
       2100-READ-LIST.
            READ SANCTIONS-LIST-FILE
                AT END SET LIST-EOF-YES TO TRUE
            END-READ.
       2200-STORE-LIST-ENTRY.
            ADD 1 TO SANCTIONS-COUNT.
            MOVE SANL-ENTRY-ID TO TBL-SAN-ENTRY-ID(SANCTIONS-COUNT).
            MOVE SANL-LIST-CODE TO TBL-SAN-LIST(SANCTIONS-COUNT).
            MOVE SANL-NAME TO TBL-SAN-NAME(SANCTIONS-COUNT).
            MOVE SANL-POSTAL-CODE TO TBL-SAN-POSTAL(SANCTIONS-COUNT).
            PERFORM 2100-READ-LIST.
       2300-COUNT-LEFT-OUT.
            ADD 1 TO RECORDS-LEFT-OUT.
            PERFORM 2100-READ-LIST.
      *------------------------------------------------------------------------
      *THE SCREEN
      *A confirmed match blocks the customer outright, whatever name
      *they now carry.  Otherwise a name that hits the list is a
      *possible match: if compliance already cleared this customer
      *with exactly these details it stays clear, if an entry for
      *these details is still pending it stays held, and anything
      *else - a first hit, or a cleared customer whose name or postal
      *code has since changed - raises a new entry on the queue.
      *A hit is the full name, or the first ten characters of the
      *name together with the listed postal code.
      *------------------------------------------------------------------------
       3000-SCREEN-DETAILS.
            INSPECT SCREEN-NAME CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT SCREEN-POSTAL CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE SCREEN-CUST-ID TO SSCR-SCREENED-ID.
            MOVE SCREEN-NAME TO SSCR-SCREENED-NAME.
            IF NOT LIST-LOADED-YES
                PERFORM 2000-LOAD-WATCH-LIST THRU 2000-EXIT
            END-IF.
            PERFORM 3100-FIND-LATEST-ENTRY THRU 3100-EXIT.
            IF LATEST-FOUND-YES AND LATEST-CONFIRMED
                SET SSCR-BLOCKED TO TRUE
                MOVE LATEST-ENTRY-ID TO SSCR-ENTRY-ID
                MOVE LATEST-LIST-CODE TO SSCR-LIST-CODE
                MOVE LATEST-MATCH-TYPE TO SSCR-MATCH-TYPE
                MOVE 'BLOCKED ' TO LOG-EVENT
                MOVE SCREEN-NAME TO LOG-DETAIL
                PERFORM 7000-WRITE-LOG THRU 7000-EXIT
                GO TO 3000-EXIT
            END-IF.
            IF NOT LIST-AVAILABLE-YES
                SET SSCR-NO-LIST TO TRUE
                GO TO 3000-EXIT
            END-IF.
            IF SCREEN-NAME = SPACES
                GO TO 3000-EXIT
            END-IF.
            PERFORM 3200-SCAN-WATCH-LIST THRU 3200-EXIT.
            IF SAN-FOUND-IX = ZERO
                GO TO 3000-EXIT
            END-IF.
            MOVE TBL-SAN-ENTRY-ID(SAN-FOUND-IX) TO SSCR-ENTRY-ID.
            MOVE TBL-SAN-LIST(SAN-FOUND-IX) TO SSCR-LIST-CODE.
            MOVE SCREEN-MATCH-TYPE TO SSCR-MATCH-TYPE.
            MOVE SCREEN-NAME TO LOG-DETAIL.
            IF LATEST-FOUND-YES
                AND LATEST-NAME = SCREEN-NAME
                AND LATEST-POSTAL = SCREEN-POSTAL
                IF LATEST-CLEARED
                    GO TO 3000-EXIT
                END-IF
                IF LATEST-PENDING
                    SET SSCR-HOLD TO TRUE
                    MOVE 'HELD    ' TO LOG-EVENT
                    PERFORM 7000-WRITE-LOG THRU 7000-EXIT
                    GO TO 3000-EXIT
                END-IF
            END-IF.
            PERFORM 3300-RAISE-QUEUE-ENTRY THRU 3300-EXIT.
            SET SSCR-HOLD TO TRUE.
            MOVE 'RAISED  ' TO LOG-EVENT.
            PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
       3000-EXIT.
            EXIT.
      *The queue is read fresh on every call - the review console may
      *have decided entries since the last one.
       3100-FIND-LATEST-ENTRY.
            MOVE 'N' TO LATEST-FOUND.
            MOVE 'N' TO QUEUE-EOF.
            IF SCREEN-CUST-ID = SPACES
                GO TO 3100-EXIT
            END-IF.
            OPEN INPUT SANCTIONS-QUEUE-FILE.
            IF SANCTIONS-QUEUE-STATUS NOT = '00'
                GO TO 3100-EXIT
            END-IF.
            PERFORM 3110-READ-QUEUE.
            PERFORM 3120-NOTE-QUEUE-ENTRY UNTIL QUEUE-EOF-YES.
            CLOSE SANCTIONS-QUEUE-FILE.
       3100-EXIT.
            EXIT.
       3110-READ-QUEUE.
            READ SANCTIONS-QUEUE-FILE
                AT END SET QUEUE-EOF-YES TO TRUE
            END-READ.
       3120-NOTE-QUEUE-ENTRY.
            IF SANQ-CUST-ID = SCREEN-CUST-ID
                SET LATEST-FOUND-YES TO TRUE
                MOVE SANQ-NAME TO LATEST-NAME
                MOVE SANQ-POSTAL-CODE TO LATEST-POSTAL
                MOVE SANQ-ENTRY-ID TO LATEST-ENTRY-ID
                MOVE SANQ-LIST-CODE TO LATEST-LIST-CODE
                MOVE SANQ-MATCH-TYPE TO LATEST-MATCH-TYPE
                MOVE SANQ-STATE TO LATEST-STATE
            END-IF.
            PERFORM 3110-READ-QUEUE.
       3200-SCAN-WATCH-LIST.
            MOVE ZERO TO SAN-FOUND-IX.
            MOVE SPACE TO SCREEN-MATCH-TYPE.
            PERFORM VARYING SAN-IX FROM 1 BY 1
                    UNTIL SAN-IX > SANCTIONS-COUNT
                        OR SAN-FOUND-IX > ZERO
                IF TBL-SAN-NAME(SAN-IX) = SCREEN-NAME
                    MOVE SAN-IX TO SAN-FOUND-IX
                    MOVE 'N' TO SCREEN-MATCH-TYPE
                ELSE
                    IF TBL-SAN-POSTAL(SAN-IX) NOT = SPACES
                        AND TBL-SAN-POSTAL(SAN-IX) = SCREEN-POSTAL
                        AND TBL-SAN-NAME(SAN-IX)(1:10)
                            = SCREEN-NAME(1:10)
                        MOVE SAN-IX TO SAN-FOUND-IX
                        MOVE 'P' TO SCREEN-MATCH-TYPE
                    END-IF
                END-IF
            END-PERFORM.
       3200-EXIT.
            EXIT.
       3300-RAISE-QUEUE-ENTRY.
            OPEN EXTEND SANCTIONS-QUEUE-FILE.
            IF SANCTIONS-QUEUE-STATUS = '05' OR
               SANCTIONS-QUEUE-STATUS = '35'
                OPEN OUTPUT SANCTIONS-QUEUE-FILE
            END-IF.
            MOVE SCREEN-CUST-ID TO SANQ-CUST-ID.
            MOVE SCREEN-NAME TO SANQ-NAME.
            MOVE SCREEN-POSTAL TO SANQ-POSTAL-CODE.
            MOVE SSCR-ENTRY-ID TO SANQ-ENTRY-ID.
            MOVE SSCR-LIST-CODE TO SANQ-LIST-CODE.
            MOVE SSCR-MATCH-TYPE TO SANQ-MATCH-TYPE.
            MOVE SSCR-SOURCE TO SANQ-SOURCE.
            MOVE SCREEN-DATE TO SANQ-RAISED-DATE.
            SET SANQ-PENDING TO TRUE.
            MOVE SPACES TO SANQ-DECIDED-BY.
            MOVE ZERO TO SANQ-DECIDED-DATE.
            WRITE SANCTIONS-QUEUE-RECORD.
            CLOSE SANCTIONS-QUEUE-FILE.
       3300-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *'R' - A HELD PAYMENT RELEASED AFTER CLEARANCE
      *------------------------------------------------------------------------
       5000-LOG-RELEASE.
            MOVE SSCR-CUST-ID TO SCREEN-CUST-ID.
            MOVE SSCR-CUST-ID TO SSCR-SCREENED-ID.
            MOVE SPACES TO RELEASE-ACCT-TEXT.
            STRING 'PAYMENT ON ACCT ' SSCR-ACCT-NO
                INTO RELEASE-ACCT-TEXT.
            MOVE RELEASE-ACCT-TEXT TO LOG-DETAIL.
            MOVE 'RELEASED' TO LOG-EVENT.
            PERFORM 7000-WRITE-LOG THRU 7000-EXIT.
       5000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *SANLOG AUDIT LINE
      *Date, event, calling program, customer, list entry and list,
      *and the name screened (or what was released).
      *------------------------------------------------------------------------
       7000-WRITE-LOG.
            OPEN EXTEND SANCTIONS-LOG-FILE.
            IF SANCTIONS-LOG-STATUS = '05' OR
               SANCTIONS-LOG-STATUS = '35'
                OPEN OUTPUT SANCTIONS-LOG-FILE
            END-IF.
            MOVE SPACES TO SANCTIONS-LOG-LINE.
            STRING SCREEN-DATE ' ' LOG-EVENT ' ' SSCR-SOURCE
                ' ' SCREEN-CUST-ID ' ' SSCR-ENTRY-ID
                ' ' SSCR-LIST-CODE ' ' LOG-DETAIL
                DELIMITED BY SIZE INTO SANCTIONS-LOG-LINE.
            WRITE SANCTIONS-LOG-LINE.
            CLOSE SANCTIONS-LOG-FILE.
       7000-EXIT.
            EXIT.
