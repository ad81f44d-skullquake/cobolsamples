       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  CUSTOMER-SEQ-FILE.
       01  CUSTOMER-SEQ-RECORD PIC X(249).
       FD  LOAD-MODE-FILE.
       01  LOAD-MODE-RECORD.
           05 LOAD-MODE-CODE PIC X(1).
       01  CUSTOMER-TABLE.
           05 CUSTOMER-COUNT PIC 9(3) VALUE ZERO.
           05 CUSTOMER-ENTRY OCCURS 100 TIMES.
               10 TBL-CUST-RECORD PIC X(249).
       01  CUST-IX BINARY-SHORT SIGNED VALUE 0.
       01  SORT-IX BINARY-SHORT SIGNED VALUE 0.
       01  SWAP-ENTRY PIC X(249) VALUE SPACES.
       01  SORT-SWAPPED PIC X VALUE 'N'.
           88 SORT-SWAPPED-YES VALUE 'Y'.
       01  RECORDS-WRITTEN PIC 9(3) VALUE ZERO.
       01  SANCTION-ALERTS PIC 9(3) VALUE ZERO.
       01  NO-LIST-WARNED PIC X VALUE 'N'.
           88 NO-LIST-WARNED-YES VALUE 'Y'.
           COPY "sanscrn.cpy".
      *------------------------------------------------------------------------
      *CUSTOMER MASTER LOAD/UNLOAD UTILITY
      *Converts between the flat CUSTSEQ sequential image of the
      *written in ascending key order - and 'U' unloads CUSTMS back to
      *CUSTSEQ, for taking a flat backup or rebuilding a damaged index
      *from its own contents.
      *Every customer loaded is screened against the sanctions watch
      *list, so a bulk load cannot bring a listed party in unseen - a
      *possible match is referred to compliance review.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                        DISPLAY 'DUPLICATE ID SKIPPED: ' CUST-ID
                    NOT INVALID KEY
                        ADD 1 TO RECORDS-WRITTEN
                        PERFORM 2800-SCREEN-CUSTOMER THRU 2800-EXIT
                END-WRITE
            END-PERFORM.
            CLOSE CUSTOMER-MASTER.
            DISPLAY 'CUSTLOAD: ' RECORDS-WRITTEN
                ' OF ' CUSTOMER-COUNT ' RECORD(S) LOADED TO CUSTMS'.
            DISPLAY 'CUSTLOAD: ' SANCTION-ALERTS
                ' CUSTOMER(S) REFERRED FOR SANCTIONS REVIEW'.
       2000-EXIT.
            EXIT.
       2100-READ-SEQ-RECORD.
       2600-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *SANCTIONS SCREENING OF A LOADED CUSTOMER
      *------------------------------------------------------------------------
       2800-SCREEN-CUSTOMER.
            MOVE 'C' TO SSCR-FUNCTION.
            MOVE CUST-ID TO SSCR-CUST-ID.
            MOVE CUST-NAME TO SSCR-NAME.
            MOVE CUST-POSTAL-CODE TO SSCR-POSTAL-CODE.
            MOVE ZERO TO SSCR-ACCT-NO.
            MOVE 'CUSTLOAD' TO SSCR-SOURCE.
            MOVE ZERO TO SSCR-RUN-DATE.
            CALL 'sanscrn' USING SANSCRN-REQUEST SANSCRN-RESULT
                SANSCRN-STATUS.
            EVALUATE TRUE
                WHEN SSCR-HOLD OR SSCR-BLOCKED
                    ADD 1 TO SANCTION-ALERTS
                    DISPLAY '*** SANCTIONS ALERT: ' CUST-ID ' '
                        SSCR-LIST-CODE ' ' SSCR-ENTRY-ID
                WHEN SSCR-NO-LIST
                    IF NOT NO-LIST-WARNED-YES
                        DISPLAY '*** NO SANCTIONS WATCH LIST - '
                            'CUSTOMERS NOT SCREENED'
                        SET NO-LIST-WARNED-YES TO TRUE
                    END-IF
            END-EVALUATE.
       2800-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *UNLOAD - INDEXED CUSTMS BACK TO CUSTSEQ
      *------------------------------------------------------------------------
       3000-UNLOAD-MASTER.
