000000    01 REGISTER-EOF PIC X VALUE 'N'.
000000       88 REGISTER-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 FEED-LINE-WORK PIC X(80) VALUE SPACES.
000000    01 SCAN-FEED-NAME PIC X(8) VALUE SPACES.
000000    01 SCAN-BUSINESS-DATE PIC 9(8) VALUE ZERO.
000000    01 DUPLICATE-TOTAL PIC 9(2) VALUE ZERO.
000000    01 OVERRIDE-SWITCH PIC X VALUE 'N'.
000000       88 OVERRIDE-YES VALUE 'Y'.
000000    COPY "dupchk.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PROCESSED-FEED REGISTER
000000*FEEDOVR operator override card ('Y') lets a deliberate rerun
000000*through, loudly.  Clean fingerprints are appended to the
000000*register stamped with the cycle run-ID.
000000*Once the deliveries are cleared to run, the DUPCHK record-level
000000*check looks inside them for records already posted on an
000000*earlier night and pulls those onto DUPHOLD for review (RC 4
000000*when it held anything, RC 8 when it could not record a hold);
000000*a TRANSFL repeat let through by the override is not checked.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000             DISPLAY 'FEEDREG: OPERATOR OVERRIDE - '
000000                 'DUPLICATE DELIVERY(S) ACCEPTED'
000000         END-IF
000000         PERFORM 8000-CHECK-DUPLICATE-RECORDS THRU 8000-EXIT
000000     END-IF.
000000     DISPLAY '=========================================='.
000000     EXIT PROGRAM.
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     END-IF.
000000     IF DUPLICATE-DELIVERY-YES
000000         ADD 1 TO DUPLICATE-TOTAL
000000         IF SCAN-FEED-NAME = 'TRANSFL '
000000             MOVE 'Y' TO DCHK-SKIP-TRANS
000000         END-IF
000000         DISPLAY '*** ' SCAN-FEED-NAME
000000             ' DELIVERY ALREADY PROCESSED - COUNT '
000000             SCAN-REC-COUNT ' HASH ' SCAN-CONTENT-HASH
000000         SET DUPLICATE-DELIVERY-YES TO TRUE
000000     END-IF.
000000     PERFORM 7100-READ-REGISTER.
000000*------------------------------------------------------------------------
000000*RECORD-LEVEL DUPLICATE CHECK
000000*------------------------------------------------------------------------
000000 8000-CHECK-DUPLICATE-RECORDS.
000000     MOVE 'F' TO DCHK-FUNCTION.
000000     MOVE CURRENT-RUN-ID TO DCHK-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO DCHK-RUN-DATE.
000000     IF DCHK-SKIP-TRANS NOT = 'Y'
000000         MOVE 'N' TO DCHK-SKIP-TRANS
000000     END-IF.
000000     CALL 'dupchk' USING DUPCHK-REQUEST DUPCHK-RESULT
000000         DUPCHK-STATUS.
000000     EVALUATE TRUE
000000         WHEN DCHK-FAILED
000000             DISPLAY 'FEEDREG: DUPLICATE CHECK COULD NOT HOLD '
000000                 'EVERY SUSPECT RECORD - SEE DUPRPT'
000000             MOVE 8 TO RETURN-CODE
000000         WHEN DCHK-HELD OR DCHK-LIMITED
000000             DISPLAY 'FEEDREG: ' DCHK-HELD-COUNT
000000                 ' SUSPECTED DUPLICATE RECORD(S) ON DUPHOLD'
000000             MOVE 4 TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0 TO RETURN-CODE
000000     END-EVALUATE.
000000 8000-EXIT.
000000     EXIT.
