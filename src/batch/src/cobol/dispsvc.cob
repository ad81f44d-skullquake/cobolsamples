      * shared callable dispute service, in the style of acctsvc -
      * answers whether an installment or order is in open dispute,
      * or which disputes an account has open, from the DISPUTE file
      * the dispute maintenance keeps, so dunning, late charges, the
      * agency placement, the aging and the customer view all hold
      * the same items out the same way.
000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. dispsvc.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DISPUTE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DISPUTE-FILE.
000000     COPY "disprec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 DISPUTE-STATUS PIC X(2) VALUE '00'.
000000    01 DISPUTE-EOF PIC X VALUE 'N'.
000000       88 DISPUTE-EOF-YES VALUE 'Y'.
000000    01 TABLE-LOADED PIC X VALUE 'N'.
000000       88 TABLE-LOADED-YES VALUE 'Y'.
000000*The open disputes only - a closed dispute holds nothing out.
000000    01 OPEN-DISPUTE-TABLE.
000000       05 OPEN-DISPUTE-COUNT PIC 9(4) VALUE ZERO.
000000       05 OPEN-DISPUTE-ENTRY OCCURS 1000 TIMES.
000000          10 TBL-DSP-NO        PIC 9(6).
000000          10 TBL-DSP-ACCT      PIC 9(6).
000000          10 TBL-DSP-ITEM-TYPE PIC X(1).
000000          10 TBL-DSP-ITEM-NO   PIC 9(6).
000000          10 TBL-DSP-OPENED    PIC 9(8).
000000          10 TBL-DSP-REASON    PIC X(30).
000000          10 TBL-DSP-OWNER     PIC X(8).
000000    01 DSP-IX BINARY-SHORT SIGNED VALUE 0.
000000 LINKAGE SECTION.
000000     COPY "dispsvc.cpy".
000000*------------------------------------------------------------------------
000000*DISPUTE SERVICE DISPATCH
000000*The open disputes are read once and held; 'R' reads them again.
000000*No DISPUTE file at all is an installation with no disputes.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION USING DISPSVC-REQUEST DISPSVC-RESULT
000000     DISPSVC-STATUS.
000000     SET DSPV-CLEAR TO TRUE.
000000     MOVE ZERO TO DSPV-OPEN-COUNT.
000000     IF DSPV-FUNC-REFRESH OR NOT TABLE-LOADED-YES
000000         PERFORM 1000-LOAD-OPEN-DISPUTES THRU 1000-EXIT
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN DSPV-FUNC-REFRESH
000000             CONTINUE
000000         WHEN DSPV-FUNC-ITEM
000000             PERFORM 2000-ITEM-IN-DISPUTE THRU 2000-EXIT
000000         WHEN DSPV-FUNC-ACCOUNT
000000             PERFORM 3000-DISPUTES-ON-ACCOUNT THRU 3000-EXIT
000000         WHEN OTHER
000000             SET DSPV-ERROR TO TRUE
000000     END-EVALUATE.
000000     EXIT PROGRAM.
000000 1000-LOAD-OPEN-DISPUTES.
000000     MOVE ZERO TO OPEN-DISPUTE-COUNT.
000000     MOVE 'N' TO DISPUTE-EOF.
000000     SET TABLE-LOADED-YES TO TRUE.
000000     OPEN INPUT DISPUTE-FILE.
000000     IF DISPUTE-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-DISPUTE.
000000     PERFORM 1200-STORE-DISPUTE UNTIL DISPUTE-EOF-YES.
000000     CLOSE DISPUTE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-DISPUTE.
000000     READ DISPUTE-FILE
000000         AT END SET DISPUTE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-DISPUTE.
000000     IF DSP-OPEN
000000         IF OPEN-DISPUTE-COUNT < 1000
000000             ADD 1 TO OPEN-DISPUTE-COUNT
000000             MOVE DSP-DISPUTE-NO
000000                 TO TBL-DSP-NO(OPEN-DISPUTE-COUNT)
000000             MOVE DSP-ACCT-NO TO TBL-DSP-ACCT(OPEN-DISPUTE-COUNT)
000000             MOVE DSP-ITEM-TYPE
000000                 TO TBL-DSP-ITEM-TYPE(OPEN-DISPUTE-COUNT)
000000             MOVE DSP-ITEM-NO
000000                 TO TBL-DSP-ITEM-NO(OPEN-DISPUTE-COUNT)
000000             MOVE DSP-OPENED-DATE
000000                 TO TBL-DSP-OPENED(OPEN-DISPUTE-COUNT)
000000             MOVE DSP-REASON TO TBL-DSP-REASON(OPEN-DISPUTE-COUNT)
000000             MOVE DSP-OWNER TO TBL-DSP-OWNER(OPEN-DISPUTE-COUNT)
000000         ELSE
000000             DISPLAY '*** DISPSVC: MORE THAN 1000 OPEN DISPUTES '
000000                 '- DISPUTE ' DSP-DISPUTE-NO ' NOT HELD OUT'
000000         END-IF
000000     END-IF.
000000     PERFORM 1100-READ-DISPUTE.
000000*------------------------------------------------------------------------
000000*'I' - ONE ITEM
000000*------------------------------------------------------------------------
000000 2000-ITEM-IN-DISPUTE.
000000     PERFORM VARYING DSP-IX FROM 1 BY 1
000000             UNTIL DSP-IX > OPEN-DISPUTE-COUNT
000000                 OR DSPV-DISPUTED
000000         IF TBL-DSP-ACCT(DSP-IX) = DSPV-ACCT-NO
000000             AND TBL-DSP-ITEM-TYPE(DSP-IX) = DSPV-ITEM-TYPE
000000             AND TBL-DSP-ITEM-NO(DSP-IX) = DSPV-ITEM-NO
000000             SET DSPV-DISPUTED TO TRUE
000000             MOVE 1 TO DSPV-OPEN-COUNT
000000             PERFORM 4000-RETURN-ONE-DISPUTE THRU 4000-EXIT
000000         END-IF
000000     END-PERFORM.
000000 2000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*'A' - EVERY OPEN DISPUTE ON AN ACCOUNT
000000*The count is the true count; only the first 10 are returned.
000000*------------------------------------------------------------------------
000000 3000-DISPUTES-ON-ACCOUNT.
000000     PERFORM VARYING DSP-IX FROM 1 BY 1
000000             UNTIL DSP-IX > OPEN-DISPUTE-COUNT
000000         IF TBL-DSP-ACCT(DSP-IX) = DSPV-ACCT-NO
000000             SET DSPV-DISPUTED TO TRUE
000000             ADD 1 TO DSPV-OPEN-COUNT
000000             IF DSPV-OPEN-COUNT NOT > 10
000000                 PERFORM 4000-RETURN-ONE-DISPUTE THRU 4000-EXIT
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000 3000-EXIT.
000000     EXIT.
000000 4000-RETURN-ONE-DISPUTE.
000000     MOVE TBL-DSP-NO(DSP-IX) TO DSPV-DISPUTE-NO(DSPV-OPEN-COUNT).
000000     MOVE TBL-DSP-ITEM-TYPE(DSP-IX)
000000         TO DSPV-LIST-ITEM-TYPE(DSPV-OPEN-COUNT).
000000     MOVE TBL-DSP-ITEM-NO(DSP-IX)
000000         TO DSPV-LIST-ITEM-NO(DSPV-OPEN-COUNT).
000000     MOVE TBL-DSP-OPENED(DSP-IX)
000000         TO DSPV-OPENED-DATE(DSPV-OPEN-COUNT).
000000     MOVE TBL-DSP-REASON(DSP-IX) TO DSPV-REASON(DSPV-OPEN-COUNT).
000000     MOVE TBL-DSP-OWNER(DSP-IX) TO DSPV-OWNER(DSPV-OPEN-COUNT).
000000 4000-EXIT.
000000     EXIT.
