000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. dispmnt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT DISPUTE-FILE ASSIGN TO "DISPUTE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DISPUTE-STATUS.
000000     SELECT DISPUTE-AUDIT-FILE ASSIGN TO "DSPAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DISPUTE-AUDIT-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DISPUTE-FILE.
000000     COPY "disprec.cpy".
000000 FD  DISPUTE-AUDIT-FILE.
000000 01  DISPUTE-AUDIT-LINE PIC X(132).
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 DISPUTE-STATUS PIC X(2) VALUE '00'.
000000    01 DISPUTE-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 MASTER-EOF PIC X VALUE 'N'.
000000       88 MASTER-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000*Every dispute on file, open and closed, in dispute-number order.
000000    01 DISPUTE-TABLE.
000000       05 DISPUTE-COUNT PIC 9(3) VALUE ZERO.
000000       05 DISPUTE-ENTRY OCCURS 500 TIMES.
000000          10 TBL-DSP-NO         PIC 9(6).
000000          10 TBL-DSP-ACCT       PIC 9(6).
000000          10 TBL-DSP-ITEM-TYPE  PIC X(1).
000000          10 TBL-DSP-ITEM-NO    PIC 9(6).
000000          10 TBL-DSP-STATUS     PIC X(1).
000000          10 TBL-DSP-REASON     PIC X(30).
000000          10 TBL-DSP-OWNER      PIC X(8).
000000          10 TBL-DSP-OPENED     PIC 9(8).
000000          10 TBL-DSP-OPENED-BY  PIC X(8).
000000          10 TBL-DSP-UPDATED    PIC 9(8).
000000          10 TBL-DSP-CLOSED     PIC 9(8).
000000          10 TBL-DSP-RESOLUTION PIC X(1).
000000    01 DSP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LAST-DISPUTE-NO PIC 9(6) VALUE ZERO.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 WORK-ACCT PIC X(6) VALUE SPACES.
000000    01 WORK-ACCT-NUM PIC 9(6) VALUE ZERO.
000000    01 WORK-ITEM-TYPE PIC X(1) VALUE SPACE.
000000    01 WORK-ITEM PIC X(6) VALUE SPACES.
000000    01 WORK-ITEM-NUM PIC 9(6) VALUE ZERO.
000000    01 WORK-DISPUTE PIC X(6) VALUE SPACES.
000000    01 WORK-DISPUTE-NUM PIC 9(6) VALUE ZERO.
000000    01 WORK-REASON PIC X(30) VALUE SPACES.
000000    01 WORK-OWNER PIC X(8) VALUE SPACES.
000000    01 WORK-RESOLUTION PIC X(1) VALUE SPACE.
000000    01 TODAY-DATE PIC 9(8) VALUE ZERO.
000000    01 OPEN-SHOWN-COUNT PIC 9(3) VALUE ZERO.
000000    01 CHANGES-MADE PIC X VALUE 'N'.
000000       88 CHANGES-MADE-YES VALUE 'Y'.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000     COPY "audstmp.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*DISPUTE REGISTER MAINTENANCE
000000*Operator-keyed maintenance for the DISPUTE register, so that
000000*customer service can record that a customer disputes an
000000*installment or an invoiced order and the collections steps
000000*hold it out - no dunning escalation, no agency placement, no
000000*late charges - until the dispute is closed.  A dispute is
000000*opened against an account and an installment or order number
000000*with a reason and an owner, may have its reason or owner
000000*updated while it is open, and is closed with a resolution:
000000*adjusted in the customer's favour, rejected, or withdrawn.
000000*The same discipline as the other masters: operator sign-on in
000000*front, inquiry-level operators may only list, a before/after
000000*pair to the DSPAUD audit file per accepted change, a second
000000*open dispute on the same item rejected, every accepted change
000000*logged to SECLOG, and the whole file rewritten in one piece on
000000*exit.  Closed disputes stay on the register as the history.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY 'OPERATOR ID:'.
000000     ACCEPT SIGNON-OPERATOR-ID.
000000     CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
000000         SIGNON-STATUS.
000000     IF NOT SIGNON-ACCEPTED
000000         DISPLAY 'SIGN-ON REFUSED - MAINTENANCE UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
000000     PERFORM 1000-LOAD-DISPUTES THRU 1000-EXIT.
000000     PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
000000     IF CHANGES-MADE-YES
000000         PERFORM 8000-WRITE-DISPUTES THRU 8000-EXIT
000000     END-IF.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000 1000-LOAD-DISPUTES.
000000     OPEN INPUT DISPUTE-FILE.
000000     IF DISPUTE-STATUS NOT = '00'
000000         DISPLAY 'DISPUTE NOT FOUND - STARTING EMPTY REGISTER'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-DISPUTE.
000000     PERFORM 1200-STORE-DISPUTE
000000         UNTIL MASTER-EOF-YES OR DISPUTE-COUNT = 500.
000000     IF NOT MASTER-EOF-YES
000000         SET LOAD-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** DISPUTE HOLDS MORE THAN 500 DISPUTES'
000000         DISPLAY '*** CHANGES THIS SESSION WILL NOT BE SAVED'
000000     END-IF.
000000     CLOSE DISPUTE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-DISPUTE.
000000     READ DISPUTE-FILE
000000         AT END SET MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-DISPUTE.
000000     ADD 1 TO DISPUTE-COUNT.
000000     MOVE DSP-DISPUTE-NO TO TBL-DSP-NO(DISPUTE-COUNT).
000000     MOVE DSP-ACCT-NO TO TBL-DSP-ACCT(DISPUTE-COUNT).
000000     MOVE DSP-ITEM-TYPE TO TBL-DSP-ITEM-TYPE(DISPUTE-COUNT).
000000     MOVE DSP-ITEM-NO TO TBL-DSP-ITEM-NO(DISPUTE-COUNT).
000000     MOVE DSP-STATUS TO TBL-DSP-STATUS(DISPUTE-COUNT).
000000     MOVE DSP-REASON TO TBL-DSP-REASON(DISPUTE-COUNT).
000000     MOVE DSP-OWNER TO TBL-DSP-OWNER(DISPUTE-COUNT).
000000     MOVE DSP-OPENED-DATE TO TBL-DSP-OPENED(DISPUTE-COUNT).
000000     MOVE DSP-OPENED-BY TO TBL-DSP-OPENED-BY(DISPUTE-COUNT).
000000     MOVE DSP-UPDATED-DATE TO TBL-DSP-UPDATED(DISPUTE-COUNT).
000000     MOVE DSP-CLOSED-DATE TO TBL-DSP-CLOSED(DISPUTE-COUNT).
000000     MOVE DSP-RESOLUTION TO TBL-DSP-RESOLUTION(DISPUTE-COUNT).
000000     IF DSP-DISPUTE-NO > LAST-DISPUTE-NO
000000         MOVE DSP-DISPUTE-NO TO LAST-DISPUTE-NO
000000     END-IF.
000000     PERFORM 1100-READ-DISPUTE.
000000 5000-MAINTENANCE-MENU.
000000     PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-MAINT-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'DISPUTE REGISTER MAINTENANCE'.
000000     DISPLAY 'DISPUTES ON FILE: ' DISPUTE-COUNT.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '1. OPEN DISPUTE'
000000         DISPLAY '2. UPDATE DISPUTE'
000000         DISPLAY '3. CLOSE DISPUTE'
000000     END-IF.
000000     DISPLAY '4. LIST OPEN DISPUTES'.
000000     DISPLAY '5. LIST DISPUTES FOR AN ACCOUNT'.
000000     DISPLAY '0. EXIT MAINTENANCE'.
000000     ACCEPT MAINT-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY
000000         AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2'
000000             OR MAINT-CHOICE = '3')
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     EVALUATE MAINT-CHOICE
000000         WHEN '1' PERFORM 5200-OPEN-DISPUTE THRU 5200-EXIT
000000         WHEN '2' PERFORM 5300-UPDATE-DISPUTE THRU 5300-EXIT
000000         WHEN '3' PERFORM 5400-CLOSE-DISPUTE THRU 5400-EXIT
000000         WHEN '4' PERFORM 5500-LIST-OPEN-DISPUTES
000000                      THRU 5500-EXIT
000000         WHEN '5' PERFORM 5600-LIST-ACCOUNT-DISPUTES
000000                      THRU 5600-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000*OPEN - one open dispute per item at a time; the owner defaults
000000*to the operator opening it.
000000*------------------------------------------------------------------------
000000 5200-OPEN-DISPUTE.
000000     IF DISPUTE-COUNT = 500
000000         DISPLAY 'REGISTER FULL - OPEN REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'ACCOUNT NUMBER (6 DIGITS):'.
000000     ACCEPT WORK-ACCT.
000000     IF WORK-ACCT IS NOT NUMERIC
000000         DISPLAY 'ACCOUNT NOT NUMERIC - OPEN REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE WORK-ACCT TO WORK-ACCT-NUM.
000000     DISPLAY 'ITEM TYPE (I INSTALLMENT, O ORDER):'.
000000     ACCEPT WORK-ITEM-TYPE.
000000     IF WORK-ITEM-TYPE NOT = 'I' AND WORK-ITEM-TYPE NOT = 'O'
000000         DISPLAY 'ITEM TYPE MUST BE I OR O - OPEN REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'INSTALLMENT OR ORDER NUMBER (6 DIGITS):'.
000000     ACCEPT WORK-ITEM.
000000     IF WORK-ITEM IS NOT NUMERIC
000000         DISPLAY 'ITEM NUMBER NOT NUMERIC - OPEN REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE WORK-ITEM TO WORK-ITEM-NUM.
000000     IF WORK-ITEM-NUM = ZERO
000000         OR (WORK-ITEM-TYPE = 'I' AND WORK-ITEM-NUM > 99)
000000         DISPLAY 'NO SUCH INSTALLMENT OR ORDER - OPEN REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6100-FIND-OPEN-ON-ITEM THRU 6100-EXIT.
000000     IF FOUND-IX > 0
000000         DISPLAY 'DISPUTE ' TBL-DSP-NO(FOUND-IX)
000000             ' ALREADY OPEN ON THAT ITEM - OPEN REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'REASON (UP TO 30 CHARS):'.
000000     ACCEPT WORK-REASON.
000000     IF WORK-REASON = SPACES
000000         DISPLAY 'BLANK REASON - OPEN REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'OWNER (OPERATOR ID, BLANK FOR YOURSELF):'.
000000     ACCEPT WORK-OWNER.
000000     IF WORK-OWNER = SPACES
000000         MOVE SIGNON-OPERATOR-ID TO WORK-OWNER
000000     END-IF.
000000     ADD 1 TO LAST-DISPUTE-NO.
000000     ADD 1 TO DISPUTE-COUNT.
000000     MOVE DISPUTE-COUNT TO FOUND-IX.
000000     MOVE LAST-DISPUTE-NO TO TBL-DSP-NO(FOUND-IX).
000000     MOVE WORK-ACCT-NUM TO TBL-DSP-ACCT(FOUND-IX).
000000     MOVE WORK-ITEM-TYPE TO TBL-DSP-ITEM-TYPE(FOUND-IX).
000000     MOVE WORK-ITEM-NUM TO TBL-DSP-ITEM-NO(FOUND-IX).
000000     MOVE 'O' TO TBL-DSP-STATUS(FOUND-IX).
000000     MOVE WORK-REASON TO TBL-DSP-REASON(FOUND-IX).
000000     MOVE WORK-OWNER TO TBL-DSP-OWNER(FOUND-IX).
000000     MOVE TODAY-DATE TO TBL-DSP-OPENED(FOUND-IX).
000000     MOVE SIGNON-OPERATOR-ID TO TBL-DSP-OPENED-BY(FOUND-IX).
000000     MOVE TODAY-DATE TO TBL-DSP-UPDATED(FOUND-IX).
000000     MOVE ZERO TO TBL-DSP-CLOSED(FOUND-IX).
000000     MOVE SPACE TO TBL-DSP-RESOLUTION(FOUND-IX).
000000     MOVE 'DISPUTE OPEN      ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE 'BEFORE: (NOT ON FILE)' TO DISPUTE-AUDIT-LINE.
000000     WRITE DISPUTE-AUDIT-LINE.
000000     PERFORM 7200-WRITE-AFTER-IMAGE THRU 7200-EXIT.
000000     CLOSE DISPUTE-AUDIT-FILE.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'OPENED DISPUTE ' LAST-DISPUTE-NO.
000000 5200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*UPDATE - a new reason or owner on an open dispute; a blank
000000*answer keeps what is there.
000000*------------------------------------------------------------------------
000000 5300-UPDATE-DISPUTE.
000000     PERFORM 6000-ACCEPT-OPEN-DISPUTE THRU 6000-EXIT.
000000     IF FOUND-IX = 0
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'NEW REASON (BLANK TO KEEP):'.
000000     ACCEPT WORK-REASON.
000000     DISPLAY 'NEW OWNER (BLANK TO KEEP):'.
000000     ACCEPT WORK-OWNER.
000000     IF WORK-REASON = SPACES AND WORK-OWNER = SPACES
000000         DISPLAY 'NOTHING CHANGED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE 'DISPUTE UPDATE    ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     PERFORM 7100-WRITE-BEFORE-IMAGE THRU 7100-EXIT.
000000     IF WORK-REASON NOT = SPACES
000000         MOVE WORK-REASON TO TBL-DSP-REASON(FOUND-IX)
000000     END-IF.
000000     IF WORK-OWNER NOT = SPACES
000000         MOVE WORK-OWNER TO TBL-DSP-OWNER(FOUND-IX)
000000     END-IF.
000000     MOVE TODAY-DATE TO TBL-DSP-UPDATED(FOUND-IX).
000000     PERFORM 7200-WRITE-AFTER-IMAGE THRU 7200-EXIT.
000000     CLOSE DISPUTE-AUDIT-FILE.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'UPDATED DISPUTE ' TBL-DSP-NO(FOUND-IX).
000000 5300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CLOSE - the item goes back into collections from the next run.
000000*------------------------------------------------------------------------
000000 5400-CLOSE-DISPUTE.
000000     PERFORM 6000-ACCEPT-OPEN-DISPUTE THRU 6000-EXIT.
000000     IF FOUND-IX = 0
000000         GO TO 5400-EXIT
000000     END-IF.
000000     DISPLAY 'RESOLUTION (A ADJUSTED, R REJECTED, W WITHDRAWN):'.
000000     ACCEPT WORK-RESOLUTION.
000000     IF WORK-RESOLUTION NOT = 'A'
000000         AND WORK-RESOLUTION NOT = 'R'
000000         AND WORK-RESOLUTION NOT = 'W'
000000         DISPLAY 'RESOLUTION MUST BE A, R OR W - CLOSE REJECTED'
000000         GO TO 5400-EXIT
000000     END-IF.
000000     MOVE 'DISPUTE CLOSE     ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     PERFORM 7100-WRITE-BEFORE-IMAGE THRU 7100-EXIT.
000000     MOVE 'C' TO TBL-DSP-STATUS(FOUND-IX).
000000     MOVE WORK-RESOLUTION TO TBL-DSP-RESOLUTION(FOUND-IX).
000000     MOVE TODAY-DATE TO TBL-DSP-CLOSED(FOUND-IX).
000000     MOVE TODAY-DATE TO TBL-DSP-UPDATED(FOUND-IX).
000000     PERFORM 7200-WRITE-AFTER-IMAGE THRU 7200-EXIT.
000000     CLOSE DISPUTE-AUDIT-FILE.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'CLOSED DISPUTE ' TBL-DSP-NO(FOUND-IX).
000000 5400-EXIT.
000000     EXIT.
000000 5500-LIST-OPEN-DISPUTES.
000000     MOVE ZERO TO OPEN-SHOWN-COUNT.
000000     PERFORM VARYING DSP-IX FROM 1 BY 1
000000             UNTIL DSP-IX > DISPUTE-COUNT
000000         IF TBL-DSP-STATUS(DSP-IX) = 'O'
000000             ADD 1 TO OPEN-SHOWN-COUNT
000000             PERFORM 5700-SHOW-ONE-DISPUTE THRU 5700-EXIT
000000         END-IF
000000     END-PERFORM.
000000     DISPLAY 'OPEN DISPUTES: ' OPEN-SHOWN-COUNT.
000000 5500-EXIT.
000000     EXIT.
000000 5600-LIST-ACCOUNT-DISPUTES.
000000     DISPLAY 'ACCOUNT NUMBER (6 DIGITS):'.
000000     ACCEPT WORK-ACCT.
000000     IF WORK-ACCT IS NOT NUMERIC
000000         DISPLAY 'ACCOUNT NOT NUMERIC'
000000         GO TO 5600-EXIT
000000     END-IF.
000000     MOVE WORK-ACCT TO WORK-ACCT-NUM.
000000     MOVE ZERO TO OPEN-SHOWN-COUNT.
000000     PERFORM VARYING DSP-IX FROM 1 BY 1
000000             UNTIL DSP-IX > DISPUTE-COUNT
000000         IF TBL-DSP-ACCT(DSP-IX) = WORK-ACCT-NUM
000000             ADD 1 TO OPEN-SHOWN-COUNT
000000             PERFORM 5700-SHOW-ONE-DISPUTE THRU 5700-EXIT
000000         END-IF
000000     END-PERFORM.
000000     IF OPEN-SHOWN-COUNT = ZERO
000000         DISPLAY 'NO DISPUTES FOR ACCOUNT ' WORK-ACCT-NUM
000000     END-IF.
000000 5600-EXIT.
000000     EXIT.
000000 5700-SHOW-ONE-DISPUTE.
000000     DISPLAY TBL-DSP-NO(DSP-IX) ' ACCT ' TBL-DSP-ACCT(DSP-IX)
000000         ' ' TBL-DSP-ITEM-TYPE(DSP-IX) ' ' TBL-DSP-ITEM-NO(DSP-IX)
000000         ' ' TBL-DSP-STATUS(DSP-IX)
000000         ' OPENED ' TBL-DSP-OPENED(DSP-IX)
000000         ' OWNER ' TBL-DSP-OWNER(DSP-IX).
000000     DISPLAY '       ' TBL-DSP-REASON(DSP-IX).
000000     IF TBL-DSP-STATUS(DSP-IX) = 'C'
000000         DISPLAY '       CLOSED ' TBL-DSP-CLOSED(DSP-IX)
000000             ' RESOLUTION ' TBL-DSP-RESOLUTION(DSP-IX)
000000     END-IF.
000000 5700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DISPUTE LOOKUP
000000*6000 asks for a dispute number and insists it is open; 6100
000000*finds the open dispute, if any, on the item being opened.
000000*------------------------------------------------------------------------
000000 6000-ACCEPT-OPEN-DISPUTE.
000000     MOVE 0 TO FOUND-IX.
000000     DISPLAY 'DISPUTE NUMBER (6 DIGITS):'.
000000     ACCEPT WORK-DISPUTE.
000000     IF WORK-DISPUTE IS NOT NUMERIC
000000         DISPLAY 'DISPUTE NUMBER NOT NUMERIC'
000000         GO TO 6000-EXIT
000000     END-IF.
000000     MOVE WORK-DISPUTE TO WORK-DISPUTE-NUM.
000000     PERFORM VARYING DSP-IX FROM 1 BY 1
000000             UNTIL DSP-IX > DISPUTE-COUNT OR FOUND-IX > 0
000000         IF TBL-DSP-NO(DSP-IX) = WORK-DISPUTE-NUM
000000             MOVE DSP-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF FOUND-IX = 0
000000         DISPLAY 'DISPUTE NOT ON FILE'
000000         GO TO 6000-EXIT
000000     END-IF.
000000     IF TBL-DSP-STATUS(FOUND-IX) NOT = 'O'
000000         DISPLAY 'DISPUTE ' WORK-DISPUTE-NUM ' IS ALREADY CLOSED'
000000         MOVE 0 TO FOUND-IX
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000 6100-FIND-OPEN-ON-ITEM.
000000     MOVE 0 TO FOUND-IX.
000000     PERFORM VARYING DSP-IX FROM 1 BY 1
000000             UNTIL DSP-IX > DISPUTE-COUNT OR FOUND-IX > 0
000000         IF TBL-DSP-ACCT(DSP-IX) = WORK-ACCT-NUM
000000             AND TBL-DSP-ITEM-TYPE(DSP-IX) = WORK-ITEM-TYPE
000000             AND TBL-DSP-ITEM-NO(DSP-IX) = WORK-ITEM-NUM
000000             AND TBL-DSP-STATUS(DSP-IX) = 'O'
000000             MOVE DSP-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BEFORE/AFTER AUDIT TRAIL
000000*Each pair is headed by the stamp line saying when, by whom,
000000*what and to which dispute.
000000*------------------------------------------------------------------------
000000 7100-WRITE-BEFORE-IMAGE.
000000     MOVE SPACES TO DISPUTE-AUDIT-LINE.
000000     STRING 'BEFORE: ' TBL-DSP-NO(FOUND-IX)
000000         ' ' TBL-DSP-ACCT(FOUND-IX)
000000         ' ' TBL-DSP-ITEM-TYPE(FOUND-IX)
000000         ' ' TBL-DSP-ITEM-NO(FOUND-IX)
000000         ' ' TBL-DSP-STATUS(FOUND-IX)
000000         ' ' TBL-DSP-REASON(FOUND-IX)
000000         ' ' TBL-DSP-OWNER(FOUND-IX)
000000         ' ' TBL-DSP-CLOSED(FOUND-IX)
000000         ' ' TBL-DSP-RESOLUTION(FOUND-IX)
000000         INTO DISPUTE-AUDIT-LINE.
000000     WRITE DISPUTE-AUDIT-LINE.
000000 7100-EXIT.
000000     EXIT.
000000 7200-WRITE-AFTER-IMAGE.
000000     MOVE SPACES TO DISPUTE-AUDIT-LINE.
000000     STRING 'AFTER:  ' TBL-DSP-NO(FOUND-IX)
000000         ' ' TBL-DSP-ACCT(FOUND-IX)
000000         ' ' TBL-DSP-ITEM-TYPE(FOUND-IX)
000000         ' ' TBL-DSP-ITEM-NO(FOUND-IX)
000000         ' ' TBL-DSP-STATUS(FOUND-IX)
000000         ' ' TBL-DSP-REASON(FOUND-IX)
000000         ' ' TBL-DSP-OWNER(FOUND-IX)
000000         ' ' TBL-DSP-CLOSED(FOUND-IX)
000000         ' ' TBL-DSP-RESOLUTION(FOUND-IX)
000000         INTO DISPUTE-AUDIT-LINE.
000000     WRITE DISPUTE-AUDIT-LINE.
000000 7200-EXIT.
000000     EXIT.
000000 7500-OPEN-AUDIT-FILE.
000000     OPEN EXTEND DISPUTE-AUDIT-FILE.
000000     IF DISPUTE-AUDIT-STATUS = '05' OR
000000        DISPUTE-AUDIT-STATUS = '35'
000000         OPEN OUTPUT DISPUTE-AUDIT-FILE
000000     END-IF.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
000000     MOVE MAINT-ACTION-TEXT TO AST-ACTION.
000000     MOVE TBL-DSP-NO(FOUND-IX) TO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO DISPUTE-AUDIT-LINE.
000000     WRITE DISPUTE-AUDIT-LINE.
000000 7500-EXIT.
000000     EXIT.
000000 8000-WRITE-DISPUTES.
000000     IF LOAD-OVERFLOW-YES
000000         DISPLAY '*** DISPUTE NOT REWRITTEN - '
000000             'LOAD OVERFLOWED'
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 8000-EXIT
000000     END-IF.
000000     OPEN OUTPUT DISPUTE-FILE.
000000     PERFORM VARYING DSP-IX FROM 1 BY 1
000000             UNTIL DSP-IX > DISPUTE-COUNT
000000         MOVE TBL-DSP-NO(DSP-IX) TO DSP-DISPUTE-NO
000000         MOVE TBL-DSP-ACCT(DSP-IX) TO DSP-ACCT-NO
000000         MOVE TBL-DSP-ITEM-TYPE(DSP-IX) TO DSP-ITEM-TYPE
000000         MOVE TBL-DSP-ITEM-NO(DSP-IX) TO DSP-ITEM-NO
000000         MOVE TBL-DSP-STATUS(DSP-IX) TO DSP-STATUS
000000         MOVE TBL-DSP-REASON(DSP-IX) TO DSP-REASON
000000         MOVE TBL-DSP-OWNER(DSP-IX) TO DSP-OWNER
000000         MOVE TBL-DSP-OPENED(DSP-IX) TO DSP-OPENED-DATE
000000         MOVE TBL-DSP-OPENED-BY(DSP-IX) TO DSP-OPENED-BY
000000         MOVE TBL-DSP-UPDATED(DSP-IX) TO DSP-UPDATED-DATE
000000         MOVE TBL-DSP-CLOSED(DSP-IX) TO DSP-CLOSED-DATE
000000         MOVE TBL-DSP-RESOLUTION(DSP-IX) TO DSP-RESOLUTION
000000         WRITE DISPUTE-RECORD
000000     END-PERFORM.
000000     CLOSE DISPUTE-FILE.
000000     DISPLAY 'DISPUTE REWRITTEN - ' DISPUTE-COUNT
000000         ' DISPUTE(S)'.
000000 8000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MAINTENANCE-ACTION LOG
000000*------------------------------------------------------------------------
000000 9900-LOG-MAINT-ACTION.
000000     OPEN EXTEND SECURITY-LOG-FILE.
000000     IF SECURITY-LOG-STATUS = '05' OR
000000        SECURITY-LOG-STATUS = '35'
000000         OPEN OUTPUT SECURITY-LOG-FILE
000000     END-IF.
000000     MOVE SPACES TO SECURITY-LOG-LINE.
000000     STRING MAINT-ACTION-TEXT ' BY ' SIGNON-OPERATOR-ID
000000         ' DISPUTE ' TBL-DSP-NO(FOUND-IX)
000000         INTO SECURITY-LOG-LINE.
000000     WRITE SECURITY-LOG-LINE.
000000     CLOSE SECURITY-LOG-FILE.
000000 9900-EXIT.
000000     EXIT.
