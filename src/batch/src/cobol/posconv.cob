000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. posconv.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000*NETPOS and OPENPOS share one layout, so both are converted
000000*through the same file; the logical name is set before each.
000000     SELECT POSITION-FILE ASSIGN TO POSITION-FILE-NAME
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS POSITION-FILE-STATUS.
000000     SELECT POSITION-WORK-FILE ASSIGN TO "POSCVWK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS POSITION-WORK-STATUS.
000000     SELECT CARRY-FORWARD-FILE ASSIGN TO "CARRYFWD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CARRY-FORWARD-STATUS.
000000     SELECT CARRY-WORK-FILE ASSIGN TO "CARRYCV"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CARRY-WORK-STATUS.
000000     SELECT CONVERTED-FILE ASSIGN TO "POSCVDN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CONVERTED-STATUS.
000000     SELECT CONVERSION-REPORT-FILE ASSIGN TO "POSCVRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CONVERSION-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  POSITION-FILE.
000000 01  POSITION-LINE PIC X(18).
000000 FD  POSITION-WORK-FILE.
000000 01  WORK-POSITION-RECORD.
000000     05 WRK-ACCT-NO       PIC 9(6).
000000     05 WRK-AMOUNT        PIC S9(7)V99.
000000     05 WRK-COMPANY-CODE  PIC X(3).
000000 FD  CARRY-FORWARD-FILE.
000000 01  CARRY-FORWARD-LINE PIC X(36).
000000 FD  CARRY-WORK-FILE.
000000     COPY "transrec.cpy".
000000 FD  CONVERTED-FILE.
000000 01  CONVERTED-RECORD.
000000     05 CVD-FILE-NAME    PIC X(8).
000000     05 CVD-RUN-DATE     PIC 9(8).
000000     05 CVD-RECORD-COUNT PIC 9(7).
000000     05 CVD-AMOUNT-TOTAL PIC S9(11)V99.
000000 FD  CONVERSION-REPORT-FILE.
000000 01  CONVERSION-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 POSITION-FILE-STATUS PIC X(2) VALUE '00'.
000000    01 POSITION-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 CARRY-FORWARD-STATUS PIC X(2) VALUE '00'.
000000    01 CARRY-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 CONVERTED-STATUS PIC X(2) VALUE '00'.
000000    01 CONVERSION-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 POSITION-FILE-NAME PIC X(8) VALUE SPACES.
000000    01 CONVERT-FILE-NAME PIC X(8) VALUE SPACES.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 WORK-EOF PIC X VALUE 'N'.
000000       88 WORK-EOF-YES VALUE 'Y'.
000000    01 CONVERTED-EOF PIC X VALUE 'N'.
000000       88 CONVERTED-EOF-YES VALUE 'Y'.
000000    01 ALREADY-CONVERTED PIC X VALUE 'N'.
000000       88 ALREADY-CONVERTED-YES VALUE 'Y'.
000000    01 PROOF-TIES PIC X VALUE 'N'.
000000       88 PROOF-TIES-YES VALUE 'Y'.
000000*The old position layout: a whole-unit amount, sixteen bytes
000000*in all.  A line that spills past byte sixteen is not an old
000000*record and is refused rather than reinterpreted.
000000    01 OLD-POSITION-RECORD.
000000       05 OLD-POS-ACCT-NO      PIC 9(6).
000000       05 OLD-POS-AMOUNT       PIC S9(7).
000000       05 OLD-POS-COMPANY-CODE PIC X(3).
000000       05 OLD-POS-SPILL        PIC X(2).
000000*The old carry-forward layout: the thirty-byte transaction
000000*record from before the account number was appended.  The
000000*amount already carries cents and moves across unchanged.
000000    01 OLD-CARRY-RECORD.
000000       05 OLD-CARRY-BODY.
000000          10 OLD-CARRY-AMOUNT PIC S9(7)V99.
000000          10 FILLER           PIC X(21).
000000       05 OLD-CARRY-SPILL     PIC X(6).
000000*Before/after proof for the file in hand.
000000    01 BEFORE-COUNT PIC 9(7) VALUE ZERO.
000000    01 BEFORE-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 AFTER-COUNT PIC 9(7) VALUE ZERO.
000000    01 AFTER-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 REPLACED-COUNT PIC 9(7) VALUE ZERO.
000000    01 LAYOUT-REJECT-COUNT PIC 9(7) VALUE ZERO.
000000    01 BEFORE-TOTAL-DISPLAY PIC -(10)9.99 VALUE ZERO.
000000    01 AFTER-TOTAL-DISPLAY PIC -(10)9.99 VALUE ZERO.
000000    01 CONVERTED-FILE-COUNT PIC 9(2) VALUE ZERO.
000000    01 FAILED-FILE-COUNT PIC 9(2) VALUE ZERO.
000000*------------------------------------------------------------------------
000000*ONE-TIME CENTS CONVERSION OF THE POSITION FILES
000000*The position amounts on NETPOS and OPENPOS were whole units
000000*(PIC S9(7)); they now carry cents (PIC S9(7)V99), and
000000*CARRYFWD now carries the account number on the end of every
000000*transaction.  This step rewrites the three files in place
000000*once, at the cutover, before the first cycle that reads the
000000*new layouts.  Each file is converted to a work file, the work
000000*file is re-read from disk and its record count and amount
000000*total proved against the original's, and only a file that
000000*proves is copied back over the original - a file that does
000000*not prove is left exactly as it was and the step ends RC 8.
000000*Every file converted is recorded on POSCVDN with its count and
000000*total, and a file already on POSCVDN is never converted again,
000000*so the step can be rerun after a failure without touching
000000*what already went across.  The proof for every file is
000000*printed on POSCVRPT.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN OUTPUT CONVERSION-REPORT-FILE.
000000     MOVE SPACES TO CONVERSION-REPORT-LINE.
000000     STRING 'POSITION FILE CENTS CONVERSION - RUN DATE '
000000         CURRENT-RUN-DATE
000000         INTO CONVERSION-REPORT-LINE.
000000     WRITE CONVERSION-REPORT-LINE.
000000     MOVE 'NETPOS  ' TO POSITION-FILE-NAME.
000000     PERFORM 2000-CONVERT-POSITION-FILE THRU 2000-EXIT.
000000     MOVE 'OPENPOS ' TO POSITION-FILE-NAME.
000000     PERFORM 2000-CONVERT-POSITION-FILE THRU 2000-EXIT.
000000     PERFORM 3000-CONVERT-CARRY-FORWARD THRU 3000-EXIT.
000000     MOVE SPACES TO CONVERSION-REPORT-LINE.
000000     STRING 'FILES CONVERTED: ' CONVERTED-FILE-COUNT
000000         ' FILES REFUSED: ' FAILED-FILE-COUNT
000000         INTO CONVERSION-REPORT-LINE.
000000     WRITE CONVERSION-REPORT-LINE.
000000     CLOSE CONVERSION-REPORT-FILE.
000000     DISPLAY 'POSCONV: ' CONVERTED-FILE-COUNT
000000         ' FILE(S) CONVERTED, ' FAILED-FILE-COUNT
000000         ' REFUSED'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
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
000000*RERUN GUARD
000000*------------------------------------------------------------------------
000000 0500-CHECK-ALREADY-CONVERTED.
000000     MOVE 'N' TO ALREADY-CONVERTED.
000000     MOVE 'N' TO CONVERTED-EOF.
000000     OPEN INPUT CONVERTED-FILE.
000000     IF CONVERTED-STATUS NOT = '00'
000000         GO TO 0500-EXIT
000000     END-IF.
000000     PERFORM 0510-READ-CONVERTED.
000000     PERFORM 0520-JUDGE-CONVERTED UNTIL CONVERTED-EOF-YES.
000000     CLOSE CONVERTED-FILE.
000000 0500-EXIT.
000000     EXIT.
000000 0510-READ-CONVERTED.
000000     READ CONVERTED-FILE
000000         AT END SET CONVERTED-EOF-YES TO TRUE
000000     END-READ.
000000 0520-JUDGE-CONVERTED.
000000     IF CVD-FILE-NAME = CONVERT-FILE-NAME
000000         SET ALREADY-CONVERTED-YES TO TRUE
000000     END-IF.
000000     PERFORM 0510-READ-CONVERTED.
000000 0600-MARK-CONVERTED.
000000     OPEN EXTEND CONVERTED-FILE.
000000     IF CONVERTED-STATUS = '05' OR CONVERTED-STATUS = '35'
000000         OPEN OUTPUT CONVERTED-FILE
000000     END-IF.
000000     MOVE CONVERT-FILE-NAME TO CVD-FILE-NAME.
000000     MOVE CURRENT-RUN-DATE TO CVD-RUN-DATE.
000000     MOVE AFTER-COUNT TO CVD-RECORD-COUNT.
000000     MOVE AFTER-TOTAL TO CVD-AMOUNT-TOTAL.
000000     WRITE CONVERTED-RECORD.
000000     CLOSE CONVERTED-FILE.
000000     ADD 1 TO CONVERTED-FILE-COUNT.
000000 0600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*NETPOS / OPENPOS
000000*Whole units become units and cents: the value of every
000000*position is unchanged, so the amount total must prove to the
000000*cent.
000000*------------------------------------------------------------------------
000000 2000-CONVERT-POSITION-FILE.
000000     MOVE POSITION-FILE-NAME TO CONVERT-FILE-NAME.
000000     PERFORM 0500-CHECK-ALREADY-CONVERTED THRU 0500-EXIT.
000000     IF ALREADY-CONVERTED-YES
000000         PERFORM 6200-REPORT-ALREADY-DONE THRU 6200-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 6000-RESET-PROOF THRU 6000-EXIT.
000000     OPEN INPUT POSITION-FILE.
000000     IF POSITION-FILE-STATUS NOT = '00'
000000         PERFORM 6300-REPORT-NOT-PRESENT THRU 6300-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     OPEN OUTPUT POSITION-WORK-FILE.
000000     PERFORM 2100-READ-OLD-POSITION.
000000     PERFORM 2200-CONVERT-ONE-POSITION THRU 2200-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE POSITION-WORK-FILE.
000000     CLOSE POSITION-FILE.
000000     PERFORM 2300-PROVE-POSITION-WORK THRU 2300-EXIT.
000000     PERFORM 6100-JUDGE-PROOF THRU 6100-EXIT.
000000     IF NOT PROOF-TIES-YES
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2400-REPLACE-POSITION-FILE THRU 2400-EXIT.
000000     IF REPLACED-COUNT NOT = AFTER-COUNT
000000         PERFORM 6400-REPORT-SHORT-COPY THRU 6400-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 0600-MARK-CONVERTED THRU 0600-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-OLD-POSITION.
000000     READ POSITION-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-CONVERT-ONE-POSITION.
000000     MOVE POSITION-LINE TO OLD-POSITION-RECORD.
000000     ADD 1 TO BEFORE-COUNT.
000000     IF OLD-POS-SPILL NOT = SPACES
000000         OR OLD-POS-AMOUNT IS NOT NUMERIC
000000         ADD 1 TO LAYOUT-REJECT-COUNT
000000         MOVE SPACES TO CONVERSION-REPORT-LINE
000000         STRING '*** ' CONVERT-FILE-NAME
000000             ' RECORD ' BEFORE-COUNT
000000             ' IS NOT IN THE OLD LAYOUT: ' POSITION-LINE
000000             INTO CONVERSION-REPORT-LINE
000000         WRITE CONVERSION-REPORT-LINE
000000         PERFORM 2100-READ-OLD-POSITION
000000         GO TO 2200-EXIT
000000     END-IF.
000000     ADD OLD-POS-AMOUNT TO BEFORE-TOTAL.
000000     MOVE OLD-POS-ACCT-NO TO WRK-ACCT-NO.
000000     MOVE OLD-POS-AMOUNT TO WRK-AMOUNT.
000000     MOVE OLD-POS-COMPANY-CODE TO WRK-COMPANY-CODE.
000000     WRITE WORK-POSITION-RECORD.
000000     PERFORM 2100-READ-OLD-POSITION.
000000 2200-EXIT.
000000     EXIT.
000000*The work file is proved from what actually landed on disk, not
000000*from what was written.
000000 2300-PROVE-POSITION-WORK.
000000     MOVE 'N' TO WORK-EOF.
000000     OPEN INPUT POSITION-WORK-FILE.
000000     IF POSITION-WORK-STATUS NOT = '00'
000000         GO TO 2300-EXIT
000000     END-IF.
000000     PERFORM 2310-READ-POSITION-WORK.
000000     PERFORM 2320-COUNT-POSITION-WORK UNTIL WORK-EOF-YES.
000000     CLOSE POSITION-WORK-FILE.
000000 2300-EXIT.
000000     EXIT.
000000 2310-READ-POSITION-WORK.
000000     READ POSITION-WORK-FILE
000000         AT END SET WORK-EOF-YES TO TRUE
000000     END-READ.
000000 2320-COUNT-POSITION-WORK.
000000     ADD 1 TO AFTER-COUNT.
000000     ADD WRK-AMOUNT TO AFTER-TOTAL.
000000     PERFORM 2310-READ-POSITION-WORK.
000000 2400-REPLACE-POSITION-FILE.
000000     MOVE 'N' TO WORK-EOF.
000000     MOVE ZERO TO REPLACED-COUNT.
000000     OPEN INPUT POSITION-WORK-FILE.
000000     IF POSITION-WORK-STATUS NOT = '00'
000000         GO TO 2400-EXIT
000000     END-IF.
000000     OPEN OUTPUT POSITION-FILE.
000000     PERFORM 2310-READ-POSITION-WORK.
000000     PERFORM 2410-COPY-ONE-POSITION UNTIL WORK-EOF-YES.
000000     CLOSE POSITION-FILE.
000000     CLOSE POSITION-WORK-FILE.
000000 2400-EXIT.
000000     EXIT.
000000 2410-COPY-ONE-POSITION.
000000     MOVE WORK-POSITION-RECORD TO POSITION-LINE.
000000     WRITE POSITION-LINE.
000000     ADD 1 TO REPLACED-COUNT.
000000     PERFORM 2310-READ-POSITION-WORK.
000000*------------------------------------------------------------------------
000000*CARRYFWD
000000*The thirty-byte transaction becomes the thirty-six-byte one
000000*with a zero account appended - a carried transaction posts to
000000*the control totals only, as it would have before.
000000*------------------------------------------------------------------------
000000 3000-CONVERT-CARRY-FORWARD.
000000     MOVE 'CARRYFWD' TO CONVERT-FILE-NAME.
000000     PERFORM 0500-CHECK-ALREADY-CONVERTED THRU 0500-EXIT.
000000     IF ALREADY-CONVERTED-YES
000000         PERFORM 6200-REPORT-ALREADY-DONE THRU 6200-EXIT
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 6000-RESET-PROOF THRU 6000-EXIT.
000000     OPEN INPUT CARRY-FORWARD-FILE.
000000     IF CARRY-FORWARD-STATUS NOT = '00'
000000         PERFORM 6300-REPORT-NOT-PRESENT THRU 6300-EXIT
000000         GO TO 3000-EXIT
000000     END-IF.
000000     OPEN OUTPUT CARRY-WORK-FILE.
000000     PERFORM 3100-READ-OLD-CARRY.
000000     PERFORM 3200-CONVERT-ONE-CARRY THRU 3200-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE CARRY-WORK-FILE.
000000     CLOSE CARRY-FORWARD-FILE.
000000     PERFORM 3300-PROVE-CARRY-WORK THRU 3300-EXIT.
000000     PERFORM 6100-JUDGE-PROOF THRU 6100-EXIT.
000000     IF NOT PROOF-TIES-YES
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 3400-REPLACE-CARRY-FORWARD THRU 3400-EXIT.
000000     IF REPLACED-COUNT NOT = AFTER-COUNT
000000         PERFORM 6400-REPORT-SHORT-COPY THRU 6400-EXIT
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 0600-MARK-CONVERTED THRU 0600-EXIT.
000000 3000-EXIT.
000000     EXIT.
000000 3100-READ-OLD-CARRY.
000000     READ CARRY-FORWARD-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 3200-CONVERT-ONE-CARRY.
000000     MOVE CARRY-FORWARD-LINE TO OLD-CARRY-RECORD.
000000     ADD 1 TO BEFORE-COUNT.
000000     IF OLD-CARRY-SPILL NOT = SPACES
000000         OR OLD-CARRY-AMOUNT IS NOT NUMERIC
000000         ADD 1 TO LAYOUT-REJECT-COUNT
000000         MOVE SPACES TO CONVERSION-REPORT-LINE
000000         STRING '*** ' CONVERT-FILE-NAME
000000             ' RECORD ' BEFORE-COUNT
000000             ' IS NOT IN THE OLD LAYOUT'
000000             INTO CONVERSION-REPORT-LINE
000000         WRITE CONVERSION-REPORT-LINE
000000         PERFORM 3100-READ-OLD-CARRY
000000         GO TO 3200-EXIT
000000     END-IF.
000000     ADD OLD-CARRY-AMOUNT TO BEFORE-TOTAL.
000000     MOVE OLD-CARRY-BODY TO TRANSACTION-RECORD.
000000     MOVE ZERO TO TRAN-ACCT-NO.
000000     WRITE TRANSACTION-RECORD.
000000     PERFORM 3100-READ-OLD-CARRY.
000000 3200-EXIT.
000000     EXIT.
000000 3300-PROVE-CARRY-WORK.
000000     MOVE 'N' TO WORK-EOF.
000000     OPEN INPUT CARRY-WORK-FILE.
000000     IF CARRY-WORK-STATUS NOT = '00'
000000         GO TO 3300-EXIT
000000     END-IF.
000000     PERFORM 3310-READ-CARRY-WORK.
000000     PERFORM 3320-COUNT-CARRY-WORK UNTIL WORK-EOF-YES.
000000     CLOSE CARRY-WORK-FILE.
000000 3300-EXIT.
000000     EXIT.
000000 3310-READ-CARRY-WORK.
000000     READ CARRY-WORK-FILE
000000         AT END SET WORK-EOF-YES TO TRUE
000000     END-READ.
000000 3320-COUNT-CARRY-WORK.
000000     ADD 1 TO AFTER-COUNT.
000000     ADD TRAN-AMOUNT TO AFTER-TOTAL.
000000     PERFORM 3310-READ-CARRY-WORK.
000000 3400-REPLACE-CARRY-FORWARD.
000000     MOVE 'N' TO WORK-EOF.
000000     MOVE ZERO TO REPLACED-COUNT.
000000     OPEN INPUT CARRY-WORK-FILE.
000000     IF CARRY-WORK-STATUS NOT = '00'
000000         GO TO 3400-EXIT
000000     END-IF.
000000     OPEN OUTPUT CARRY-FORWARD-FILE.
000000     PERFORM 3310-READ-CARRY-WORK.
000000     PERFORM 3410-COPY-ONE-CARRY UNTIL WORK-EOF-YES.
000000     CLOSE CARRY-FORWARD-FILE.
000000     CLOSE CARRY-WORK-FILE.
000000 3400-EXIT.
000000     EXIT.
000000 3410-COPY-ONE-CARRY.
000000     MOVE TRANSACTION-RECORD TO CARRY-FORWARD-LINE.
000000     WRITE CARRY-FORWARD-LINE.
000000     ADD 1 TO REPLACED-COUNT.
000000     PERFORM 3310-READ-CARRY-WORK.
000000*------------------------------------------------------------------------
000000*PROOF AND REPORTING
000000*------------------------------------------------------------------------
000000 6000-RESET-PROOF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE 'N' TO PROOF-TIES.
000000     MOVE ZERO TO BEFORE-COUNT.
000000     MOVE ZERO TO BEFORE-TOTAL.
000000     MOVE ZERO TO AFTER-COUNT.
000000     MOVE ZERO TO AFTER-TOTAL.
000000     MOVE ZERO TO REPLACED-COUNT.
000000     MOVE ZERO TO LAYOUT-REJECT-COUNT.
000000 6000-EXIT.
000000     EXIT.
000000 6100-JUDGE-PROOF.
000000     MOVE BEFORE-TOTAL TO BEFORE-TOTAL-DISPLAY.
000000     MOVE AFTER-TOTAL TO AFTER-TOTAL-DISPLAY.
000000     MOVE SPACES TO CONVERSION-REPORT-LINE.
000000     STRING CONVERT-FILE-NAME
000000         ' BEFORE ' BEFORE-COUNT ' ' BEFORE-TOTAL-DISPLAY
000000         ' AFTER ' AFTER-COUNT ' ' AFTER-TOTAL-DISPLAY
000000         INTO CONVERSION-REPORT-LINE.
000000     WRITE CONVERSION-REPORT-LINE.
000000     IF LAYOUT-REJECT-COUNT = ZERO
000000         AND BEFORE-COUNT = AFTER-COUNT
000000         AND BEFORE-TOTAL = AFTER-TOTAL
000000         SET PROOF-TIES-YES TO TRUE
000000         MOVE SPACES TO CONVERSION-REPORT-LINE
000000         STRING CONVERT-FILE-NAME
000000             ' PROVED - REPLACED WITH THE NEW LAYOUT'
000000             INTO CONVERSION-REPORT-LINE
000000         WRITE CONVERSION-REPORT-LINE
000000         GO TO 6100-EXIT
000000     END-IF.
000000     ADD 1 TO FAILED-FILE-COUNT.
000000     MOVE SPACES TO CONVERSION-REPORT-LINE.
000000     STRING '*** ' CONVERT-FILE-NAME
000000         ' DOES NOT PROVE - LEFT UNCHANGED'
000000         INTO CONVERSION-REPORT-LINE.
000000     WRITE CONVERSION-REPORT-LINE.
000000 6100-EXIT.
000000     EXIT.
000000 6200-REPORT-ALREADY-DONE.
000000     MOVE SPACES TO CONVERSION-REPORT-LINE.
000000     STRING CONVERT-FILE-NAME
000000         ' ALREADY CONVERTED - NOT TOUCHED'
000000         INTO CONVERSION-REPORT-LINE.
000000     WRITE CONVERSION-REPORT-LINE.
000000 6200-EXIT.
000000     EXIT.
000000 6300-REPORT-NOT-PRESENT.
000000     MOVE SPACES TO CONVERSION-REPORT-LINE.
000000     STRING CONVERT-FILE-NAME
000000         ' NOT PRESENT - NOTHING TO CONVERT'
000000         INTO CONVERSION-REPORT-LINE.
000000     WRITE CONVERSION-REPORT-LINE.
000000 6300-EXIT.
000000     EXIT.
000000*The original has already been replaced by this point; the
000000*proved work file is still on disk to restore it from.
000000 6400-REPORT-SHORT-COPY.
000000     ADD 1 TO FAILED-FILE-COUNT.
000000     MOVE SPACES TO CONVERSION-REPORT-LINE.
000000     STRING '*** ' CONVERT-FILE-NAME
000000         ' COPY-BACK SHORT - ' REPLACED-COUNT
000000         ' OF ' AFTER-COUNT ' - RESTORE FROM WORK FILE'
000000         INTO CONVERSION-REPORT-LINE.
000000     WRITE CONVERSION-REPORT-LINE.
000000 6400-EXIT.
000000     EXIT.
000000 9800-SET-RETURN-CODE.
000000     IF FAILED-FILE-COUNT > ZERO
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
