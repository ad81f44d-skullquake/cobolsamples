000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. posload.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT POSITION-EXTRACT-FILE ASSIGN TO "NETPOSSQ"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS POSITION-EXTRACT-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT LOAD-REPORT-FILE ASSIGN TO "POSLDRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS LOAD-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  POSITION-EXTRACT-FILE.
000000 01  POSITION-EXTRACT-LINE PIC X(18).
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  LOAD-REPORT-FILE.
000000 01  LOAD-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 POSITION-EXTRACT-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 LOAD-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 LOADED-EOF PIC X VALUE 'N'.
000000       88 LOADED-EOF-YES VALUE 'Y'.
000000    01 PROOF-TIES PIC X VALUE 'N'.
000000       88 PROOF-TIES-YES VALUE 'Y'.
000000*The flat layout NETPOSSQ carries - account, amount, company -
000000*eighteen bytes.  A line that is not in it is refused rather
000000*than guessed at.
000000    01 FLAT-POSITION-RECORD.
000000       05 FLAT-ACCT-NO      PIC 9(6).
000000       05 FLAT-AMOUNT       PIC S9(7)V99.
000000       05 FLAT-COMPANY-CODE PIC X(3).
000000*Before/after proof.
000000    01 BEFORE-COUNT PIC 9(7) VALUE ZERO.
000000    01 BEFORE-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 AFTER-COUNT PIC 9(7) VALUE ZERO.
000000    01 AFTER-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 LAYOUT-REJECT-COUNT PIC 9(7) VALUE ZERO.
000000    01 DUPLICATE-COUNT PIC 9(7) VALUE ZERO.
000000    01 BEFORE-TOTAL-DISPLAY PIC -(10)9.99 VALUE ZERO.
000000    01 AFTER-TOTAL-DISPLAY PIC -(10)9.99 VALUE ZERO.
000000*------------------------------------------------------------------------
000000*NETPOS INDEXED LOAD
000000*Builds the indexed NETPOS from the flat NETPOSSQ - once at the
000000*cutover from the line-sequential NETPOS (the old file is
000000*renamed NETPOSSQ; its layout is the extract's), and again
000000*whenever NETPOS has to be recovered from the last extract.
000000*Every line is written by key; a second line for an account
000000*and company already loaded is reported and not loaded.  The
000000*loaded file is then re-read from disk and its record count
000000*and amount total proved against NETPOSSQ's.  Anything refused
000000*or a proof that does not tie ends the step RC 8 and NETPOS
000000*must not be used until the load is rerun clean; NETPOSSQ is
000000*never changed, so the rerun starts from the same input.  The
000000*proof is printed on POSLDRPT.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN OUTPUT LOAD-REPORT-FILE.
000000     MOVE SPACES TO LOAD-REPORT-LINE.
000000     STRING 'NETPOS INDEXED LOAD - RUN DATE '
000000         CURRENT-RUN-DATE
000000         INTO LOAD-REPORT-LINE.
000000     WRITE LOAD-REPORT-LINE.
000000     PERFORM 2000-LOAD-POSITIONS THRU 2000-EXIT.
000000     CLOSE LOAD-REPORT-FILE.
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
000000*LOAD AND PROVE
000000*------------------------------------------------------------------------
000000 2000-LOAD-POSITIONS.
000000     OPEN INPUT POSITION-EXTRACT-FILE.
000000     IF POSITION-EXTRACT-STATUS NOT = '00'
000000         MOVE 'NETPOSSQ NOT PRESENT - NOTHING LOADED'
000000             TO LOAD-REPORT-LINE
000000         WRITE LOAD-REPORT-LINE
000000         DISPLAY 'POSLOAD: NETPOSSQ NOT PRESENT - NOTHING LOADED'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     OPEN OUTPUT NET-POSITION-FILE.
000000     PERFORM 2100-READ-FLAT-POSITION.
000000     PERFORM 2200-LOAD-ONE-POSITION THRU 2200-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE NET-POSITION-FILE.
000000     CLOSE POSITION-EXTRACT-FILE.
000000     PERFORM 2300-PROVE-NET-POSITIONS THRU 2300-EXIT.
000000     PERFORM 6100-JUDGE-PROOF THRU 6100-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-FLAT-POSITION.
000000     READ POSITION-EXTRACT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-LOAD-ONE-POSITION.
000000     MOVE POSITION-EXTRACT-LINE TO FLAT-POSITION-RECORD.
000000     ADD 1 TO BEFORE-COUNT.
000000     IF FLAT-ACCT-NO IS NOT NUMERIC
000000         OR FLAT-AMOUNT IS NOT NUMERIC
000000         ADD 1 TO LAYOUT-REJECT-COUNT
000000         MOVE SPACES TO LOAD-REPORT-LINE
000000         STRING '*** RECORD ' BEFORE-COUNT
000000             ' IS NOT IN THE FLAT LAYOUT: '
000000             POSITION-EXTRACT-LINE
000000             INTO LOAD-REPORT-LINE
000000         WRITE LOAD-REPORT-LINE
000000         PERFORM 2100-READ-FLAT-POSITION
000000         GO TO 2200-EXIT
000000     END-IF.
000000     ADD FLAT-AMOUNT TO BEFORE-TOTAL.
000000     MOVE FLAT-ACCT-NO TO NET-ACCT-NO.
000000     MOVE FLAT-COMPANY-CODE TO NET-COMPANY-CODE.
000000     MOVE FLAT-AMOUNT TO NET-AMOUNT.
000000     WRITE NET-POSITION-RECORD
000000         INVALID KEY
000000             ADD 1 TO DUPLICATE-COUNT
000000             MOVE SPACES TO LOAD-REPORT-LINE
000000             STRING '*** DUPLICATE ACCT ' FLAT-ACCT-NO
000000                 ' CO ' FLAT-COMPANY-CODE
000000                 ' AT RECORD ' BEFORE-COUNT ' - NOT LOADED'
000000                 INTO LOAD-REPORT-LINE
000000             WRITE LOAD-REPORT-LINE
000000     END-WRITE.
000000     PERFORM 2100-READ-FLAT-POSITION.
000000 2200-EXIT.
000000     EXIT.
000000*The load is proved from what actually landed on NETPOS, not
000000*from what was written.
000000 2300-PROVE-NET-POSITIONS.
000000     OPEN INPUT NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         GO TO 2300-EXIT
000000     END-IF.
000000     PERFORM 2310-READ-NET-POSITION.
000000     PERFORM 2320-COUNT-NET-POSITION UNTIL LOADED-EOF-YES.
000000     CLOSE NET-POSITION-FILE.
000000 2300-EXIT.
000000     EXIT.
000000 2310-READ-NET-POSITION.
000000     READ NET-POSITION-FILE NEXT RECORD
000000         AT END SET LOADED-EOF-YES TO TRUE
000000     END-READ.
000000 2320-COUNT-NET-POSITION.
000000     ADD 1 TO AFTER-COUNT.
000000     ADD NET-AMOUNT TO AFTER-TOTAL.
000000     PERFORM 2310-READ-NET-POSITION.
000000*------------------------------------------------------------------------
000000*PROOF AND REPORTING
000000*------------------------------------------------------------------------
000000 6100-JUDGE-PROOF.
000000     MOVE BEFORE-TOTAL TO BEFORE-TOTAL-DISPLAY.
000000     MOVE AFTER-TOTAL TO AFTER-TOTAL-DISPLAY.
000000     MOVE SPACES TO LOAD-REPORT-LINE.
000000     STRING 'NETPOSSQ ' BEFORE-COUNT ' ' BEFORE-TOTAL-DISPLAY
000000         ' NETPOS ' AFTER-COUNT ' ' AFTER-TOTAL-DISPLAY
000000         INTO LOAD-REPORT-LINE.
000000     WRITE LOAD-REPORT-LINE.
000000     IF LAYOUT-REJECT-COUNT = ZERO
000000         AND DUPLICATE-COUNT = ZERO
000000         AND BEFORE-COUNT = AFTER-COUNT
000000         AND BEFORE-TOTAL = AFTER-TOTAL
000000         SET PROOF-TIES-YES TO TRUE
000000         MOVE 'NETPOS PROVED - LOAD COMPLETE' TO LOAD-REPORT-LINE
000000         WRITE LOAD-REPORT-LINE
000000         DISPLAY 'POSLOAD: ' AFTER-COUNT
000000             ' POSITION(S) LOADED AND PROVED'
000000         GO TO 6100-EXIT
000000     END-IF.
000000     MOVE '*** NETPOS DOES NOT PROVE - DO NOT RUN THE STREAM'
000000         TO LOAD-REPORT-LINE.
000000     WRITE LOAD-REPORT-LINE.
000000     DISPLAY 'POSLOAD: *** NETPOS DOES NOT PROVE - '
000000         LAYOUT-REJECT-COUNT ' REFUSED, '
000000         DUPLICATE-COUNT ' DUPLICATE(S)'.
000000 6100-EXIT.
000000     EXIT.
000000 9800-SET-RETURN-CODE.
000000     IF PROOF-TIES-YES
000000         MOVE 0 TO RETURN-CODE
000000     ELSE
000000         MOVE 8 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
