000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. trsypost.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TREASURY-LOG-FILE ASSIGN TO "TRSYLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TREASURY-LOG-STATUS.
000000     SELECT TREASURY-HISTORY-FILE ASSIGN TO "TRSYHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TREASURY-HISTORY-STATUS.
000000     SELECT TRANS-FILE ASSIGN TO "TRANSFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TRANS-FILE-STATUS.
000000     SELECT TRANS-CHECK-FILE ASSIGN TO "TRANSFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TRANS-CHECK-STATUS.
000000     SELECT TREASURY-REJECT-FILE ASSIGN TO "TRSYREJ"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TREASURY-REJECT-STATUS.
000000     SELECT TREASURY-REPORT-FILE ASSIGN TO "TRSYRCV"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TREASURY-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TREASURY-LOG-FILE.
000000     COPY "trsylog.cpy".
000000 FD  TREASURY-HISTORY-FILE.
000000 01  TREASURY-HISTORY-RECORD PIC X(120).
000000 FD  TRANS-FILE.
000000     COPY "transrec.cpy".
000000 FD  TRANS-CHECK-FILE.
000000 01  TRANS-CHECK-LINE PIC X(80).
000000*Tonight's rejected instructions, handed back to the desk's
000000*workstation with the reason each was refused.
000000 FD  TREASURY-REJECT-FILE.
000000 01  TREASURY-REJECT-RECORD.
000000     05 TREJ-INSTR-ID      PIC 9(12).
000000     05 TREJ-KIND          PIC X(1).
000000     05 TREJ-FROM-COMPANY  PIC X(3).
000000     05 TREJ-FROM-ACCT     PIC 9(6).
000000     05 TREJ-AMOUNT        PIC S9(9)V99.
000000     05 TREJ-REASON-CODE   PIC X(2).
000000     05 TREJ-REASON-TEXT   PIC X(40).
000000     05 TREJ-RECEIVED-DATE PIC 9(8).
000000     05 TREJ-RUN-ID        PIC 9(5).
000000 FD  TREASURY-REPORT-FILE.
000000 01  TREASURY-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000     COPY "envrec.cpy".
000000    01 TREASURY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 TREASURY-HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 TRANS-FILE-STATUS PIC X(2) VALUE '00'.
000000    01 TRANS-CHECK-STATUS PIC X(2) VALUE '00'.
000000    01 TREASURY-REJECT-STATUS PIC X(2) VALUE '00'.
000000    01 TREASURY-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 TREASURY-LOG-EOF PIC X VALUE 'N'.
000000       88 TREASURY-LOG-EOF-YES VALUE 'Y'.
000000    01 CHECK-EOF PIC X VALUE 'N'.
000000       88 CHECK-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 TREASURY-FEED-NAME PIC X(8) VALUE 'TRSYINS '.
000000    01 ENVELOPE-OPEN PIC X VALUE 'N'.
000000       88 ENVELOPE-OPEN-YES VALUE 'Y'.
000000    01 ENV-DETAIL-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-AMOUNT-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 LEG-AMOUNT PIC 9(7)V99 VALUE ZERO.
000000    01 LEG-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
000000    01 RECEIVED-COUNT PIC 9(5) VALUE ZERO.
000000    01 ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
000000    01 REJECTED-COUNT PIC 9(5) VALUE ZERO.
000000    01 SWEEP-COUNT PIC 9(5) VALUE ZERO.
000000    01 ADJUSTMENT-COUNT PIC 9(5) VALUE ZERO.
000000    01 EXPECTED-POSTINGS PIC 9(7) VALUE ZERO.
000000    01 EXPECTED-AMOUNT PIC 9(11)V99 VALUE ZERO.
000000    01 POSTING-COUNT PIC 9(7) VALUE ZERO.
000000    01 POSTED-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 POSTED-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 POSTED-AMOUNT PIC 9(11)V99 VALUE ZERO.
000000    01 REJECTED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000*The delivery as re-read from TRANSFL.
000000    01 TALLYING-DELIVERY PIC X VALUE 'N'.
000000       88 TALLYING-DELIVERY-YES VALUE 'Y'.
000000    01 VERIFY-COUNT PIC 9(7) VALUE ZERO.
000000    01 VERIFY-HASH PIC 9(12) VALUE ZERO.
000000    01 FOUND-COUNT PIC 9(7) VALUE ZERO.
000000    01 FOUND-HASH PIC 9(12) VALUE ZERO.
000000    01 DELIVERY-CONFIRMED PIC X VALUE 'N'.
000000       88 DELIVERY-CONFIRMED-YES VALUE 'Y'.
000000    01 POSTINGS-TIE PIC X VALUE 'N'.
000000       88 POSTINGS-TIE-YES VALUE 'Y'.
000000    01 AMOUNT-DISPLAY PIC -,---,---,--9.99 VALUE ZERO.
000000    01 TOTAL-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*TREASURY INSTRUCTION POSTING
000000*The return path of the treasury hand-off.  The desk's funding
000000*sweeps and interest/fee adjustments come back through the
000000*TRSYSVC bridge service during the day, each one validated and
000000*logged on TRSYLOG as accepted or rejected.  Ahead of the
000000*posting engine this step turns every accepted instruction into
000000*typed TRANSFL records, appended to tonight's feed as one
000000*enveloped delivery (HDR TRSYINS, the postings, TRL with count
000000*and amount hash) that fnpost proves like any other:
000000*  sweep        a 'DR' on the paying company's settlement
000000*               account and a 'CR' on the receiving company's,
000000*               each named against the other company, so the
000000*               intercompany settlement pays them off in time
000000*  interest     a 'DR' charging the account, or a 'CR' giving
000000*               interest back
000000*  fee          an 'FE' charging the account, or a 'CR' giving
000000*               a fee back
000000*Each posting is effective on the instruction's value date, or
000000*tonight when it carries none; a future date is carried forward
000000*by the posting engine until it comes due.  The rejected
000000*instructions go back to the desk on TRSYREJ with their
000000*reasons.  The TRSYRCV control report lists every instruction
000000*and proves instructions received = accepted + rejected, the
000000*postings the accepted ones call for = the postings written,
000000*and - re-reading TRANSFL - that the delivery landed whole.
000000*Every log line then moves to TRSYHIST under tonight's run id
000000*and TRSYLOG is emptied, so nothing posts twice.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN INPUT TREASURY-LOG-FILE.
000000     IF TREASURY-LOG-STATUS NOT = '00'
000000         DISPLAY 'TRSYPOST: NO TREASURY INSTRUCTIONS RECEIVED'
000000         MOVE 0 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN EXTEND TRANS-FILE.
000000     IF TRANS-FILE-STATUS = '05' OR TRANS-FILE-STATUS = '35'
000000         OPEN OUTPUT TRANS-FILE
000000     END-IF.
000000     IF TRANS-FILE-STATUS NOT = '00'
000000         AND TRANS-FILE-STATUS NOT = '05'
000000         DISPLAY '*** TRSYPOST: TRANSFL CANNOT BE EXTENDED - '
000000             'STATUS ' TRANS-FILE-STATUS
000000             ' - INSTRUCTIONS LEFT ON TRSYLOG'
000000         CLOSE TREASURY-LOG-FILE
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN EXTEND TREASURY-HISTORY-FILE.
000000     IF TREASURY-HISTORY-STATUS = '05'
000000         OR TREASURY-HISTORY-STATUS = '35'
000000         OPEN OUTPUT TREASURY-HISTORY-FILE
000000     END-IF.
000000     OPEN OUTPUT TREASURY-REJECT-FILE.
000000     OPEN OUTPUT TREASURY-REPORT-FILE.
000000     PERFORM 2900-WRITE-REPORT-HEADER.
000000     PERFORM 2000-TAKE-INSTRUCTIONS THRU 2000-EXIT.
000000     IF ENVELOPE-OPEN-YES
000000         MOVE 'TRL' TO ENVT-RECORD-TYPE
000000         MOVE ENV-DETAIL-COUNT TO ENVT-REC-COUNT
000000         MOVE ENV-AMOUNT-HASH TO ENVT-AMOUNT-HASH
000000         WRITE TRANSACTION-RECORD FROM ENVELOPE-TRAILER-RECORD
000000     END-IF.
000000     CLOSE TRANS-FILE.
000000     CLOSE TREASURY-LOG-FILE.
000000     CLOSE TREASURY-HISTORY-FILE.
000000     CLOSE TREASURY-REJECT-FILE.
000000     OPEN OUTPUT TREASURY-LOG-FILE.
000000     CLOSE TREASURY-LOG-FILE.
000000     PERFORM 4000-CONFIRM-DELIVERY THRU 4000-EXIT.
000000     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
000000     CLOSE TREASURY-REPORT-FILE.
000000     DISPLAY 'TRSYPOST: ' RECEIVED-COUNT ' INSTRUCTION(S) - '
000000         ACCEPTED-COUNT ' POSTED AS ' POSTING-COUNT
000000         ' POSTING(S), ' REJECTED-COUNT ' REJECTED'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
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
000000*INSTRUCTION PASS
000000*------------------------------------------------------------------------
000000 2000-TAKE-INSTRUCTIONS.
000000     PERFORM 2100-READ-LOG.
000000     PERFORM 2200-TAKE-ONE-INSTRUCTION THRU 2200-EXIT
000000         UNTIL TREASURY-LOG-EOF-YES.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-LOG.
000000     READ TREASURY-LOG-FILE
000000         AT END SET TREASURY-LOG-EOF-YES TO TRUE
000000     END-READ.
000000 2200-TAKE-ONE-INSTRUCTION.
000000     ADD 1 TO RECEIVED-COUNT.
000000     IF TLOG-ACCEPTED
000000         PERFORM 3000-POST-INSTRUCTION THRU 3000-EXIT
000000     ELSE
000000         PERFORM 3800-RETURN-REJECT THRU 3800-EXIT
000000     END-IF.
000000     MOVE CURRENT-RUN-ID TO TLOG-RUN-ID.
000000     WRITE TREASURY-HISTORY-RECORD FROM TREASURY-LOG-RECORD.
000000     PERFORM 2100-READ-LOG.
000000 2200-EXIT.
000000     EXIT.
000000 2900-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'TREASURY INSTRUCTION CONTROL' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE TREASURY-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 2950-WRITE-REPORT-LINE.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2900-WRITE-REPORT-HEADER
000000     END-IF.
000000     WRITE TREASURY-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000*------------------------------------------------------------------------
000000*POSTINGS FOR ONE ACCEPTED INSTRUCTION
000000*------------------------------------------------------------------------
000000 3000-POST-INSTRUCTION.
000000     ADD 1 TO ACCEPTED-COUNT.
000000     IF TLOG-AMOUNT < ZERO
000000         COMPUTE LEG-AMOUNT = TLOG-AMOUNT * -1
000000     ELSE
000000         MOVE TLOG-AMOUNT TO LEG-AMOUNT
000000     END-IF.
000000     IF TLOG-VALUE-DATE = ZERO
000000         MOVE CURRENT-RUN-DATE TO LEG-EFFECTIVE-DATE
000000     ELSE
000000         MOVE TLOG-VALUE-DATE TO LEG-EFFECTIVE-DATE
000000     END-IF.
000000     IF NOT ENVELOPE-OPEN-YES
000000         MOVE 'HDR' TO ENVH-RECORD-TYPE
000000         MOVE TREASURY-FEED-NAME TO ENVH-FEED-NAME
000000         MOVE CURRENT-RUN-DATE TO ENVH-BUSINESS-DATE
000000         WRITE TRANSACTION-RECORD FROM ENVELOPE-HEADER-RECORD
000000         SET ENVELOPE-OPEN-YES TO TRUE
000000     END-IF.
000000     MOVE SPACES TO TRANSACTION-RECORD.
000000     MOVE LEG-AMOUNT TO TRAN-AMOUNT.
000000     MOVE LEG-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE.
000000     MOVE TLOG-FROM-COMPANY TO TRAN-COMPANY-CODE.
000000     MOVE ZERO TO TRAN-REV-RUN-ID.
000000     MOVE TLOG-FROM-ACCT TO TRAN-ACCT-NO.
000000     EVALUATE TRUE
000000         WHEN TLOG-SWEEP
000000             ADD 1 TO SWEEP-COUNT
000000             ADD 2 TO EXPECTED-POSTINGS
000000             ADD LEG-AMOUNT TO EXPECTED-AMOUNT
000000             ADD LEG-AMOUNT TO EXPECTED-AMOUNT
000000             MOVE 'DR' TO TRAN-TYPE-CODE
000000             MOVE TLOG-TO-COMPANY TO TRAN-COUNTERPARTY-CODE
000000             PERFORM 3500-WRITE-POSTING
000000             MOVE SPACES TO TRANSACTION-RECORD
000000             MOVE LEG-AMOUNT TO TRAN-AMOUNT
000000             MOVE LEG-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE
000000             MOVE ZERO TO TRAN-REV-RUN-ID
000000             MOVE 'CR' TO TRAN-TYPE-CODE
000000             MOVE TLOG-TO-COMPANY TO TRAN-COMPANY-CODE
000000             MOVE TLOG-FROM-COMPANY TO TRAN-COUNTERPARTY-CODE
000000             MOVE TLOG-TO-ACCT TO TRAN-ACCT-NO
000000             PERFORM 3500-WRITE-POSTING
000000         WHEN TLOG-INTEREST-ADJ
000000             ADD 1 TO ADJUSTMENT-COUNT
000000             ADD 1 TO EXPECTED-POSTINGS
000000             ADD LEG-AMOUNT TO EXPECTED-AMOUNT
000000             IF TLOG-AMOUNT < ZERO
000000                 MOVE 'CR' TO TRAN-TYPE-CODE
000000             ELSE
000000                 MOVE 'DR' TO TRAN-TYPE-CODE
000000             END-IF
000000             PERFORM 3500-WRITE-POSTING
000000         WHEN OTHER
000000             ADD 1 TO ADJUSTMENT-COUNT
000000             ADD 1 TO EXPECTED-POSTINGS
000000             ADD LEG-AMOUNT TO EXPECTED-AMOUNT
000000             IF TLOG-AMOUNT < ZERO
000000                 MOVE 'CR' TO TRAN-TYPE-CODE
000000             ELSE
000000                 MOVE 'FE' TO TRAN-TYPE-CODE
000000             END-IF
000000             PERFORM 3500-WRITE-POSTING
000000     END-EVALUATE.
000000     MOVE TLOG-AMOUNT TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     IF TLOG-SWEEP
000000         STRING 'POSTED   ' TLOG-INSTR-ID
000000             ' SWEEP ' TLOG-FROM-COMPANY '/' TLOG-FROM-ACCT
000000             ' TO ' TLOG-TO-COMPANY '/' TLOG-TO-ACCT
000000             ' ' AMOUNT-DISPLAY
000000             DELIMITED BY SIZE INTO TREASURY-REPORT-LINE
000000     ELSE
000000         STRING 'POSTED   ' TLOG-INSTR-ID
000000             ' ADJ ' TLOG-KIND ' ' TLOG-FROM-COMPANY
000000             '/' TLOG-FROM-ACCT
000000             '           ' AMOUNT-DISPLAY
000000             DELIMITED BY SIZE INTO TREASURY-REPORT-LINE
000000     END-IF.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000 3000-EXIT.
000000     EXIT.
000000*Every posting joins the TRSYINS delivery and its envelope
000000*totals, hashed the way fnpost hashes a TRANSFL detail.
000000 3500-WRITE-POSTING.
000000     WRITE TRANSACTION-RECORD.
000000     ADD 1 TO ENV-DETAIL-COUNT.
000000     IF TRANSACTION-RECORD(1:9) IS NUMERIC
000000         MOVE TRANSACTION-RECORD(1:9) TO ENV-AMOUNT-WORK
000000         ADD ENV-AMOUNT-WORK TO ENV-AMOUNT-HASH
000000     END-IF.
000000     ADD 1 TO POSTING-COUNT.
000000     IF TRAN-TYPE-CODE = 'CR'
000000         ADD TRAN-AMOUNT TO POSTED-CREDIT-TOTAL
000000     ELSE
000000         ADD TRAN-AMOUNT TO POSTED-DEBIT-TOTAL
000000     END-IF.
000000*------------------------------------------------------------------------
000000*REJECTS BACK TO THE DESK
000000*------------------------------------------------------------------------
000000 3800-RETURN-REJECT.
000000     ADD 1 TO REJECTED-COUNT.
000000     IF TLOG-AMOUNT < ZERO
000000         SUBTRACT TLOG-AMOUNT FROM REJECTED-TOTAL
000000     ELSE
000000         ADD TLOG-AMOUNT TO REJECTED-TOTAL
000000     END-IF.
000000     MOVE TLOG-INSTR-ID TO TREJ-INSTR-ID.
000000     MOVE TLOG-KIND TO TREJ-KIND.
000000     MOVE TLOG-FROM-COMPANY TO TREJ-FROM-COMPANY.
000000     MOVE TLOG-FROM-ACCT TO TREJ-FROM-ACCT.
000000     MOVE TLOG-AMOUNT TO TREJ-AMOUNT.
000000     MOVE TLOG-REASON-CODE TO TREJ-REASON-CODE.
000000     MOVE TLOG-REASON-TEXT TO TREJ-REASON-TEXT.
000000     MOVE TLOG-DATE TO TREJ-RECEIVED-DATE.
000000     MOVE CURRENT-RUN-ID TO TREJ-RUN-ID.
000000     WRITE TREASURY-REJECT-RECORD.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING 'REJECTED ' TLOG-INSTR-ID ' ' TLOG-KIND
000000         ' ' TLOG-REASON-CODE ' ' TLOG-REASON-TEXT
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000 3800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DELIVERY CONFIRMATION
000000*TRANSFL is re-read and tonight's TRSYINS delivery - the last
000000*one on the file under tonight's business date - recounted and
000000*rehashed from what actually landed on disk, the same round
000000*trip trsyxfer makes of its own hand-off.
000000*------------------------------------------------------------------------
000000 4000-CONFIRM-DELIVERY.
000000     IF POSTING-COUNT = ZERO
000000         GO TO 4000-EXIT
000000     END-IF.
000000     OPEN INPUT TRANS-CHECK-FILE.
000000     IF TRANS-CHECK-STATUS NOT = '00'
000000         GO TO 4000-EXIT
000000     END-IF.
000000     PERFORM 4100-READ-CHECK.
000000     PERFORM 4200-CHECK-ONE-LINE UNTIL CHECK-EOF-YES.
000000     CLOSE TRANS-CHECK-FILE.
000000     IF FOUND-COUNT = ENV-DETAIL-COUNT
000000         AND FOUND-HASH = ENV-AMOUNT-HASH
000000         SET DELIVERY-CONFIRMED-YES TO TRUE
000000     END-IF.
000000 4000-EXIT.
000000     EXIT.
000000 4100-READ-CHECK.
000000     READ TRANS-CHECK-FILE
000000         AT END SET CHECK-EOF-YES TO TRUE
000000     END-READ.
000000 4200-CHECK-ONE-LINE.
000000     EVALUATE TRUE
000000         WHEN TRANS-CHECK-LINE(1:3) = 'HDR'
000000             MOVE TRANS-CHECK-LINE(1:19)
000000                 TO ENVELOPE-HEADER-RECORD
000000             MOVE 'N' TO TALLYING-DELIVERY
000000             IF ENVH-FEED-NAME = TREASURY-FEED-NAME
000000                 AND ENVH-BUSINESS-DATE = CURRENT-RUN-DATE
000000                 SET TALLYING-DELIVERY-YES TO TRUE
000000                 MOVE ZERO TO VERIFY-COUNT
000000                 MOVE ZERO TO VERIFY-HASH
000000             END-IF
000000         WHEN TRANS-CHECK-LINE(1:3) = 'TRL'
000000             IF TALLYING-DELIVERY-YES
000000                 MOVE VERIFY-COUNT TO FOUND-COUNT
000000                 MOVE VERIFY-HASH TO FOUND-HASH
000000             END-IF
000000             MOVE 'N' TO TALLYING-DELIVERY
000000         WHEN TALLYING-DELIVERY-YES
000000             ADD 1 TO VERIFY-COUNT
000000             IF TRANS-CHECK-LINE(1:9) IS NUMERIC
000000                 MOVE TRANS-CHECK-LINE(1:9) TO ENV-AMOUNT-WORK
000000                 ADD ENV-AMOUNT-WORK TO VERIFY-HASH
000000             END-IF
000000     END-EVALUATE.
000000     PERFORM 4100-READ-CHECK.
000000*------------------------------------------------------------------------
000000*CONTROL TOTALS
000000*------------------------------------------------------------------------
000000 5000-WRITE-CONTROL-TOTALS.
000000     COMPUTE POSTED-AMOUNT =
000000         POSTED-DEBIT-TOTAL + POSTED-CREDIT-TOTAL.
000000     IF POSTING-COUNT = EXPECTED-POSTINGS
000000         AND POSTED-AMOUNT = EXPECTED-AMOUNT
000000         AND RECEIVED-COUNT = ACCEPTED-COUNT + REJECTED-COUNT
000000         SET POSTINGS-TIE-YES TO TRUE
000000     END-IF.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING 'INSTRUCTIONS RECEIVED: ' RECEIVED-COUNT
000000         '  ACCEPTED: ' ACCEPTED-COUNT
000000         '  REJECTED: ' REJECTED-COUNT
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING 'ACCEPTED: SWEEPS ' SWEEP-COUNT
000000         '  ADJUSTMENTS ' ADJUSTMENT-COUNT
000000         '  POSTINGS CALLED FOR ' EXPECTED-POSTINGS
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE EXPECTED-AMOUNT TO TOTAL-DISPLAY.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING 'AMOUNT CALLED FOR (ALL LEGS):  ' TOTAL-DISPLAY
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING 'POSTINGS WRITTEN TO TRANSFL: ' POSTING-COUNT
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE POSTED-DEBIT-TOTAL TO TOTAL-DISPLAY.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING '  DEBIT AND FEE POSTINGS:      ' TOTAL-DISPLAY
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE POSTED-CREDIT-TOTAL TO TOTAL-DISPLAY.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING '  CREDIT POSTINGS:             ' TOTAL-DISPLAY
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE REJECTED-TOTAL TO TOTAL-DISPLAY.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     STRING 'REJECTED BACK TO TREASURY:     ' TOTAL-DISPLAY
000000         DELIMITED BY SIZE INTO TREASURY-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     IF POSTINGS-TIE-YES
000000         MOVE 'INSTRUCTIONS TIE TO POSTINGS'
000000             TO TREASURY-REPORT-LINE
000000     ELSE
000000         MOVE '*** INSTRUCTIONS DO NOT TIE TO POSTINGS'
000000             TO TREASURY-REPORT-LINE
000000     END-IF.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     IF POSTING-COUNT = ZERO
000000         GO TO 5000-EXIT
000000     END-IF.
000000     MOVE SPACES TO TREASURY-REPORT-LINE.
000000     IF DELIVERY-CONFIRMED-YES
000000         STRING 'DELIVERY CONFIRMED: ' FOUND-COUNT
000000             ' POSTING(S) RE-READ FROM TRANSFL AND HASH TIES'
000000             DELIMITED BY SIZE INTO TREASURY-REPORT-LINE
000000     ELSE
000000         STRING '*** DELIVERY NOT CONFIRMED: WROTE '
000000             ENV-DETAIL-COUNT ' RE-READ ' FOUND-COUNT
000000             DELIMITED BY SIZE INTO TREASURY-REPORT-LINE
000000     END-IF.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000 5000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 everything received posted; 4 instructions were rejected and
000000*handed back; 8 fatal - the postings do not tie to the accepted
000000*instructions, or the delivery did not land whole, so the
000000*posting engine must not take tonight's TRANSFL as it stands.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF NOT POSTINGS-TIE-YES
000000         OR (POSTING-COUNT > ZERO AND NOT DELIVERY-CONFIRMED-YES)
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         IF REJECTED-COUNT > ZERO
000000             MOVE 4 TO RETURN-CODE
000000         ELSE
000000             MOVE 0 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
