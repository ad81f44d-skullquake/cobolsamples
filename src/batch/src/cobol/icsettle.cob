000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. icsettle.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TXLOG-ARCHIVE-FILE ASSIGN TO "TXLARCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-ARCHIVE-STATUS.
000000     SELECT COMPANY-BANK-FILE ASSIGN TO "ICBANK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COMPANY-BANK-STATUS.
000000     SELECT SETTLE-CONTROL-FILE ASSIGN TO "ICSCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SETTLE-CONTROL-STATUS.
000000     SELECT IC-SETTLEMENT-FILE ASSIGN TO "ICSETL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS IC-SETTLEMENT-STATUS.
000000     SELECT ACCRUAL-TRANS-FILE ASSIGN TO "ACCRTX"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCRUAL-TRANS-STATUS.
000000     SELECT IC-REPORT-FILE ASSIGN TO "ICSRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS IC-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TXLOG-ARCHIVE-FILE.
000000 01  TXLOG-ARCHIVE-RECORD PIC X(65).
000000*The bank account each company settles through.
000000 FD  COMPANY-BANK-FILE.
000000 01  COMPANY-BANK-RECORD.
000000     05 ICB-COMPANY PIC X(3).
000000     05 ICB-ACCT-NO PIC 9(6).
000000 FD  SETTLE-CONTROL-FILE.
000000 01  SETTLE-CONTROL-RECORD.
000000     05 ICSC-RUN-ID   PIC 9(5).
000000     05 ICSC-RUN-DATE PIC 9(8).
000000 FD  IC-SETTLEMENT-FILE.
000000 01  IC-SETTLEMENT-LINE PIC X(40).
000000 01  IC-SETTLEMENT-HEADER REDEFINES IC-SETTLEMENT-LINE.
000000     05 SETH-RECORD-TYPE   PIC X(1).
000000     05 SETH-BUSINESS-DATE PIC 9(8).
000000     05 SETH-ORIGINATOR    PIC X(16).
000000     05 FILLER             PIC X(15).
000000 01  IC-SETTLEMENT-DETAIL REDEFINES IC-SETTLEMENT-LINE.
000000     05 SETD-RECORD-TYPE PIC X(1).
000000     05 SETD-ACCT-NO     PIC 9(6).
000000     05 SETD-DIRECTION   PIC X(1).
000000     05 SETD-AMOUNT      PIC 9(9)V99.
000000     05 SETD-SEQUENCE    PIC 9(5).
000000     05 SETD-VALUE-DATE  PIC 9(8).
000000     05 SETD-ROLL-FLAG   PIC X(1).
000000     05 FILLER           PIC X(7).
000000 01  IC-SETTLEMENT-TRAILER REDEFINES IC-SETTLEMENT-LINE.
000000     05 SETT-RECORD-TYPE  PIC X(1).
000000     05 SETT-INSTR-COUNT  PIC 9(7).
000000     05 SETT-ABS-TOTAL    PIC 9(11)V99.
000000     05 FILLER            PIC X(19).
000000 FD  ACCRUAL-TRANS-FILE.
000000     COPY "transrec.cpy".
000000 FD  IC-REPORT-FILE.
000000 01  IC-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "txlogrec.cpy".
000000     COPY "rpthdr.cpy".
000000     COPY "datesvc.cpy".
000000    01 TXLOG-ARCHIVE-STATUS PIC X(2) VALUE '00'.
000000    01 COMPANY-BANK-STATUS PIC X(2) VALUE '00'.
000000    01 SETTLE-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 IC-SETTLEMENT-STATUS PIC X(2) VALUE '00'.
000000    01 ACCRUAL-TRANS-STATUS PIC X(2) VALUE '00'.
000000    01 IC-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 LAST-SETTLED-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 ORIGINATOR-NAME PIC X(16) VALUE 'INTERCOMPANY'.
000000    01 COMPANY-BANK-TABLE.
000000       05 COMPANY-BANK-COUNT PIC 9(2) VALUE ZERO.
000000       05 COMPANY-BANK-ENTRY OCCURS 20 TIMES.
000000          10 TBL-CB-COMPANY PIC X(3).
000000          10 TBL-CB-ACCT-NO PIC 9(6).
000000    01 CB-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CB-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Outstanding intercompany balance of each company against each
000000*counterparty, from every intercompany leg ever logged: debit
000000*legs raise it, credit legs lower it.
000000    01 PAIR-TABLE.
000000       05 PAIR-COUNT PIC 9(3) VALUE ZERO.
000000       05 PAIR-ENTRY OCCURS 100 TIMES.
000000          10 TBL-PR-COMPANY PIC X(3).
000000          10 TBL-PR-COUNTER PIC X(3).
000000          10 TBL-PR-NET     PIC S9(11)V99.
000000          10 TBL-PR-DONE    PIC X(1).
000000    01 PR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PR-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MIRROR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PAIR-OVERFLOW PIC X VALUE 'N'.
000000       88 PAIR-OVERFLOW-YES VALUE 'Y'.
000000    01 LEG-AMOUNT PIC 9(11)V99 VALUE ZERO.
000000    01 OWN-NET PIC S9(11)V99 VALUE ZERO.
000000    01 MIRROR-NET PIC S9(11)V99 VALUE ZERO.
000000    01 PAIR-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
000000    01 SETTLE-AMOUNT PIC 9(11)V99 VALUE ZERO.
000000    01 PAYER-COMPANY PIC X(3) VALUE SPACES.
000000    01 PAYEE-COMPANY PIC X(3) VALUE SPACES.
000000    01 PAYER-ACCT PIC 9(6) VALUE ZERO.
000000    01 PAYEE-ACCT PIC 9(6) VALUE ZERO.
000000    01 LOOKUP-COMPANY PIC X(3) VALUE SPACES.
000000    01 CANDIDATE-DATE PIC 9(8) VALUE ZERO.
000000    01 VALUE-DATE PIC 9(8) VALUE ZERO.
000000    01 ROLL-FLAG PIC X(1) VALUE SPACE.
000000    01 ROLL-STEP-COUNT PIC 9(2) VALUE ZERO.
000000    01 INSTRUCTION-SEQUENCE PIC 9(5) VALUE ZERO.
000000    01 INSTRUCTION-COUNT PIC 9(7) VALUE ZERO.
000000    01 INSTRUCTION-ABS-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 SETTLED-PAIR-COUNT PIC 9(5) VALUE ZERO.
000000    01 SETTLED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 UNSETTLED-PAIR-COUNT PIC 9(5) VALUE ZERO.
000000    01 NET-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 MIRROR-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 AMOUNT-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*INTERCOMPANY CASH SETTLEMENT
000000*consbal eliminates the intercompany legs for the group numbers,
000000*but nothing ever paid them, so each company's intercompany
000000*balances kept growing.  This periodic run totals every
000000*intercompany leg on the TXLARCH transaction-log archive into
000000*each company's outstanding balance against each counterparty,
000000*nets each pair of companies to one amount, and settles it: the
000000*company owing pays the company owed.  The ICSETL file carries
000000*the instructions in the SETTLE format - for each pair a debit
000000*of the paying company's ICBANK account and a credit of the
000000*receiving company's, valued on the next business day of the
000000*processing calendar - and the ACCRTX side feed carries a
000000*settlement posting on each company, named against the other,
000000*so that once the posting engine takes them both balances of
000000*the pair stand at zero and consbal pairs the two postings off
000000*like any other intercompany transfer.  The postings are not
000000*logged here: the posting engine logs them when they post, and
000000*only then do they belong on the archive this run reads.
000000*A pair whose two sides disagree, or a company with no
000000*settlement account, is reported on ICSRPT and left unsettled
000000*rather than paying on one company's word.  ICSCTL holds the
000000*run last settled, so a rerun does not pay twice.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0600-READ-SETTLE-CONTROL THRU 0600-EXIT.
000000     IF CURRENT-RUN-ID = LAST-SETTLED-RUN-ID
000000         DISPLAY 'ICSETTLE: RUN ' CURRENT-RUN-ID
000000             ' ALREADY SETTLED - NOTHING DONE'
000000         MOVE 0 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0500-LOAD-COMPANY-BANKS THRU 0500-EXIT.
000000     PERFORM 1000-TALLY-ARCHIVE THRU 1000-EXIT.
000000     IF PAIR-OVERFLOW-YES
000000         DISPLAY '*** ICSETTLE: MORE THAN 100 COMPANY PAIRS - '
000000             'NOTHING SETTLED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-COMPUTE-VALUE-DATE THRU 2000-EXIT.
000000     OPEN OUTPUT IC-SETTLEMENT-FILE.
000000     OPEN OUTPUT IC-REPORT-FILE.
000000     OPEN EXTEND ACCRUAL-TRANS-FILE.
000000     IF ACCRUAL-TRANS-STATUS = '05'
000000         OR ACCRUAL-TRANS-STATUS = '35'
000000         OPEN OUTPUT ACCRUAL-TRANS-FILE
000000     END-IF.
000000     PERFORM 2500-WRITE-HEADERS THRU 2500-EXIT.
000000     PERFORM 3000-SETTLE-ONE-PAIR THRU 3000-EXIT
000000         VARYING PR-IX FROM 1 BY 1
000000         UNTIL PR-IX > PAIR-COUNT.
000000     PERFORM 4000-WRITE-TRAILERS THRU 4000-EXIT.
000000     CLOSE ACCRUAL-TRANS-FILE.
000000     CLOSE IC-REPORT-FILE.
000000     CLOSE IC-SETTLEMENT-FILE.
000000     PERFORM 8100-WRITE-SETTLE-CONTROL THRU 8100-EXIT.
000000     DISPLAY 'ICSETTLE: ' SETTLED-PAIR-COUNT ' PAIR(S) SETTLED, '
000000         UNSETTLED-PAIR-COUNT ' LEFT OPEN'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0500-LOAD-COMPANY-BANKS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT COMPANY-BANK-FILE.
000000     IF COMPANY-BANK-STATUS NOT = '00'
000000         GO TO 0500-EXIT
000000     END-IF.
000000     PERFORM 0510-READ-COMPANY-BANK.
000000     PERFORM 0520-STORE-COMPANY-BANK
000000         UNTIL SOURCE-EOF-YES OR COMPANY-BANK-COUNT = 20.
000000     CLOSE COMPANY-BANK-FILE.
000000 0500-EXIT.
000000     EXIT.
000000 0510-READ-COMPANY-BANK.
000000     READ COMPANY-BANK-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 0520-STORE-COMPANY-BANK.
000000     IF ICB-ACCT-NO IS NUMERIC
000000         ADD 1 TO COMPANY-BANK-COUNT
000000         MOVE ICB-COMPANY TO TBL-CB-COMPANY(COMPANY-BANK-COUNT)
000000         MOVE ICB-ACCT-NO TO TBL-CB-ACCT-NO(COMPANY-BANK-COUNT)
000000     END-IF.
000000     PERFORM 0510-READ-COMPANY-BANK.
000000 0600-READ-SETTLE-CONTROL.
000000     OPEN INPUT SETTLE-CONTROL-FILE.
000000     IF SETTLE-CONTROL-STATUS NOT = '00'
000000         GO TO 0600-EXIT
000000     END-IF.
000000     READ SETTLE-CONTROL-FILE
000000         AT END GO TO 0600-CLOSE
000000     END-READ.
000000     MOVE ICSC-RUN-ID TO LAST-SETTLED-RUN-ID.
000000 0600-CLOSE.
000000     CLOSE SETTLE-CONTROL-FILE.
000000 0600-EXIT.
000000     EXIT.
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
000000*OUTSTANDING BALANCES
000000*Typed records naming a counterparty are the intercompany legs,
000000*sided the way consbal sides them: type 'CR' a credit, any other
000000*type a debit.
000000*------------------------------------------------------------------------
000000 1000-TALLY-ARCHIVE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT TXLOG-ARCHIVE-FILE.
000000     IF TXLOG-ARCHIVE-STATUS NOT = '00'
000000         DISPLAY 'ICSETTLE: TXLARCH NOT AVAILABLE - NO BALANCES'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-ARCHIVE.
000000     PERFORM 1200-TALLY-ONE-LEG THRU 1200-NEXT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE TXLOG-ARCHIVE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-ARCHIVE.
000000     READ TXLOG-ARCHIVE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-TALLY-ONE-LEG.
000000     MOVE TXLOG-ARCHIVE-RECORD TO TXLOG-RECORD.
000000     IF TXLOG-TYPE-CODE = SPACES
000000         OR TXLOG-COUNTERPARTY-CODE = SPACES
000000         GO TO 1200-NEXT
000000     END-IF.
000000     IF TXLOG-RESULT < ZERO
000000         SUBTRACT TXLOG-RESULT FROM ZERO GIVING LEG-AMOUNT
000000     ELSE
000000         MOVE TXLOG-RESULT TO LEG-AMOUNT
000000     END-IF.
000000     PERFORM 1300-FIND-PAIR-SLOT THRU 1300-EXIT.
000000     IF PR-FOUND-IX = ZERO
000000         GO TO 1200-NEXT
000000     END-IF.
000000     IF TXLOG-TYPE-CODE = 'CR'
000000         SUBTRACT LEG-AMOUNT FROM TBL-PR-NET(PR-FOUND-IX)
000000     ELSE
000000         ADD LEG-AMOUNT TO TBL-PR-NET(PR-FOUND-IX)
000000     END-IF.
000000 1200-NEXT.
000000     PERFORM 1100-READ-ARCHIVE.
000000 1300-FIND-PAIR-SLOT.
000000     MOVE ZERO TO PR-FOUND-IX.
000000     PERFORM VARYING PR-IX FROM 1 BY 1
000000             UNTIL PR-IX > PAIR-COUNT
000000                 OR PR-FOUND-IX > ZERO
000000         IF TBL-PR-COMPANY(PR-IX) = TXLOG-COMPANY-CODE
000000             AND TBL-PR-COUNTER(PR-IX) = TXLOG-COUNTERPARTY-CODE
000000             MOVE PR-IX TO PR-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PR-FOUND-IX > ZERO
000000         GO TO 1300-EXIT
000000     END-IF.
000000     IF PAIR-COUNT = 100
000000         SET PAIR-OVERFLOW-YES TO TRUE
000000         GO TO 1300-EXIT
000000     END-IF.
000000     ADD 1 TO PAIR-COUNT.
000000     MOVE PAIR-COUNT TO PR-FOUND-IX.
000000     MOVE TXLOG-COMPANY-CODE TO TBL-PR-COMPANY(PR-FOUND-IX).
000000     MOVE TXLOG-COUNTERPARTY-CODE TO TBL-PR-COUNTER(PR-FOUND-IX).
000000     MOVE ZERO TO TBL-PR-NET(PR-FOUND-IX).
000000     MOVE 'N' TO TBL-PR-DONE(PR-FOUND-IX).
000000 1300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*VALUE DATE
000000*The next business day after the run date, walked forward
000000*through the date service's processing calendar; 'R' marks a
000000*date that crossed a non-business day.  A date the calendar
000000*does not list is taken as it stands, as SETTLE does.
000000*------------------------------------------------------------------------
000000 2000-COMPUTE-VALUE-DATE.
000000     MOVE CURRENT-RUN-DATE TO CANDIDATE-DATE.
000000     PERFORM 2200-STEP-ONE-DAY THRU 2200-EXIT.
000000     MOVE ZERO TO ROLL-STEP-COUNT.
000000     PERFORM 2100-SEEK-BUSINESS-DAY THRU 2100-EXIT
000000         UNTIL ROLL-STEP-COUNT > 10.
000000     MOVE CANDIDATE-DATE TO VALUE-DATE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-SEEK-BUSINESS-DAY.
000000     MOVE 'W' TO DSVC-FUNCTION.
000000     MOVE CANDIDATE-DATE TO DSVC-DATE-1.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-NOT-BUSINESS
000000         MOVE 11 TO ROLL-STEP-COUNT
000000         GO TO 2100-EXIT
000000     END-IF.
000000     MOVE 'R' TO ROLL-FLAG.
000000     ADD 1 TO ROLL-STEP-COUNT.
000000     PERFORM 2200-STEP-ONE-DAY THRU 2200-EXIT.
000000 2100-EXIT.
000000     EXIT.
000000 2200-STEP-ONE-DAY.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE CANDIDATE-DATE TO DSVC-DATE-1.
000000     MOVE 1 TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO CANDIDATE-DATE
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000 2500-WRITE-HEADERS.
000000     MOVE SPACES TO IC-SETTLEMENT-LINE.
000000     MOVE 'H' TO SETH-RECORD-TYPE.
000000     MOVE CURRENT-RUN-DATE TO SETH-BUSINESS-DATE.
000000     MOVE ORIGINATOR-NAME TO SETH-ORIGINATOR.
000000     WRITE IC-SETTLEMENT-LINE.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE 'INTERCOMPANY SETTLEMENT' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE IC-REPORT-LINE FROM REPORT-HEADER-LINE.
000000     MOVE SPACES TO IC-REPORT-LINE.
000000     STRING 'RUN DATE ' CURRENT-RUN-DATE
000000         '  VALUE DATE ' VALUE-DATE
000000         DELIMITED BY SIZE INTO IC-REPORT-LINE.
000000     WRITE IC-REPORT-LINE.
000000     MOVE 'CO  VS     OWN BALANCE    OTHER BALANCE  OUTCOME'
000000         TO IC-REPORT-LINE.
000000     WRITE IC-REPORT-LINE.
000000 2500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PAIR NETTING
000000*Each pair is taken once, from whichever of its two balances
000000*comes first.  Both sides should be mirror images; the pair
000000*settles on that one amount, the company with the credit
000000*balance paying.
000000*------------------------------------------------------------------------
000000 3000-SETTLE-ONE-PAIR.
000000     IF TBL-PR-DONE(PR-IX) NOT = 'N'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE 'Y' TO TBL-PR-DONE(PR-IX).
000000     MOVE TBL-PR-NET(PR-IX) TO OWN-NET.
000000     MOVE ZERO TO MIRROR-NET.
000000     MOVE ZERO TO MIRROR-IX.
000000     PERFORM VARYING PR-FOUND-IX FROM 1 BY 1
000000             UNTIL PR-FOUND-IX > PAIR-COUNT
000000                 OR MIRROR-IX > ZERO
000000         IF TBL-PR-COMPANY(PR-FOUND-IX) = TBL-PR-COUNTER(PR-IX)
000000             AND TBL-PR-COUNTER(PR-FOUND-IX)
000000                 = TBL-PR-COMPANY(PR-IX)
000000             MOVE PR-FOUND-IX TO MIRROR-IX
000000         END-IF
000000     END-PERFORM.
000000     IF MIRROR-IX > ZERO
000000         MOVE 'Y' TO TBL-PR-DONE(MIRROR-IX)
000000         MOVE TBL-PR-NET(MIRROR-IX) TO MIRROR-NET
000000     END-IF.
000000     IF OWN-NET = ZERO AND MIRROR-NET = ZERO
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE OWN-NET TO NET-DISPLAY.
000000     MOVE MIRROR-NET TO MIRROR-DISPLAY.
000000     MOVE SPACES TO IC-REPORT-LINE.
000000     STRING TBL-PR-COMPANY(PR-IX) ' ' TBL-PR-COUNTER(PR-IX)
000000         ' ' NET-DISPLAY '   ' MIRROR-DISPLAY '  '
000000         DELIMITED BY SIZE INTO IC-REPORT-LINE.
000000     ADD OWN-NET MIRROR-NET GIVING PAIR-DIFFERENCE.
000000     IF PAIR-DIFFERENCE NOT = ZERO
000000         MOVE 'OUT OF BALANCE' TO IC-REPORT-LINE(42:14)
000000         ADD 1 TO UNSETTLED-PAIR-COUNT
000000         WRITE IC-REPORT-LINE
000000         GO TO 3000-EXIT
000000     END-IF.
000000     IF OWN-NET > ZERO
000000         MOVE TBL-PR-COUNTER(PR-IX) TO PAYER-COMPANY
000000         MOVE TBL-PR-COMPANY(PR-IX) TO PAYEE-COMPANY
000000         MOVE OWN-NET TO SETTLE-AMOUNT
000000     ELSE
000000         MOVE TBL-PR-COMPANY(PR-IX) TO PAYER-COMPANY
000000         MOVE TBL-PR-COUNTER(PR-IX) TO PAYEE-COMPANY
000000         SUBTRACT OWN-NET FROM ZERO GIVING SETTLE-AMOUNT
000000     END-IF.
000000*A posting carries at most 9,999,999.99.
000000     IF SETTLE-AMOUNT > 9999999.99
000000         MOVE 'TOO LARGE TO POST' TO IC-REPORT-LINE(42:17)
000000         ADD 1 TO UNSETTLED-PAIR-COUNT
000000         WRITE IC-REPORT-LINE
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE PAYER-COMPANY TO LOOKUP-COMPANY.
000000     PERFORM 3200-FIND-COMPANY-BANK THRU 3200-EXIT.
000000     IF CB-FOUND-IX = ZERO
000000         MOVE 'NO ICBANK ACCOUNT' TO IC-REPORT-LINE(42:17)
000000         ADD 1 TO UNSETTLED-PAIR-COUNT
000000         WRITE IC-REPORT-LINE
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE TBL-CB-ACCT-NO(CB-FOUND-IX) TO PAYER-ACCT.
000000     MOVE PAYEE-COMPANY TO LOOKUP-COMPANY.
000000     PERFORM 3200-FIND-COMPANY-BANK THRU 3200-EXIT.
000000     IF CB-FOUND-IX = ZERO
000000         MOVE 'NO ICBANK ACCOUNT' TO IC-REPORT-LINE(42:17)
000000         ADD 1 TO UNSETTLED-PAIR-COUNT
000000         WRITE IC-REPORT-LINE
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE TBL-CB-ACCT-NO(CB-FOUND-IX) TO PAYEE-ACCT.
000000     STRING 'SETTLED ' PAYER-COMPANY ' PAYS'
000000         DELIMITED BY SIZE INTO IC-REPORT-LINE(42:16).
000000     WRITE IC-REPORT-LINE.
000000     PERFORM 3400-WRITE-INSTRUCTIONS THRU 3400-EXIT.
000000     PERFORM 3500-WRITE-POSTINGS THRU 3500-EXIT.
000000     ADD 1 TO SETTLED-PAIR-COUNT.
000000     ADD SETTLE-AMOUNT TO SETTLED-TOTAL.
000000 3000-EXIT.
000000     EXIT.
000000 3200-FIND-COMPANY-BANK.
000000     MOVE ZERO TO CB-FOUND-IX.
000000     PERFORM VARYING CB-IX FROM 1 BY 1
000000             UNTIL CB-IX > COMPANY-BANK-COUNT
000000                 OR CB-FOUND-IX > ZERO
000000         IF TBL-CB-COMPANY(CB-IX) = LOOKUP-COMPANY
000000             MOVE CB-IX TO CB-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 3200-EXIT.
000000     EXIT.
000000 3400-WRITE-INSTRUCTIONS.
000000     MOVE SPACES TO IC-SETTLEMENT-LINE.
000000     MOVE 'D' TO SETD-RECORD-TYPE.
000000     MOVE PAYER-ACCT TO SETD-ACCT-NO.
000000     MOVE 'D' TO SETD-DIRECTION.
000000     MOVE SETTLE-AMOUNT TO SETD-AMOUNT.
000000     ADD 1 TO INSTRUCTION-SEQUENCE.
000000     MOVE INSTRUCTION-SEQUENCE TO SETD-SEQUENCE.
000000     MOVE VALUE-DATE TO SETD-VALUE-DATE.
000000     MOVE ROLL-FLAG TO SETD-ROLL-FLAG.
000000     WRITE IC-SETTLEMENT-LINE.
000000     MOVE PAYEE-ACCT TO SETD-ACCT-NO.
000000     MOVE 'C' TO SETD-DIRECTION.
000000     ADD 1 TO INSTRUCTION-SEQUENCE.
000000     MOVE INSTRUCTION-SEQUENCE TO SETD-SEQUENCE.
000000     WRITE IC-SETTLEMENT-LINE.
000000     ADD 2 TO INSTRUCTION-COUNT.
000000     ADD SETTLE-AMOUNT TO INSTRUCTION-ABS-TOTAL.
000000     ADD SETTLE-AMOUNT TO INSTRUCTION-ABS-TOTAL.
000000 3400-EXIT.
000000     EXIT.
000000*The company owed takes a credit against the payer, the payer
000000*a debit against the company owed: the mirror pair consbal
000000*eliminates, each clearing its side of the balance.
000000 3500-WRITE-POSTINGS.
000000     MOVE SPACES TO TRANSACTION-RECORD.
000000     MOVE SETTLE-AMOUNT TO TRAN-AMOUNT.
000000     MOVE 'CR' TO TRAN-TYPE-CODE.
000000     MOVE CURRENT-RUN-DATE TO TRAN-EFFECTIVE-DATE.
000000     MOVE PAYEE-COMPANY TO TRAN-COMPANY-CODE.
000000     MOVE PAYER-COMPANY TO TRAN-COUNTERPARTY-CODE.
000000     MOVE ZERO TO TRAN-REV-RUN-ID.
000000     MOVE ZERO TO TRAN-ACCT-NO.
000000     WRITE TRANSACTION-RECORD.
000000     MOVE 'DR' TO TRAN-TYPE-CODE.
000000     MOVE PAYER-COMPANY TO TRAN-COMPANY-CODE.
000000     MOVE PAYEE-COMPANY TO TRAN-COUNTERPARTY-CODE.
000000     WRITE TRANSACTION-RECORD.
000000 3500-EXIT.
000000     EXIT.
000000 4000-WRITE-TRAILERS.
000000     MOVE SPACES TO IC-SETTLEMENT-LINE.
000000     MOVE 'T' TO SETT-RECORD-TYPE.
000000     MOVE INSTRUCTION-COUNT TO SETT-INSTR-COUNT.
000000     MOVE INSTRUCTION-ABS-TOTAL TO SETT-ABS-TOTAL.
000000     WRITE IC-SETTLEMENT-LINE.
000000     MOVE SETTLED-TOTAL TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO IC-REPORT-LINE.
000000     STRING 'PAIRS SETTLED: ' SETTLED-PAIR-COUNT
000000         ' FOR ' AMOUNT-DISPLAY
000000         '  LEFT OPEN: ' UNSETTLED-PAIR-COUNT
000000         DELIMITED BY SIZE INTO IC-REPORT-LINE.
000000     WRITE IC-REPORT-LINE.
000000 4000-EXIT.
000000     EXIT.
000000 8100-WRITE-SETTLE-CONTROL.
000000     OPEN OUTPUT SETTLE-CONTROL-FILE.
000000     MOVE CURRENT-RUN-ID TO ICSC-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO ICSC-RUN-DATE.
000000     WRITE SETTLE-CONTROL-RECORD.
000000     CLOSE SETTLE-CONTROL-FILE.
000000 8100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 every pair settled; 4 a pair was left open on the report;
000000*8 too many pairs to hold - nothing settled.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF UNSETTLED-PAIR-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
