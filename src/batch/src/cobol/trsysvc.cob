      * shared callable treasury instruction service, in the style of
      * inqsvc - the return path of the treasury bridge.  The desk's
      * workstation hands back each funding sweep or interest/fee
      * adjustment as a checksummed instruction struct; it is
      * validated here and answered at once, and logged on TRSYLOG
      * for the nightly TRSYPOST step to post.
000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. trsysvc.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT COMPANY-BANK-FILE ASSIGN TO "ICBANK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COMPANY-BANK-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT TREASURY-LOG-FILE ASSIGN TO "TRSYLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TREASURY-LOG-STATUS.
000000     SELECT TREASURY-HISTORY-FILE ASSIGN TO "TRSYHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TREASURY-HISTORY-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*The bank account each company settles through - the company
000000*accounts a funding sweep moves money between.
000000 FD  COMPANY-BANK-FILE.
000000 01  COMPANY-BANK-RECORD.
000000     05 ICB-COMPANY PIC X(3).
000000     05 ICB-ACCT-NO PIC 9(6).
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000*The log and its history are one layout; both are read into and
000000*built in the working-storage copy below.
000000 FD  TREASURY-LOG-FILE.
000000 01  TREASURY-LOG-LINE PIC X(120).
000000 FD  TREASURY-HISTORY-FILE.
000000 01  TREASURY-HISTORY-RECORD PIC X(120).
000000    WORKING-STORAGE SECTION.
000000    01 COMPANY-BANK-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 TREASURY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 TREASURY-HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 COMPANY-BANK-TABLE.
000000       05 COMPANY-BANK-COUNT PIC 9(2) VALUE ZERO.
000000       05 COMPANY-BANK-ENTRY OCCURS 20 TIMES.
000000          10 TBL-CB-COMPANY PIC X(3).
000000          10 TBL-CB-ACCT-NO PIC 9(6).
000000    01 CB-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CB-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LOOKUP-COMPANY PIC X(3) VALUE SPACES.
000000    01 FROM-BANK-ACCT PIC 9(6) VALUE ZERO.
000000    01 TO-BANK-ACCT PIC 9(6) VALUE ZERO.
000000    01 CHECK-SUM PIC S9(18) COMP VALUE ZERO.
000000    01 CHECK-AMOUNT PIC S9(18) COMP VALUE ZERO.
000000    01 AMOUNT-UNITS PIC S9(9)V99 VALUE ZERO.
000000    01 AUTHORITY-LIMIT PIC 9(9)V99 VALUE 100000.00.
000000    01 ADJUST-ACCT PIC 9(6) VALUE ZERO.
000000    01 DUPLICATE-FOUND PIC X VALUE 'N'.
000000       88 DUPLICATE-FOUND-YES VALUE 'Y'.
000000    01 REJECT-CODE PIC X(2) VALUE SPACES.
000000    01 INSTR-ID-CHECK PIC 9(12) VALUE ZERO.
000000    01 VALUE-DATE-CHECK PIC 9(8) VALUE ZERO.
000000    01 VALUE-DATE-PARTS REDEFINES VALUE-DATE-CHECK.
000000       05 VDC-YEAR  PIC 9(4).
000000       05 VDC-MONTH PIC 9(2).
000000       05 VDC-DAY   PIC 9(2).
000000    01 TODAY-DATE PIC 9(8) VALUE ZERO.
000000    01 LOG-CLOCK PIC 9(8) VALUE ZERO.
000000     COPY "trsylog.cpy".
000000     COPY "acctsvc.cpy".
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000     COPY "trsyins.cpy".
000000*------------------------------------------------------------------------
000000*TREASURY INSTRUCTION DISPATCH
000000*The checks run cheapest first and the first failure is the
000000*reason given.  ICBANK, the account master, NETPOS and the log
000000*are read afresh on every call, so a workstation that stays up
000000*all day answers from whatever the night run last left on them.
000000*Every instruction is logged whatever the answer; one that
000000*cannot be logged is answered 'E', since nothing would post it.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION USING TRSYSVC-INSTRUCTION TRSYSVC-RESPONSE
000000     TRSYSVC-STATUS.
000000     INITIALIZE TRSYSVC-RESPONSE.
000000     SET TRSP-ACCEPTED TO TRUE.
000000     PERFORM 1000-CHECK-INSTRUCTION THRU 1000-EXIT.
000000     IF TRSP-ACCEPTED
000000         IF TINS-SWEEP
000000             MOVE 2 TO TRSP-POSTING-COUNT
000000         ELSE
000000             MOVE 1 TO TRSP-POSTING-COUNT
000000         END-IF
000000     END-IF.
000000     PERFORM 9000-LOG-INSTRUCTION THRU 9000-EXIT.
000000*GOBACK, not EXIT PROGRAM: called straight from a C host there
000000*is no COBOL caller, so the runtime treats this as the main
000000*program, where EXIT PROGRAM is a no-op and control would fall
000000*through into the paragraphs below.
000000     GOBACK.
000000*------------------------------------------------------------------------
000000*INSTRUCTION CHECKS
000000*------------------------------------------------------------------------
000000 1000-CHECK-INSTRUCTION.
000000     COMPUTE CHECK-SUM = TINS-INSTR-ID + TINS-FROM-ACCT
000000         + TINS-TO-ACCT + TINS-AMOUNT + TINS-VALUE-DATE
000000         ON SIZE ERROR
000000             MOVE 'CK' TO REJECT-CODE
000000             PERFORM 1900-REJECT THRU 1900-EXIT
000000             GO TO 1000-EXIT
000000     END-COMPUTE.
000000     IF CHECK-SUM NOT = TINS-CHECKSUM
000000         MOVE 'CK' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1000-EXIT
000000     END-IF.
000000     IF TINS-INSTR-ID < 1 OR TINS-INSTR-ID > 999999999999
000000         MOVE 'ID' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1000-EXIT
000000     END-IF.
000000     IF NOT TINS-KIND-VALID
000000         MOVE 'KD' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1000-EXIT
000000     END-IF.
000000*A sweep moves money one way and is always positive; either kind
000000*must fit the 9,999,999.99 a single posting can carry.
000000     MOVE TINS-AMOUNT TO CHECK-AMOUNT.
000000     IF CHECK-AMOUNT < ZERO
000000         MULTIPLY -1 BY CHECK-AMOUNT
000000     END-IF.
000000     IF TINS-AMOUNT = ZERO
000000         OR (TINS-SWEEP AND TINS-AMOUNT < ZERO)
000000         OR CHECK-AMOUNT > 999999999
000000         MOVE 'AM' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1000-EXIT
000000     END-IF.
000000     IF TINS-VALUE-DATE NOT = ZERO
000000         PERFORM 1100-CHECK-VALUE-DATE THRU 1100-EXIT
000000         IF NOT TRSP-ACCEPTED
000000             GO TO 1000-EXIT
000000         END-IF
000000     END-IF.
000000     PERFORM 1200-LOAD-COMPANY-BANKS THRU 1200-EXIT.
000000     PERFORM 1300-CHECK-COMPANIES THRU 1300-EXIT.
000000     IF NOT TRSP-ACCEPTED
000000         GO TO 1000-EXIT
000000     END-IF.
000000     IF TINS-SWEEP
000000         PERFORM 1400-CHECK-SWEEP-ACCOUNTS THRU 1400-EXIT
000000     ELSE
000000         PERFORM 1500-CHECK-ADJUSTED-ACCOUNT THRU 1500-EXIT
000000     END-IF.
000000     IF NOT TRSP-ACCEPTED
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1600-CHECK-AUTHORITY THRU 1600-EXIT.
000000     IF NOT TRSP-ACCEPTED
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1700-CHECK-DUPLICATE THRU 1700-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 1100-CHECK-VALUE-DATE.
000000     IF TINS-VALUE-DATE < 19000101 OR TINS-VALUE-DATE > 99991231
000000         MOVE 'DT' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1100-EXIT
000000     END-IF.
000000     MOVE TINS-VALUE-DATE TO VALUE-DATE-CHECK.
000000     IF VDC-MONTH < 1 OR VDC-MONTH > 12
000000         OR VDC-DAY < 1 OR VDC-DAY > 31
000000         MOVE 'DT' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000     END-IF.
000000 1100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*KNOWN COMPANIES
000000*A company is known when it has a settlement account on ICBANK,
000000*the same list the intercompany settlement pays through.
000000*------------------------------------------------------------------------
000000 1200-LOAD-COMPANY-BANKS.
000000     MOVE ZERO TO COMPANY-BANK-COUNT.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT COMPANY-BANK-FILE.
000000     IF COMPANY-BANK-STATUS NOT = '00'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     PERFORM 1210-READ-COMPANY-BANK.
000000     PERFORM 1220-STORE-COMPANY-BANK
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE COMPANY-BANK-FILE.
000000 1200-EXIT.
000000     EXIT.
000000 1210-READ-COMPANY-BANK.
000000     READ COMPANY-BANK-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1220-STORE-COMPANY-BANK.
000000     IF COMPANY-BANK-COUNT < 20
000000         ADD 1 TO COMPANY-BANK-COUNT
000000         MOVE ICB-COMPANY TO TBL-CB-COMPANY(COMPANY-BANK-COUNT)
000000         MOVE ICB-ACCT-NO TO TBL-CB-ACCT-NO(COMPANY-BANK-COUNT)
000000     END-IF.
000000     PERFORM 1210-READ-COMPANY-BANK.
000000 1250-FIND-COMPANY.
000000     MOVE ZERO TO CB-FOUND-IX.
000000     PERFORM 1260-TEST-ONE-COMPANY
000000         VARYING CB-IX FROM 1 BY 1
000000         UNTIL CB-IX > COMPANY-BANK-COUNT
000000             OR CB-FOUND-IX > ZERO.
000000 1260-TEST-ONE-COMPANY.
000000     IF TBL-CB-COMPANY(CB-IX) = LOOKUP-COMPANY
000000         MOVE CB-IX TO CB-FOUND-IX
000000     END-IF.
000000 1300-CHECK-COMPANIES.
000000     MOVE TINS-FROM-COMPANY TO LOOKUP-COMPANY.
000000     PERFORM 1250-FIND-COMPANY.
000000     IF CB-FOUND-IX = ZERO
000000         MOVE 'CO' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1300-EXIT
000000     END-IF.
000000     MOVE TBL-CB-ACCT-NO(CB-FOUND-IX) TO FROM-BANK-ACCT.
000000     IF NOT TINS-SWEEP
000000         GO TO 1300-EXIT
000000     END-IF.
000000     MOVE TINS-TO-COMPANY TO LOOKUP-COMPANY.
000000     PERFORM 1250-FIND-COMPANY.
000000     IF CB-FOUND-IX = ZERO
000000         MOVE 'CO' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1300-EXIT
000000     END-IF.
000000     MOVE TBL-CB-ACCT-NO(CB-FOUND-IX) TO TO-BANK-ACCT.
000000 1300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*KNOWN ACCOUNTS
000000*A sweep moves money between company accounts, so each side
000000*must name its company's own settlement account; a sweep from
000000*a company to itself moves nothing.  An adjustment must name an
000000*account the posting engine will take: one on the account
000000*master that is not closed, or - where ACCTSVC can only derive
000000*it - one already holding a position with that company.
000000*------------------------------------------------------------------------
000000 1400-CHECK-SWEEP-ACCOUNTS.
000000     IF TINS-FROM-ACCT NOT = FROM-BANK-ACCT
000000         OR TINS-TO-ACCT NOT = TO-BANK-ACCT
000000         MOVE 'AC' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1400-EXIT
000000     END-IF.
000000     IF TINS-FROM-COMPANY = TINS-TO-COMPANY
000000         MOVE 'SM' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000     END-IF.
000000 1400-EXIT.
000000     EXIT.
000000 1500-CHECK-ADJUSTED-ACCOUNT.
000000     IF TINS-FROM-ACCT < 1 OR TINS-FROM-ACCT > 999999
000000         MOVE 'AC' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1500-EXIT
000000     END-IF.
000000     MOVE TINS-FROM-ACCT TO ADJUST-ACCT.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE ADJUST-ACCT TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ERROR
000000         MOVE 'AC' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1500-EXIT
000000     END-IF.
000000     IF ASVC-ACCT-STATUS = 'C'
000000         MOVE 'CL' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1500-EXIT
000000     END-IF.
000000     IF ASVC-OK
000000         GO TO 1500-EXIT
000000     END-IF.
000000     OPEN INPUT NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         MOVE 'AC' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000         GO TO 1500-EXIT
000000     END-IF.
000000     MOVE ADJUST-ACCT TO NET-ACCT-NO.
000000     MOVE TINS-FROM-COMPANY TO NET-COMPANY-CODE.
000000     READ NET-POSITION-FILE
000000         KEY IS NET-POSITION-KEY
000000         INVALID KEY
000000             MOVE 'AC' TO REJECT-CODE
000000             PERFORM 1900-REJECT THRU 1900-EXIT
000000     END-READ.
000000     CLOSE NET-POSITION-FILE.
000000 1500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TREASURY AUTHORITY
000000*TRSYSVC AUTH-LIMIT on the parameter library is the most the
000000*desk may instruct in one instruction, in currency units, either
000000*sign; none in force keeps the compiled limit.
000000*------------------------------------------------------------------------
000000 1600-CHECK-AUTHORITY.
000000     MOVE 'TRSYSVC' TO PSVC-PROGRAM.
000000     MOVE 'AUTH-LIMIT' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-NUMERIC AND PSVC-NUMBER > ZERO
000000         AND PSVC-NUMBER <= 999999999
000000         MOVE PSVC-NUMBER TO AUTHORITY-LIMIT
000000     END-IF.
000000     COMPUTE AMOUNT-UNITS = CHECK-AMOUNT / 100.
000000     IF AMOUNT-UNITS > AUTHORITY-LIMIT
000000         MOVE 'AL' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000     END-IF.
000000 1600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*INSTRUCTION NUMBER ALREADY TAKEN
000000*An instruction number already accepted - still waiting on
000000*TRSYLOG or posted and on TRSYHIST - is refused, so a resend
000000*never posts twice.  A number that was rejected may come back
000000*corrected.
000000*------------------------------------------------------------------------
000000 1700-CHECK-DUPLICATE.
000000     MOVE TINS-INSTR-ID TO INSTR-ID-CHECK.
000000     MOVE 'N' TO DUPLICATE-FOUND.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT TREASURY-LOG-FILE.
000000     IF TREASURY-LOG-STATUS = '00'
000000         PERFORM 1710-READ-LOG
000000         PERFORM 1720-CHECK-ONE-LOG
000000             UNTIL SOURCE-EOF-YES OR DUPLICATE-FOUND-YES
000000         CLOSE TREASURY-LOG-FILE
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     IF NOT DUPLICATE-FOUND-YES
000000         OPEN INPUT TREASURY-HISTORY-FILE
000000         IF TREASURY-HISTORY-STATUS = '00'
000000             PERFORM 1730-READ-HISTORY
000000             PERFORM 1740-CHECK-ONE-HISTORY
000000                 UNTIL SOURCE-EOF-YES OR DUPLICATE-FOUND-YES
000000             CLOSE TREASURY-HISTORY-FILE
000000         END-IF
000000     END-IF.
000000     IF DUPLICATE-FOUND-YES
000000         MOVE 'ID' TO REJECT-CODE
000000         PERFORM 1900-REJECT THRU 1900-EXIT
000000     END-IF.
000000 1700-EXIT.
000000     EXIT.
000000 1710-READ-LOG.
000000     READ TREASURY-LOG-FILE INTO TREASURY-LOG-RECORD
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1720-CHECK-ONE-LOG.
000000     IF TLOG-INSTR-ID = INSTR-ID-CHECK AND TLOG-ACCEPTED
000000         SET DUPLICATE-FOUND-YES TO TRUE
000000     ELSE
000000         PERFORM 1710-READ-LOG
000000     END-IF.
000000 1730-READ-HISTORY.
000000     READ TREASURY-HISTORY-FILE INTO TREASURY-LOG-RECORD
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1740-CHECK-ONE-HISTORY.
000000     IF TLOG-INSTR-ID = INSTR-ID-CHECK AND TLOG-ACCEPTED
000000         SET DUPLICATE-FOUND-YES TO TRUE
000000     ELSE
000000         PERFORM 1730-READ-HISTORY
000000     END-IF.
000000*------------------------------------------------------------------------
000000*REJECTION
000000*------------------------------------------------------------------------
000000 1900-REJECT.
000000     SET TRSP-REJECTED TO TRUE.
000000     MOVE REJECT-CODE TO TRSP-REASON-CODE.
000000     EVALUATE REJECT-CODE
000000         WHEN 'CK'
000000             MOVE 'CHECKSUM DOES NOT TIE - RESEND'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'ID'
000000             MOVE 'INSTRUCTION NUMBER MISSING OR ALREADY USED'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'KD'
000000             MOVE 'UNKNOWN INSTRUCTION KIND'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'AM'
000000             MOVE 'AMOUNT ZERO, WRONG SIGN OR TOO LARGE'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'DT'
000000             MOVE 'VALUE DATE IS NOT A DATE'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'CO'
000000             MOVE 'UNKNOWN COMPANY'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'AC'
000000             MOVE 'UNKNOWN ACCOUNT FOR THE COMPANY'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'CL'
000000             MOVE 'ACCOUNT IS CLOSED'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'SM'
000000             MOVE 'SWEEP FROM AND TO THE SAME ACCOUNT'
000000                 TO TRSP-REASON-TEXT
000000         WHEN 'AL'
000000             MOVE 'OVER TREASURY AUTHORITY LIMIT'
000000                 TO TRSP-REASON-TEXT
000000     END-EVALUATE.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*INBOUND LOG
000000*Fields the desk sent out of range are logged as zero; the
000000*instruction carrying them was rejected in any case.
000000*------------------------------------------------------------------------
000000 9000-LOG-INSTRUCTION.
000000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
000000     ACCEPT LOG-CLOCK FROM TIME.
000000     OPEN EXTEND TREASURY-LOG-FILE.
000000     IF TREASURY-LOG-STATUS = '05'
000000         OR TREASURY-LOG-STATUS = '35'
000000         OPEN OUTPUT TREASURY-LOG-FILE
000000     END-IF.
000000     IF TREASURY-LOG-STATUS NOT = '00'
000000         AND TREASURY-LOG-STATUS NOT = '05'
000000         DISPLAY '*** TRSYSVC: TRSYLOG NOT AVAILABLE - STATUS '
000000             TREASURY-LOG-STATUS
000000         INITIALIZE TRSYSVC-RESPONSE
000000         SET TRSP-FAILED TO TRUE
000000         GO TO 9000-EXIT
000000     END-IF.
000000     MOVE SPACES TO TREASURY-LOG-RECORD.
000000     MOVE TODAY-DATE TO TLOG-DATE.
000000     MOVE LOG-CLOCK(1:6) TO TLOG-TIME.
000000     MOVE ZERO TO TLOG-INSTR-ID.
000000     IF TINS-INSTR-ID >= 1 AND TINS-INSTR-ID <= 999999999999
000000         MOVE TINS-INSTR-ID TO TLOG-INSTR-ID
000000     END-IF.
000000     MOVE TINS-KIND TO TLOG-KIND.
000000     MOVE TINS-FROM-COMPANY TO TLOG-FROM-COMPANY.
000000     MOVE ZERO TO TLOG-FROM-ACCT.
000000     IF TINS-FROM-ACCT >= 1 AND TINS-FROM-ACCT <= 999999
000000         MOVE TINS-FROM-ACCT TO TLOG-FROM-ACCT
000000     END-IF.
000000     MOVE TINS-TO-COMPANY TO TLOG-TO-COMPANY.
000000     MOVE ZERO TO TLOG-TO-ACCT.
000000     IF TINS-TO-ACCT >= 1 AND TINS-TO-ACCT <= 999999
000000         MOVE TINS-TO-ACCT TO TLOG-TO-ACCT
000000     END-IF.
000000     MOVE ZERO TO TLOG-AMOUNT.
000000     IF TINS-AMOUNT >= -99999999999
000000         AND TINS-AMOUNT <= 99999999999
000000         COMPUTE TLOG-AMOUNT = TINS-AMOUNT / 100
000000     END-IF.
000000     MOVE ZERO TO TLOG-VALUE-DATE.
000000     IF TINS-VALUE-DATE >= 0 AND TINS-VALUE-DATE <= 99999999
000000         MOVE TINS-VALUE-DATE TO TLOG-VALUE-DATE
000000     END-IF.
000000     MOVE TINS-TREASURER TO TLOG-TREASURER.
000000     MOVE TRSYSVC-STATUS TO TLOG-STATUS.
000000     MOVE TRSP-REASON-CODE TO TLOG-REASON-CODE.
000000     MOVE TRSP-REASON-TEXT TO TLOG-REASON-TEXT.
000000     MOVE ZERO TO TLOG-RUN-ID.
000000     WRITE TREASURY-LOG-LINE FROM TREASURY-LOG-RECORD.
000000     CLOSE TREASURY-LOG-FILE.
000000 9000-EXIT.
000000     EXIT.
