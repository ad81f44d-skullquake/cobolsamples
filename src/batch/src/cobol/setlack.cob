000000     SELECT PENDING-ACK-FILE ASSIGN TO "SETPEND"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PENDING-ACK-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT ACK-REGISTER-FILE ASSIGN TO "SETARPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000     05 SETD-RECORD-TYPE PIC X(1).
000000     05 SETD-ACCT-NO     PIC 9(6).
000000     05 SETD-DIRECTION   PIC X(1).
000000     05 SETD-AMOUNT      PIC 9(9)V99.
000000     05 SETD-SEQUENCE    PIC 9(5).
000000     05 SETD-VALUE-DATE  PIC 9(8).
000000     05 SETD-ROLL-FLAG   PIC X(1).
000000     05 PEND-SEQUENCE      PIC 9(5).
000000     05 PEND-ACCT-NO       PIC 9(6).
000000     05 PEND-DIRECTION     PIC X(1).
000000     05 PEND-AMOUNT        PIC 9(9)V99.
000000     05 PEND-CYCLES-OUT    PIC 9(3).
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  ACK-REGISTER-FILE.
000000 01  ACK-REGISTER-LINE PIC X(80).
000000 FD  TXLOG-FILE.
000000    01 SETTLEMENT-STATUS PIC X(2) VALUE '00'.
000000    01 BANK-ACK-STATUS PIC X(2) VALUE '00'.
000000    01 PENDING-ACK-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 ACK-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000       88 BANK-ACK-EOF-YES VALUE 'Y'.
000000    01 PENDING-ACK-EOF PIC X VALUE 'N'.
000000       88 PENDING-ACK-EOF-YES VALUE 'Y'.
000000    01 POSITION-FOUND PIC X VALUE 'N'.
000000       88 POSITION-FOUND-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 MAX-UNACK-CYCLES PIC 9(3) VALUE 3.
000000          10 TBL-PEND-SEQ       PIC 9(5).
000000          10 TBL-PEND-ACCT      PIC 9(6).
000000          10 TBL-PEND-DIRECTION PIC X(1).
000000          10 TBL-PEND-AMOUNT    PIC 9(9)V99.
000000          10 TBL-PEND-CYCLES    PIC 9(3).
000000          10 TBL-PEND-STATE     PIC X(1).
000000             88 TBL-PEND-OPEN     VALUE 'P'.
000000       05 REOPEN-COUNT PIC 9(3) VALUE ZERO.
000000       05 REOPEN-ENTRY OCCURS 100 TIMES.
000000          10 TBL-REOPEN-ACCT   PIC 9(6).
000000          10 TBL-REOPEN-AMOUNT PIC S9(9)V99.
000000    01 REOPEN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REOPEN-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REOPEN-SIGNED PIC S9(9)V99 VALUE ZERO.
000000    01 REOPEN-LOGGED PIC S9(9)V99 VALUE ZERO.
000000    01 REOPEN-COMPANY PIC X(3) VALUE SPACES.
000000    01 ACK-MATCHED-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNKNOWN-ACK-COUNT PIC 9(5) VALUE ZERO.
000000    01 STALE-COUNT PIC 9(5) VALUE ZERO.
000000    01 CARRIED-COUNT PIC 9(5) VALUE ZERO.
000000    01 RETURNED-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 CLOSED-RETURN-COUNT PIC 9(5) VALUE ZERO.
000000    01 HELD-AMOUNT PIC -(9)9.99.
000000     COPY "parmsvc.cpy".
000000     COPY "acctsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*SETTLEMENT ACKNOWLEDGMENT AND RETURN PROCESSING
000000*back, so a bounced instruction stayed on the books as settled
000000*money.  Each cycle this step registers tonight's SETTLE
000000*instructions as pending, matches the bank's BANKACK response
000000*file (one 'A' acknowledgment or 'R' return per line, keyed by the
000000*instruction file's business date and sequence number) against the
000000*pending register, and carries the still-unanswered instructions
000000*forward on SETPEND.  An instruction unanswered for more than the
000000*SETLACK MAX-CYCLES limit (default 3) is flagged on the register
000000*so the desk chases the bank.  A returned instruction re-opens its
000000*amount on the NETPOS position - the movement the instruction
000000*claimed to settle did not happen - and is logged to the
000000*transaction log under its own 'SR' type code so the trial balance
000000*sees the re-opened money.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     OPEN OUTPUT ACK-REGISTER-FILE.
000000     MOVE 'SETTLEMENT ACKNOWLEDGMENT REGISTER'
000000         TO ACK-REGISTER-LINE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CHASE-LIMIT POLICY
000000*SETLACK MAX-CYCLES on the parameter library carries the number
000000*of cycles an instruction may sit unacknowledged before it is
000000*flagged.  The parameter is optional - with none in force the
000000*limit is 3 cycles.
000000*------------------------------------------------------------------------
000000 0500-READ-POLICY.
000000     MOVE 'SETLACK' TO PSVC-PROGRAM.
000000     MOVE 'MAX-CYCLES' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO MAX-UNACK-CYCLES
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000     EXIT.
000000*------------------------------------------------------------------------
000000*NETPOS RE-OPEN PASS
000000*Each returned account's net re-open amount is applied to its
000000*position by key and the record rewritten in place; the returns
000000*have already netted per account, so each position is touched
000000*once.
000000*Each applied re-open is logged to the transaction log under
000000*type 'SR' with the account it re-opened.
000000*------------------------------------------------------------------------
000000     IF REOPEN-COUNT = ZERO
000000         GO TO 3000-EXIT
000000     END-IF.
000000     OPEN I-O NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         DISPLAY '*** NETPOS NOT AVAILABLE - '
000000             'RETURNS NOT RE-OPENED'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000     PERFORM 3300-APPLY-ONE-REOPEN THRU 3300-EXIT
000000         VARYING REOPEN-IX FROM 1 BY 1
000000         UNTIL REOPEN-IX > REOPEN-COUNT.
000000     PERFORM 9600-CLOSE-TXLOG THRU 9600-EXIT.
000000     CLOSE NET-POSITION-FILE.
000000 3000-EXIT.
000000     EXIT.
000000*The account's first position on NETPOS, whatever its company:
000000*the read starts at the account's lowest key.
000000 3100-READ-ACCOUNT-POSITION.
000000     MOVE 'N' TO POSITION-FOUND.
000000     MOVE TBL-REOPEN-ACCT(REOPEN-IX) TO NET-ACCT-NO.
000000     MOVE LOW-VALUES TO NET-COMPANY-CODE.
000000     START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
000000         INVALID KEY GO TO 3100-EXIT
000000     END-START.
000000     READ NET-POSITION-FILE NEXT RECORD
000000         AT END GO TO 3100-EXIT
000000     END-READ.
000000     IF NET-ACCT-NO = TBL-REOPEN-ACCT(REOPEN-IX)
000000         SET POSITION-FOUND-YES TO TRUE
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000 3300-APPLY-ONE-REOPEN.
000000*A return against a closed account is not re-opened - that would
000000*put a live position back on an account the posting engine now
000000*refuses.  It is held on the register for operations to settle
000000*with the customer by hand.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE TBL-REOPEN-ACCT(REOPEN-IX) TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF NOT ASVC-ERROR AND ASVC-ACCT-STATUS = 'C'
000000         ADD 1 TO CLOSED-RETURN-COUNT
000000         MOVE TBL-REOPEN-AMOUNT(REOPEN-IX) TO HELD-AMOUNT
000000         MOVE SPACES TO ACK-REGISTER-LINE
000000         STRING '*** ACCOUNT CLOSED - RETURN HELD: ACCT '
000000             TBL-REOPEN-ACCT(REOPEN-IX)
000000             ' AMOUNT ' HELD-AMOUNT
000000             INTO ACK-REGISTER-LINE
000000         WRITE ACK-REGISTER-LINE
000000         GO TO 3300-EXIT
000000     END-IF.
000000*A returned instruction for an account no longer on NETPOS
000000*re-opens as a fresh position line under the base company, so
000000*the money does not vanish a second time.
000000     PERFORM 3100-READ-ACCOUNT-POSITION THRU 3100-EXIT.
000000     IF POSITION-FOUND-YES
000000         ADD TBL-REOPEN-AMOUNT(REOPEN-IX) TO NET-AMOUNT
000000         REWRITE NET-POSITION-RECORD
000000             INVALID KEY
000000                 DISPLAY '*** NETPOS REWRITE FAILED FOR ACCT '
000000                     TBL-REOPEN-ACCT(REOPEN-IX)
000000                 GO TO 3300-EXIT
000000         END-REWRITE
000000     ELSE
000000         MOVE TBL-REOPEN-ACCT(REOPEN-IX) TO NET-ACCT-NO
000000         MOVE SPACES TO NET-COMPANY-CODE
000000         MOVE TBL-REOPEN-AMOUNT(REOPEN-IX) TO NET-AMOUNT
000000         WRITE NET-POSITION-RECORD
000000             INVALID KEY
000000                 DISPLAY '*** NETPOS WRITE FAILED FOR ACCT '
000000                     TBL-REOPEN-ACCT(REOPEN-IX)
000000                 GO TO 3300-EXIT
000000         END-WRITE
000000     END-IF.
000000     MOVE NET-COMPANY-CODE TO REOPEN-COMPANY.
000000     PERFORM 9500-LOG-REOPEN.
000000     DISPLAY 'SETLACK: RE-OPENED '
000000         TBL-REOPEN-AMOUNT(REOPEN-IX)
000000         ' RETURNED TOTAL: ' RETURNED-TOTAL
000000         INTO ACK-REGISTER-LINE.
000000     WRITE ACK-REGISTER-LINE.
000000     IF CLOSED-RETURN-COUNT > ZERO
000000         MOVE SPACES TO ACK-REGISTER-LINE
000000         STRING 'HELD FOR CLOSED ACCOUNTS: ' CLOSED-RETURN-COUNT
000000             INTO ACK-REGISTER-LINE
000000         WRITE ACK-REGISTER-LINE
000000     END-IF.
000000 5000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 completed with exceptions - unmatched responses,
000000*stale unacknowledged instructions, a pending register too
000000*large to track or a return held for a closed account; the
000000*register carries the detail.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF UNKNOWN-ACK-COUNT > ZERO OR STALE-COUNT > ZERO
000000         OR PENDING-OVERFLOW-YES OR CLOSED-RETURN-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
