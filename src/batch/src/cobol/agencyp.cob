000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS NEG-EXCEPTION-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT PLACEMENT-FILE ASSIGN TO "AGENCYPL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PLACEMENT-STATUS.
000000     SELECT RECOVERY-REPORT-FILE ASSIGN TO "AGENCRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RECOVERY-REPORT-STATUS.
000000     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHOREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-REGISTER-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000         88 NEG-PLACED VALUE 'P'.
000000     05 NEG-PLACE-BATCH PIC 9(5).
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  PLACEMENT-FILE.
000000 01  PLACEMENT-RECORD.
000000     05 APL-BATCH-NO  PIC 9(5).
000000     05 APL-ADDR-1    PIC X(30).
000000     05 APL-CITY      PIC X(20).
000000     05 APL-POSTAL    PIC X(10).
000000     05 APL-BALANCE   PIC 9(7)V99.
000000 FD  AGENCY-RETURN-FILE.
000000 01  AGENCY-RETURN-RECORD.
000000     05 ART-BATCH-NO PIC 9(5).
000000 01  PLACEMENT-REGISTER-RECORD.
000000     05 APR-BATCH-NO  PIC 9(5).
000000     05 APR-ACCT-NO   PIC 9(6).
000000     05 APR-PLACED    PIC 9(7)V99.
000000     05 APR-OUTCOME   PIC X(1).
000000     05 APR-RECOVERED PIC 9(9)V99.
000000 FD  PLACEMENT-CONTROL-FILE.
000000     05 APC-LAST-BATCH PIC 9(5).
000000 FD  RECOVERY-REPORT-FILE.
000000 01  RECOVERY-REPORT-LINE PIC X(80).
000000 FD  CHARGE-OFF-REGISTER-FILE.
000000     COPY "chgoff.cpy".
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "datesvc.cpy".
000000     COPY "dispsvc.cpy".
000000    01 NEG-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 PLACEMENT-STATUS PIC X(2) VALUE '00'.
000000    01 AGENCY-RETURN-STATUS PIC X(2) VALUE '00'.
000000    01 PLACEMENT-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 PLACEMENT-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 RECOVERY-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 MASTER-EOF PIC X VALUE 'N'.
000000       88 MASTER-EOF-YES VALUE 'Y'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 MIN-AGE-DAYS PIC 9(3) VALUE 90.
000000    01 NEXT-BATCH-NO PIC 9(5) VALUE ZERO.
000000          10 TBL-NEG-PLACED PIC X(1).
000000          10 TBL-NEG-BATCH  PIC 9(5).
000000    01 NEG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 NET-POSITION-OPEN PIC X VALUE 'N'.
000000       88 NET-POSITION-OPEN-YES VALUE 'Y'.
000000    01 NET-POSITION-EOF PIC X VALUE 'N'.
000000       88 NET-POSITION-EOF-YES VALUE 'Y'.
000000*The placement register held whole so agency returns can post
000000*outcomes against their batch entries.
000000    01 REGISTER-TABLE.
000000       05 REGISTER-ENTRY OCCURS 300 TIMES.
000000          10 TBL-REG-BATCH     PIC 9(5).
000000          10 TBL-REG-ACCT      PIC 9(6).
000000          10 TBL-REG-PLACED    PIC 9(7)V99.
000000          10 TBL-REG-OUTCOME   PIC X(1).
000000          10 TBL-REG-RECOVERED PIC 9(9)V99.
000000    01 REG-IX BINARY-SHORT SIGNED VALUE 0.
000000       05 BATCH-COUNT PIC 9(2) VALUE ZERO.
000000       05 BATCH-ENTRY OCCURS 30 TIMES.
000000          10 TBL-BAT-NO        PIC 9(5).
000000          10 TBL-BAT-PLACED    PIC 9(9)V99.
000000          10 TBL-BAT-RECOVERED PIC 9(11)V99.
000000          10 TBL-BAT-ITEMS     PIC 9(5).
000000    01 BAT-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BAT-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CUST-ID-NUM PIC 9(7) VALUE ZERO.
000000    01 AGE-DAYS PIC S9(5) VALUE ZERO.
000000    01 PLACED-BALANCE PIC 9(7)V99 VALUE ZERO.
000000    01 PLACED-COUNT PIC 9(3) VALUE ZERO.
000000    01 RETURN-COUNT PIC 9(3) VALUE ZERO.
000000    01 DISPUTE-HELD-COUNT PIC 9(3) VALUE ZERO.
000000    01 UNMATCHED-RETURN-COUNT PIC 9(3) VALUE ZERO.
000000    01 RECOVERY-PCT PIC 9(3)V9 VALUE ZERO.
000000*Accounts already written off to bad debt on CHOREG, with the
000000*owning company the write-off was booked under.  Agency money
000000*on one of them is a bad-debt recovery.
000000    01 CHARGED-OFF-TABLE.
000000       05 CHARGED-OFF-COUNT PIC 9(3) VALUE ZERO.
000000       05 CHARGED-OFF-ENTRY OCCURS 200 TIMES.
000000          10 TBL-CHO-ACCT    PIC 9(6).
000000          10 TBL-CHO-COMPANY PIC X(3).
000000    01 CHO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHO-ACCT-KEY PIC 9(6) VALUE ZERO.
000000    01 PRIOR-RECOVERED PIC 9(9)V99 VALUE ZERO.
000000    01 RECOVERY-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 BAD-DEBT-RECOVERY-COUNT PIC 9(3) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*COLLECTION-AGENCY PLACEMENT INTERFACE
000000*The hand-off to the outside agency stops being a typed list.
000000*Accounts negative beyond the AGENCYP MIN-AGE-DAYS age on the
000000*parameter library (default 90 days from first seen), still open
000000*on the exception lifecycle and never placed before, go out on the
000000*fixed-format AGENCYPL placement file - customer name and address
000000*joined from CUSTMS, the placed balance from NETPOS - under a
000000*numbered placement batch.  The placement marks the
000000*NEG-EXCEPTION-RECORD so no balance is ever placed twice, and
000000*every placement lands on the AGPREG register.  The agency's
000000*AGENCYRT return file of collected/uncollectible outcomes posts
000000*against the register, and the AGENCRPT report shows recovery
000000*rates by placement batch.  An account with any dispute open on
000000*the DISPUTE register is not placed while the dispute stands.  A
000000*collected return on an account already charged off is also booked
000000*as a bad-debt recovery: a 'BR' line on the transaction log for
000000*the general-ledger journal and an 'A' entry on the CHOREG charge-
000000*off register, for only the money not booked before when the
000000*agency re-reports an outcome.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     PERFORM 1000-LOAD-NEG-MASTER THRU 1000-EXIT.
000000     IF LOAD-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
000000     IF REGISTER-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE 'R' TO DSPV-FUNCTION.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     PERFORM 1300-OPEN-POSITIONS THRU 1300-EXIT.
000000     PERFORM 2000-PLACE-AGED-ACCOUNTS THRU 2000-EXIT.
000000     IF NET-POSITION-OPEN-YES
000000         CLOSE NET-POSITION-FILE
000000     END-IF.
000000     PERFORM 1700-LOAD-CHARGED-OFF THRU 1700-EXIT.
000000     PERFORM 3000-PROCESS-AGENCY-RETURNS THRU 3000-EXIT.
000000     PERFORM 8000-REWRITE-NEG-MASTER THRU 8000-EXIT.
000000     PERFORM 8500-REWRITE-REGISTER THRU 8500-EXIT.
000000     PERFORM 4000-WRITE-RECOVERY-REPORT THRU 4000-EXIT.
000000     DISPLAY 'AGENCYP: ' PLACED-COUNT ' PLACED, '
000000         RETURN-COUNT ' RETURN(S) POSTED'.
000000     IF BAD-DEBT-RECOVERY-COUNT > ZERO
000000         DISPLAY 'AGENCYP: ' BAD-DEBT-RECOVERY-COUNT
000000             ' BAD-DEBT RECOVERY(IES) BOOKED'
000000     END-IF.
000000     IF DISPUTE-HELD-COUNT > ZERO
000000         DISPLAY 'AGENCYP: ' DISPUTE-HELD-COUNT
000000             ' ACCOUNT(S) HELD BACK - OPEN DISPUTE'
000000     END-IF.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000 0500-READ-POLICY.
000000     MOVE 'AGENCYP' TO PSVC-PROGRAM.
000000     MOVE 'MIN-AGE-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO MIN-AGE-DAYS
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000 1000-LOAD-NEG-MASTER.
000000         MOVE ZERO TO TBL-NEG-BATCH(NEG-MASTER-COUNT)
000000     END-IF.
000000     PERFORM 1100-READ-NEG-MASTER.
000000*NETPOS is read by key as each aged account comes up; with no
000000*NETPOS no account shows a balance to place.
000000 1300-OPEN-POSITIONS.
000000     OPEN INPUT NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS = '00'
000000         SET NET-POSITION-OPEN-YES TO TRUE
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000*Every company position of the account, from its lowest key.
000000 1350-READ-POSITION.
000000     READ NET-POSITION-FILE NEXT RECORD
000000         AT END SET NET-POSITION-EOF-YES TO TRUE
000000     END-READ.
000000     IF NET-ACCT-NO NOT = TBL-NEG-ACCT(NEG-IX)
000000         SET NET-POSITION-EOF-YES TO TRUE
000000     END-IF.
000000 1400-ADD-OWED-POSITION.
000000     IF NET-AMOUNT < ZERO
000000         SUBTRACT NET-AMOUNT FROM PLACED-BALANCE
000000     END-IF.
000000     PERFORM 1350-READ-POSITION.
000000 1500-LOAD-REGISTER.
000000     MOVE 'N' TO SOURCE-EOF.
000000     MOVE APR-OUTCOME TO TBL-REG-OUTCOME(REGISTER-COUNT).
000000     MOVE APR-RECOVERED TO TBL-REG-RECOVERED(REGISTER-COUNT).
000000     PERFORM 1550-READ-REGISTER.
000000*CHOREG is optional - no register means nothing charged off.
000000 1700-LOAD-CHARGED-OFF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS NOT = '00'
000000         GO TO 1700-EXIT
000000     END-IF.
000000     PERFORM 1750-READ-CHARGE-OFF.
000000     PERFORM 1800-STORE-CHARGE-OFF UNTIL SOURCE-EOF-YES.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000 1700-EXIT.
000000     EXIT.
000000 1750-READ-CHARGE-OFF.
000000     READ CHARGE-OFF-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1800-STORE-CHARGE-OFF.
000000     IF CHO-CHARGED-OFF
000000         MOVE CHO-ACCT-NO TO CHO-ACCT-KEY
000000         PERFORM 1850-FIND-CHARGED-OFF THRU 1850-EXIT
000000         IF CHO-FOUND-IX = ZERO
000000             AND CHARGED-OFF-COUNT < 200
000000             ADD 1 TO CHARGED-OFF-COUNT
000000             MOVE CHO-ACCT-NO TO TBL-CHO-ACCT(CHARGED-OFF-COUNT)
000000             MOVE CHO-COMPANY
000000                 TO TBL-CHO-COMPANY(CHARGED-OFF-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 1750-READ-CHARGE-OFF.
000000 1850-FIND-CHARGED-OFF.
000000     MOVE ZERO TO CHO-FOUND-IX.
000000     PERFORM VARYING CHO-IX FROM 1 BY 1
000000             UNTIL CHO-IX > CHARGED-OFF-COUNT
000000                 OR CHO-FOUND-IX > ZERO
000000         IF TBL-CHO-ACCT(CHO-IX) = CHO-ACCT-KEY
000000             MOVE CHO-IX TO CHO-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 1850-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PLACEMENT PASS
000000*------------------------------------------------------------------------
000000*The placed balance is the magnitude of the negative position;
000000*an account no longer negative has nothing to place.
000000     MOVE ZERO TO PLACED-BALANCE.
000000     IF NOT NET-POSITION-OPEN-YES
000000         GO TO 2100-EXIT
000000     END-IF.
000000     MOVE TBL-NEG-ACCT(NEG-IX) TO NET-ACCT-NO.
000000     MOVE LOW-VALUES TO NET-COMPANY-CODE.
000000     MOVE 'N' TO NET-POSITION-EOF.
000000     START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
000000         INVALID KEY SET NET-POSITION-EOF-YES TO TRUE
000000     END-START.
000000     IF NOT NET-POSITION-EOF-YES
000000         PERFORM 1350-READ-POSITION
000000     END-IF.
000000     PERFORM 1400-ADD-OWED-POSITION
000000         UNTIL NET-POSITION-EOF-YES.
000000     IF PLACED-BALANCE = ZERO
000000         GO TO 2100-EXIT
000000     END-IF.
000000*Placement is of the whole account, so a dispute on any of its
000000*items holds the account back.
000000     MOVE 'A' TO DSPV-FUNCTION.
000000     MOVE TBL-NEG-ACCT(NEG-IX) TO DSPV-ACCT-NO.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     IF DSPV-DISPUTED
000000         ADD 1 TO DISPUTE-HELD-COUNT
000000         GO TO 2100-EXIT
000000     END-IF.
000000     MOVE NEXT-BATCH-NO TO APL-BATCH-NO.
000000     MOVE TBL-NEG-ACCT(NEG-IX) TO APL-ACCT-NO.
000000     MOVE SPACES TO APL-CUST-NAME.
000000         GO TO 3200-NEXT
000000     END-IF.
000000     ADD 1 TO RETURN-COUNT.
000000     IF ART-COLLECTED
000000         PERFORM 3300-BOOK-BAD-DEBT-RECOVERY THRU 3300-EXIT
000000     END-IF.
000000     MOVE ART-OUTCOME TO TBL-REG-OUTCOME(REG-FOUND-IX).
000000     IF ART-COLLECTED
000000         MOVE ART-AMOUNT TO TBL-REG-RECOVERED(REG-FOUND-IX)
000000     PERFORM 3100-READ-AGENCY-RETURN.
000000 3200-EXIT.
000000     EXIT.
000000*Runs before the register entry takes the new outcome, so the
000000*amount already collected on it is still there to net off.
000000 3300-BOOK-BAD-DEBT-RECOVERY.
000000     MOVE ART-ACCT-NO TO CHO-ACCT-KEY.
000000     PERFORM 1850-FIND-CHARGED-OFF THRU 1850-EXIT.
000000     IF CHO-FOUND-IX = ZERO
000000         GO TO 3300-EXIT
000000     END-IF.
000000     MOVE ZERO TO PRIOR-RECOVERED.
000000     IF TBL-REG-OUTCOME(REG-FOUND-IX) = 'C'
000000         MOVE TBL-REG-RECOVERED(REG-FOUND-IX) TO PRIOR-RECOVERED
000000     END-IF.
000000     IF ART-AMOUNT NOT > PRIOR-RECOVERED
000000         GO TO 3300-EXIT
000000     END-IF.
000000     SUBTRACT PRIOR-RECOVERED FROM ART-AMOUNT
000000         GIVING RECOVERY-AMOUNT.
000000     OPEN EXTEND CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS = '05'
000000         OR CHARGE-OFF-REGISTER-STATUS = '35'
000000         OPEN OUTPUT CHARGE-OFF-REGISTER-FILE
000000     END-IF.
000000     MOVE ART-ACCT-NO TO CHO-ACCT-NO.
000000     MOVE RECOVERY-AMOUNT TO CHO-AMOUNT.
000000     MOVE CURRENT-RUN-DATE TO CHO-DATE.
000000     MOVE 'A' TO CHO-STATE.
000000     MOVE SPACES TO CHO-APPROVER.
000000     MOVE TBL-CHO-COMPANY(CHO-FOUND-IX) TO CHO-COMPANY.
000000     MOVE CURRENT-RUN-ID TO CHO-RUN-ID.
000000     WRITE CHARGE-OFF-REGISTER-RECORD.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000     OPEN EXTEND TXLOG-FILE.
000000     IF TXLOG-STATUS = '05' OR TXLOG-STATUS = '35'
000000         OPEN OUTPUT TXLOG-FILE
000000     END-IF.
000000     MOVE 'AGENCYP ' TO TXLOG-PROGRAM.
000000     MOVE 'RECOVERY  ' TO TXLOG-OPERATION.
000000     MOVE RECOVERY-AMOUNT TO TXLOG-RESULT.
000000     MOVE CURRENT-RUN-ID TO TXLOG-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE ART-ACCT-NO TO TXLOG-ACCT-NO.
000000     MOVE 'BR' TO TXLOG-TYPE-CODE.
000000     MOVE TBL-CHO-COMPANY(CHO-FOUND-IX) TO TXLOG-COMPANY-CODE.
000000     MOVE SPACES TO TXLOG-COUNTERPARTY-CODE.
000000     MOVE SPACES TO TXLOG-REVERSAL-FLAG.
000000     MOVE ZERO TO TXLOG-LINK-RUN-ID.
000000     WRITE TXLOG-RECORD.
000000     CLOSE TXLOG-FILE.
000000     ADD 1 TO BAD-DEBT-RECOVERY-COUNT.
000000     DISPLAY 'AGENCYP: BAD-DEBT RECOVERY ' RECOVERY-AMOUNT
000000         ' ON CHARGED-OFF ACCT ' ART-ACCT-NO.
000000 3300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FILE ROLLS
000000*------------------------------------------------------------------------
