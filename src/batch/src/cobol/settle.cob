000000     SELECT SETTLEMENT-REGISTER-FILE ASSIGN TO "SETLRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SETTLEMENT-REGISTER-STATUS.
000000     SELECT CALENDAR-FILE ASSIGN TO "CALFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CALENDAR-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     SELECT SANCTION-HOLD-FILE ASSIGN TO "SANHOLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SANCTION-HOLD-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  DEBITS-FILE.
000000 01  DEBIT-RECORD.
000000     05 DEBIT-ACCT-NO      PIC 9(6).
000000     05 DEBIT-AMOUNT       PIC S9(7)V99.
000000     05 DEBIT-COMPANY-CODE PIC X(3).
000000 FD  CREDITS-FILE.
000000 01  CREDIT-RECORD.
000000     05 CREDIT-ACCT-NO      PIC 9(6).
000000     05 CREDIT-AMOUNT       PIC S9(7)V99.
000000     05 CREDIT-COMPANY-CODE PIC X(3).
000000 FD  SETTLEMENT-FILE.
000000 01  SETTLEMENT-LINE PIC X(40).
000000     05 SETD-RECORD-TYPE PIC X(1).
000000     05 SETD-ACCT-NO     PIC 9(6).
000000     05 SETD-DIRECTION   PIC X(1).
000000     05 SETD-AMOUNT      PIC 9(9)V99.
000000     05 SETD-SEQUENCE    PIC 9(5).
000000*Value date: the banking day the bank must apply the movement,
000000*computed against the CALFL processing calendar.  The roll flag
000000 01  SETTLEMENT-TRAILER REDEFINES SETTLEMENT-LINE.
000000     05 SETT-RECORD-TYPE  PIC X(1).
000000     05 SETT-INSTR-COUNT  PIC 9(7).
000000     05 SETT-ABS-TOTAL    PIC 9(11)V99.
000000     05 FILLER            PIC X(19).
000000 FD  SETTLEMENT-REGISTER-FILE.
000000 01  SETTLEMENT-REGISTER-LINE PIC X(80).
000000 FD  CALENDAR-FILE.
000000     COPY "calrec.cpy".
000000 FD  ROLL-REPORT-FILE.
000000 01  ROLL-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000 FD  SANCTION-HOLD-FILE.
000000     COPY "sanhold.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 DEBITS-STATUS PIC X(2) VALUE '00'.
000000    01 CREDITS-STATUS PIC X(2) VALUE '00'.
000000    01 SETTLEMENT-STATUS PIC X(2) VALUE '00'.
000000    01 SETTLEMENT-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 DEBITS-OPENED PIC X VALUE 'N'.
000000       88 DEBITS-OPENED-YES VALUE 'Y'.
000000    01 CREDITS-EOF PIC X VALUE 'N'.
000000       88 CREDITS-EOF-YES VALUE 'Y'.
000000    01 SETTLE-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 DEBIT-DAY-TOTAL PIC S9(9)V99 VALUE ZERO.
000000    01 CREDIT-DAY-TOTAL PIC S9(9)V99 VALUE ZERO.
000000    01 MOVEMENT-AMOUNT PIC S9(9)V99 VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 ORIGINATOR-NAME PIC X(16) VALUE 'FN BATCH OPS    '.
000000    01 INSTRUCTION-COUNT PIC 9(7) VALUE ZERO.
000000    01 ABSOLUTE-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 AMOUNT-ABS PIC 9(9)V99 VALUE ZERO.
000000    01 AMOUNT-ABS-DISPLAY PIC Z(8)9.99 VALUE ZERO.
000000    01 ABSOLUTE-TOTAL-DISPLAY PIC Z(10)9.99 VALUE ZERO.
000000    01 ZERO-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
000000    01 CALENDAR-STATUS PIC X(2) VALUE '00'.
000000    01 ROLL-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 CALENDAR-EOF PIC X VALUE 'N'.
000000       88 CALENDAR-EOF-YES VALUE 'Y'.
000000*The days from the run date forward, up to 64 each from the
000000*house calendar and from the settlement calendar when one is
000000*named.
000000    01 CALENDAR-TABLE.
000000       05 CALENDAR-DAY-COUNT PIC 9(3) VALUE ZERO.
000000       05 CALENDAR-DAY-ENTRY OCCURS 128 TIMES.
000000          10 TBL-CAL-DATE PIC 9(8).
000000          10 TBL-CAL-TYPE PIC X(1).
000000          10 TBL-CAL-CODE PIC X(3).
000000    01 HOUSE-DAY-COUNT PIC 9(3) VALUE ZERO.
000000    01 SETTLE-DAY-COUNT PIC 9(3) VALUE ZERO.
000000    01 SETTLE-CALENDAR-CODE PIC X(3) VALUE SPACES.
000000    01 SETTLE-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CAL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CAL-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SAME-DAY-CUTOFF PIC 9(4) VALUE ZERO.
000000    01 ROLL-HEADER-DONE PIC X VALUE 'N'.
000000       88 ROLL-HEADER-DONE-YES VALUE 'Y'.
000000    COPY "datesvc.cpy".
000000    COPY "sanscrn.cpy".
000000    01 SANCTION-HOLD-STATUS PIC X(2) VALUE '00'.
000000    01 SANCTION-HOLD-EOF PIC X VALUE 'N'.
000000       88 SANCTION-HOLD-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 INSTRUCTION-DIRECTION PIC X(1) VALUE SPACE.
000000*Every payment held for sanctions review, whatever its state, so
000000*SANHOLD rewrites whole at the end of the build.
000000    01 HOLD-TABLE.
000000       05 HOLD-COUNT PIC 9(3) VALUE ZERO.
000000       05 HOLD-ENTRY PIC X(52) OCCURS 500 TIMES.
000000    01 HLD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HOLD-OVERFLOW PIC X VALUE 'N'.
000000       88 HOLD-OVERFLOW-YES VALUE 'Y'.
000000    01 NO-LIST-WARNED PIC X VALUE 'N'.
000000       88 NO-LIST-WARNED-YES VALUE 'Y'.
000000    01 HELD-COUNT PIC 9(5) VALUE ZERO.
000000    01 RELEASED-COUNT PIC 9(5) VALUE ZERO.
000000    01 HOLD-VERDICT-TEXT PIC X(28) VALUE SPACES.
000000    COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*BANK SETTLEMENT INSTRUCTION FILE
000000*carries the instruction count and the absolute-amount total
000000*the bank proves the file against.  The SETLRPT settlement
000000*register records exactly what was sent.  The originator name
000000*is SETTLE ORIGINATOR on the parameter library when one is in
000000*force.  The value date is a business day on the house
000000*calendar and, when SETTLE CALENDAR names the settlement bank's
000000*own calendar on CALFL, not a holiday there either.
000000*Every payee is screened against the sanctions watch list before
000000*its instruction is written: a possible or confirmed match is
000000*held back on SANHOLD instead of being sent, and shows on the
000000*register as held.  Held payments are screened again on each
000000*build - once compliance clears the payee the payment is
000000*released into that night's file, and a confirmed match blocks
000000*it for good.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0500-READ-ORIGINATOR THRU 0500-EXIT.
000000     PERFORM 0600-READ-CUTOFF THRU 0600-EXIT.
000000     PERFORM 0650-READ-SETTLE-CALENDAR THRU 0650-EXIT.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-LOAD-CALENDAR THRU 0800-EXIT.
000000     PERFORM 0900-LOAD-HELD-PAYMENTS THRU 0900-EXIT.
000000     PERFORM 3000-COMPUTE-VALUE-DATE THRU 3000-EXIT.
000000     PERFORM 2000-BUILD-SETTLEMENT-FILE THRU 2000-EXIT.
000000     IF ROLL-HEADER-DONE-YES
000000     END-IF.
000000     EXIT PROGRAM.
000000*The same-day cutoff is the bank's: a file built before the
000000*SETTLE CUTOFF-TIME parameter's HHMM may value today, one built
000000*after it values the next banking day.  No cutoff in force
000000*means no same-day window - the overnight build always values
000000*forward.
000000 0600-READ-CUTOFF.
000000     MOVE 'SETTLE' TO PSVC-PROGRAM.
000000     MOVE 'CUTOFF-TIME' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER <= 2359
000000         MOVE PSVC-NUMBER TO SAME-DAY-CUTOFF
000000     END-IF.
000000 0600-EXIT.
000000     EXIT.
000000*SETTLE CALENDAR names the company or currency calendar on CALFL
000000*whose bank holidays the value date must also clear.  None in
000000*force means the house calendar alone decides.
000000 0650-READ-SETTLE-CALENDAR.
000000     MOVE 'SETTLE' TO PSVC-PROGRAM.
000000     MOVE 'CALENDAR' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-TEXT
000000         MOVE PSVC-VALUE TO SETTLE-CALENDAR-CODE
000000     END-IF.
000000 0650-EXIT.
000000     EXIT.
000000 0800-LOAD-CALENDAR.
000000     OPEN INPUT CALENDAR-FILE.
000000     IF CALENDAR-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     PERFORM 0810-READ-CALENDAR.
000000     PERFORM 0820-STORE-CALENDAR-DAY THRU 0820-NEXT
000000         UNTIL CALENDAR-EOF-YES OR CALENDAR-DAY-COUNT = 128.
000000     CLOSE CALENDAR-FILE.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*HELD-PAYMENT PICKUP
000000*SANHOLD is optional the first time.  A rerun of the same cycle
000000*undoes its own work first: payments it held are dropped (they
000000*are still in tonight's feeds and will be screened again) and
000000*payments it released go back to held.
000000*------------------------------------------------------------------------
000000 0900-LOAD-HELD-PAYMENTS.
000000     OPEN INPUT SANCTION-HOLD-FILE.
000000     IF SANCTION-HOLD-STATUS NOT = '00'
000000         GO TO 0900-EXIT
000000     END-IF.
000000     PERFORM 0910-READ-HELD-PAYMENT.
000000     PERFORM 0920-STORE-HELD-PAYMENT THRU 0920-NEXT
000000         UNTIL SANCTION-HOLD-EOF-YES.
000000     CLOSE SANCTION-HOLD-FILE.
000000 0900-EXIT.
000000     EXIT.
000000 0910-READ-HELD-PAYMENT.
000000     READ SANCTION-HOLD-FILE
000000         AT END SET SANCTION-HOLD-EOF-YES TO TRUE
000000     END-READ.
000000 0920-STORE-HELD-PAYMENT.
000000     IF SHLD-HELD-RUN-ID = CURRENT-RUN-ID
000000         GO TO 0920-NEXT
000000     END-IF.
000000     IF SHLD-RELEASED AND SHLD-RELEASE-RUN-ID = CURRENT-RUN-ID
000000         SET SHLD-HELD TO TRUE
000000         MOVE ZERO TO SHLD-RELEASE-DATE
000000         MOVE ZERO TO SHLD-RELEASE-RUN-ID
000000     END-IF.
000000     IF HOLD-COUNT = 500
000000         SET HOLD-OVERFLOW-YES TO TRUE
000000         GO TO 0920-NEXT
000000     END-IF.
000000     ADD 1 TO HOLD-COUNT.
000000     MOVE SANCTIONS-HOLD-RECORD TO HOLD-ENTRY(HOLD-COUNT).
000000 0920-NEXT.
000000     PERFORM 0910-READ-HELD-PAYMENT.
000000 0810-READ-CALENDAR.
000000     READ CALENDAR-FILE
000000         AT END SET CALENDAR-EOF-YES TO TRUE
000000     END-READ.
000000 0820-STORE-CALENDAR-DAY.
000000     IF CAL-DATE < CURRENT-RUN-DATE
000000         GO TO 0820-NEXT
000000     END-IF.
000000     IF CAL-HOUSE-CALENDAR
000000         IF HOUSE-DAY-COUNT = 64
000000             GO TO 0820-NEXT
000000         END-IF
000000         ADD 1 TO HOUSE-DAY-COUNT
000000     ELSE
000000         IF SETTLE-CALENDAR-CODE = SPACES
000000             OR CAL-CALENDAR-CODE NOT = SETTLE-CALENDAR-CODE
000000             OR SETTLE-DAY-COUNT = 64
000000             GO TO 0820-NEXT
000000         END-IF
000000         ADD 1 TO SETTLE-DAY-COUNT
000000     END-IF.
000000     ADD 1 TO CALENDAR-DAY-COUNT.
000000     MOVE CAL-DATE TO TBL-CAL-DATE(CALENDAR-DAY-COUNT).
000000     MOVE CAL-DAY-TYPE TO TBL-CAL-TYPE(CALENDAR-DAY-COUNT).
000000     MOVE CAL-CALENDAR-CODE TO TBL-CAL-CODE(CALENDAR-DAY-COUNT).
000000 0820-NEXT.
000000     PERFORM 0810-READ-CALENDAR.
000000*------------------------------------------------------------------------
000000*VALUE DATE
000000     EXIT.
000000 3100-SEEK-BUSINESS-DAY.
000000     MOVE 0 TO CAL-FOUND-IX.
000000     MOVE 0 TO SETTLE-FOUND-IX.
000000     PERFORM VARYING CAL-IX FROM 1 BY 1
000000             UNTIL CAL-IX > CALENDAR-DAY-COUNT
000000         IF TBL-CAL-DATE(CAL-IX) = CANDIDATE-DATE
000000             IF TBL-CAL-CODE(CAL-IX) = SPACES
000000                 MOVE CAL-IX TO CAL-FOUND-IX
000000             ELSE
000000                 MOVE CAL-IX TO SETTLE-FOUND-IX
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF CAL-FOUND-IX = 0
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF TBL-CAL-TYPE(CAL-FOUND-IX) = 'B'
000000         AND (SETTLE-FOUND-IX = 0
000000              OR TBL-CAL-TYPE(SETTLE-FOUND-IX) = 'B')
000000         MOVE 11 TO ROLL-STEP-COUNT
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF TBL-CAL-TYPE(CAL-FOUND-IX) = 'H'
000000         ADD 1 TO HOLIDAYS-CROSSED
000000     ELSE
000000         IF SETTLE-FOUND-IX > 0
000000             AND TBL-CAL-TYPE(SETTLE-FOUND-IX) = 'H'
000000             ADD 1 TO HOLIDAYS-CROSSED
000000         END-IF
000000     END-IF.
000000     ADD 1 TO ROLL-STEP-COUNT.
000000     PERFORM 3200-STEP-ONE-DAY THRU 3200-EXIT.
000000         SET ROLL-HEADER-DONE-YES TO TRUE
000000     END-IF.
000000     MOVE SPACES TO ROLL-REPORT-LINE.
000000     MOVE AMOUNT-ABS TO AMOUNT-ABS-DISPLAY.
000000     STRING 'ACCT ' SETTLE-ACCT-NO
000000         ' ' SETD-DIRECTION
000000         ' ' AMOUNT-ABS-DISPLAY
000000         ' VALUE ' VALUE-DATE
000000         INTO ROLL-REPORT-LINE.
000000     WRITE ROLL-REPORT-LINE.
000000 3300-EXIT.
000000     EXIT.
000000 0500-READ-ORIGINATOR.
000000     MOVE 'SETTLE' TO PSVC-PROGRAM.
000000     MOVE 'ORIGINATOR' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-IN-FORCE
000000         MOVE PSVC-VALUE TO ORIGINATOR-NAME
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000 0700-READ-RUN-CONTROL.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 2000-CLOSE
000000     END-IF.
000000*A hold file bigger than the table cannot be rewritten without
000000*losing held payments, and a payment that cannot be held must
000000*not be sent either.
000000     IF HOLD-OVERFLOW-YES
000000         DISPLAY '*** SANHOLD HOLDS MORE THAN 500 PAYMENTS - '
000000             'SETTLEMENT FILE NOT BUILT'
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 2000-CLOSE
000000     END-IF.
000000     OPEN OUTPUT SETTLEMENT-FILE.
000000     OPEN OUTPUT SETTLEMENT-REGISTER-FILE.
000000     MOVE 'SETTLEMENT REGISTER' TO SETTLEMENT-REGISTER-LINE.
000000     IF NOT CREDITS-EOF-YES
000000         PERFORM 2110-READ-CREDIT
000000     END-IF.
000000     PERFORM 2200-SETTLE-ONE-ACCOUNT THRU 2200-EXIT
000000         UNTIL DEBITS-EOF-YES AND CREDITS-EOF-YES.
000000     PERFORM 2600-REVIEW-HELD-PAYMENT THRU 2600-EXIT
000000         VARYING HLD-IX FROM 1 BY 1
000000         UNTIL HLD-IX > HOLD-COUNT.
000000     MOVE SPACES TO SETTLEMENT-LINE.
000000     MOVE 'T' TO SETT-RECORD-TYPE.
000000     MOVE INSTRUCTION-COUNT TO SETT-INSTR-COUNT.
000000     MOVE ABSOLUTE-TOTAL TO SETT-ABS-TOTAL.
000000     WRITE SETTLEMENT-LINE.
000000     MOVE SPACES TO SETTLEMENT-REGISTER-LINE.
000000     MOVE ABSOLUTE-TOTAL TO ABSOLUTE-TOTAL-DISPLAY.
000000     STRING 'INSTRUCTIONS: ' INSTRUCTION-COUNT
000000         ' ABSOLUTE TOTAL: ' ABSOLUTE-TOTAL-DISPLAY
000000         ' ZERO MOVEMENTS SKIPPED: ' ZERO-SKIPPED-COUNT
000000         INTO SETTLEMENT-REGISTER-LINE.
000000     WRITE SETTLEMENT-REGISTER-LINE.
000000     MOVE SPACES TO SETTLEMENT-REGISTER-LINE.
000000     STRING 'SANCTIONS HOLDS TONIGHT: ' HELD-COUNT
000000         ' RELEASED FROM HOLD: ' RELEASED-COUNT
000000         INTO SETTLEMENT-REGISTER-LINE.
000000     WRITE SETTLEMENT-REGISTER-LINE.
000000     CLOSE SETTLEMENT-REGISTER-FILE.
000000     CLOSE SETTLEMENT-FILE.
000000     PERFORM 8000-REWRITE-HELD-PAYMENTS THRU 8000-EXIT.
000000     IF HELD-COUNT > ZERO OR NO-LIST-WARNED-YES
000000         IF RETURN-CODE < 4
000000             MOVE 4 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 2000-CLOSE.
000000     IF DEBITS-OPENED-YES
000000         CLOSE DEBITS-FILE
000000         CLOSE CREDITS-FILE
000000     END-IF.
000000     DISPLAY 'SETTLE: ' INSTRUCTION-COUNT
000000         ' INSTRUCTION(S) FOR ' ABSOLUTE-TOTAL-DISPLAY.
000000     IF HELD-COUNT > ZERO
000000         DISPLAY 'SETTLE: ' HELD-COUNT
000000             ' PAYMENT(S) HELD FOR SANCTIONS REVIEW'
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000*Envelope records left on an unsequenced feed are bookkeeping,
000000         GIVING MOVEMENT-AMOUNT.
000000     IF MOVEMENT-AMOUNT = ZERO
000000         ADD 1 TO ZERO-SKIPPED-COUNT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     IF MOVEMENT-AMOUNT < ZERO
000000         MOVE 'D' TO INSTRUCTION-DIRECTION
000000         SUBTRACT MOVEMENT-AMOUNT FROM ZERO
000000             GIVING AMOUNT-ABS
000000     ELSE
000000         MOVE 'C' TO INSTRUCTION-DIRECTION
000000         MOVE MOVEMENT-AMOUNT TO AMOUNT-ABS
000000     END-IF.
000000     PERFORM 2500-SCREEN-PAYEE THRU 2500-EXIT.
000000     IF SSCR-HOLD OR SSCR-BLOCKED
000000         PERFORM 2300-HOLD-INSTRUCTION THRU 2300-EXIT
000000     ELSE
000000         PERFORM 2400-WRITE-INSTRUCTION THRU 2400-EXIT
000000     END-IF.
000000 2200-EXIT.
000000     EXIT.
000000 2210-TAKE-DEBIT-SIDE.
000000     ADD DEBIT-AMOUNT TO DEBIT-DAY-TOTAL.
000000     PERFORM 2100-READ-DEBIT.
000000 2220-TAKE-CREDIT-SIDE.
000000     ADD CREDIT-AMOUNT TO CREDIT-DAY-TOTAL.
000000     PERFORM 2110-READ-CREDIT.
000000*A held payment is recorded instead of instructed; a payee
000000*compliance has already confirmed is blocked at once.
000000 2300-HOLD-INSTRUCTION.
000000     MOVE SPACES TO SETTLEMENT-REGISTER-LINE.
000000     MOVE AMOUNT-ABS TO AMOUNT-ABS-DISPLAY.
000000     IF HOLD-COUNT = 500
000000         DISPLAY '*** SANHOLD TABLE FULL - ACCT ' SETTLE-ACCT-NO
000000             ' PAYMENT NEITHER SENT NOR HELD'
000000         MOVE 8 TO RETURN-CODE
000000         STRING 'ACCT ' SETTLE-ACCT-NO
000000             ' ' INSTRUCTION-DIRECTION
000000             ' ' AMOUNT-ABS-DISPLAY
000000             ' NOT SENT - HOLD FILE FULL'
000000             INTO SETTLEMENT-REGISTER-LINE
000000         WRITE SETTLEMENT-REGISTER-LINE
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE SETTLE-ACCT-NO TO SHLD-ACCT-NO.
000000     MOVE SSCR-SCREENED-ID TO SHLD-CUST-ID.
000000     MOVE INSTRUCTION-DIRECTION TO SHLD-DIRECTION.
000000     MOVE AMOUNT-ABS TO SHLD-AMOUNT.
000000     MOVE CURRENT-RUN-DATE TO SHLD-HELD-DATE.
000000     MOVE CURRENT-RUN-ID TO SHLD-HELD-RUN-ID.
000000     IF SSCR-BLOCKED
000000         SET SHLD-BLOCKED TO TRUE
000000         MOVE 'BLOCKED - SANCTIONS MATCH' TO HOLD-VERDICT-TEXT
000000     ELSE
000000         SET SHLD-HELD TO TRUE
000000         MOVE 'HELD - SANCTIONS REVIEW' TO HOLD-VERDICT-TEXT
000000     END-IF.
000000     MOVE ZERO TO SHLD-RELEASE-DATE.
000000     MOVE ZERO TO SHLD-RELEASE-RUN-ID.
000000     ADD 1 TO HOLD-COUNT.
000000     MOVE SANCTIONS-HOLD-RECORD TO HOLD-ENTRY(HOLD-COUNT).
000000     ADD 1 TO HELD-COUNT.
000000     STRING 'ACCT ' SETTLE-ACCT-NO
000000         ' ' INSTRUCTION-DIRECTION
000000         ' ' AMOUNT-ABS-DISPLAY
000000         ' ' HOLD-VERDICT-TEXT
000000         INTO SETTLEMENT-REGISTER-LINE.
000000     WRITE SETTLEMENT-REGISTER-LINE.
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ONE INSTRUCTION TO THE BANK
000000*------------------------------------------------------------------------
000000 2400-WRITE-INSTRUCTION.
000000     ADD 1 TO INSTRUCTION-COUNT.
000000     MOVE SPACES TO SETTLEMENT-LINE.
000000     MOVE 'D' TO SETD-RECORD-TYPE.
000000     MOVE SETTLE-ACCT-NO TO SETD-ACCT-NO.
000000     MOVE INSTRUCTION-DIRECTION TO SETD-DIRECTION.
000000     MOVE AMOUNT-ABS TO SETD-AMOUNT.
000000     MOVE INSTRUCTION-COUNT TO SETD-SEQUENCE.
000000     MOVE VALUE-DATE TO SETD-VALUE-DATE.
000000     IF HOLIDAYS-CROSSED > ZERO
000000         MOVE 'R' TO SETD-ROLL-FLAG
000000     ELSE
000000         MOVE SPACE TO SETD-ROLL-FLAG
000000     END-IF.
000000     WRITE SETTLEMENT-LINE.
000000     ADD AMOUNT-ABS TO ABSOLUTE-TOTAL.
000000     MOVE SPACES TO SETTLEMENT-REGISTER-LINE.
000000     MOVE AMOUNT-ABS TO AMOUNT-ABS-DISPLAY.
000000     STRING 'ACCT ' SETTLE-ACCT-NO
000000         ' ' SETD-DIRECTION
000000         ' ' AMOUNT-ABS-DISPLAY
000000         ' VALUE ' VALUE-DATE
000000         INTO SETTLEMENT-REGISTER-LINE.
000000     WRITE SETTLEMENT-REGISTER-LINE.
000000     IF HOLIDAYS-CROSSED > ZERO
000000         PERFORM 3300-NOTE-ROLLED-INSTRUCTION THRU 3300-EXIT
000000     END-IF.
000000 2400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SANCTIONS SCREENING
000000*The payee is the account's owner as the account service and
000000*the customer master know them.  No watch list means nothing
000000*can be screened: the file still goes, but the step warns.
000000*------------------------------------------------------------------------
000000 2500-SCREEN-PAYEE.
000000     MOVE 'A' TO SSCR-FUNCTION.
000000     MOVE SPACES TO SSCR-CUST-ID.
000000     MOVE SPACES TO SSCR-NAME.
000000     MOVE SPACES TO SSCR-POSTAL-CODE.
000000     MOVE SETTLE-ACCT-NO TO SSCR-ACCT-NO.
000000     MOVE 'SETTLE  ' TO SSCR-SOURCE.
000000     MOVE CURRENT-RUN-DATE TO SSCR-RUN-DATE.
000000     CALL 'sanscrn' USING SANSCRN-REQUEST SANSCRN-RESULT
000000         SANSCRN-STATUS.
000000     IF SSCR-NO-LIST AND NOT NO-LIST-WARNED-YES
000000         DISPLAY '*** SETTLE: NO SANCTIONS WATCH LIST - '
000000             'PAYEES NOT SCREENED'
000000         SET NO-LIST-WARNED-YES TO TRUE
000000     END-IF.
000000 2500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*HELD PAYMENTS FROM EARLIER NIGHTS
000000*Each still-held payment is screened again.  A payee compliance
000000*has cleared is released into tonight's file at its original
000000*amount and direction; a confirmed payee's payment is blocked.
000000*------------------------------------------------------------------------
000000 2600-REVIEW-HELD-PAYMENT.
000000     MOVE HOLD-ENTRY(HLD-IX) TO SANCTIONS-HOLD-RECORD.
000000     IF NOT SHLD-HELD
000000         GO TO 2600-EXIT
000000     END-IF.
000000     IF SHLD-HELD-RUN-ID = CURRENT-RUN-ID
000000         GO TO 2600-EXIT
000000     END-IF.
000000     MOVE SHLD-ACCT-NO TO SETTLE-ACCT-NO.
000000     PERFORM 2500-SCREEN-PAYEE THRU 2500-EXIT.
000000     IF SSCR-BLOCKED
000000         SET SHLD-BLOCKED TO TRUE
000000         MOVE SANCTIONS-HOLD-RECORD TO HOLD-ENTRY(HLD-IX)
000000         MOVE SPACES TO SETTLEMENT-REGISTER-LINE
000000         MOVE SHLD-AMOUNT TO AMOUNT-ABS-DISPLAY
000000         STRING 'ACCT ' SHLD-ACCT-NO
000000             ' ' SHLD-DIRECTION
000000             ' ' AMOUNT-ABS-DISPLAY
000000             ' HELD ' SHLD-HELD-DATE ' NOW BLOCKED'
000000             INTO SETTLEMENT-REGISTER-LINE
000000         WRITE SETTLEMENT-REGISTER-LINE
000000         GO TO 2600-EXIT
000000     END-IF.
000000     IF NOT SSCR-CLEAR
000000         GO TO 2600-EXIT
000000     END-IF.
000000     MOVE SHLD-DIRECTION TO INSTRUCTION-DIRECTION.
000000     MOVE SHLD-AMOUNT TO AMOUNT-ABS.
000000     PERFORM 2400-WRITE-INSTRUCTION THRU 2400-EXIT.
000000     MOVE SPACES TO SETTLEMENT-REGISTER-LINE.
000000     STRING '   RELEASED FROM SANCTIONS HOLD OF '
000000         SHLD-HELD-DATE
000000         INTO SETTLEMENT-REGISTER-LINE.
000000     WRITE SETTLEMENT-REGISTER-LINE.
000000     SET SHLD-RELEASED TO TRUE.
000000     MOVE CURRENT-RUN-DATE TO SHLD-RELEASE-DATE.
000000     MOVE CURRENT-RUN-ID TO SHLD-RELEASE-RUN-ID.
000000     MOVE SANCTIONS-HOLD-RECORD TO HOLD-ENTRY(HLD-IX).
000000     ADD 1 TO RELEASED-COUNT.
000000     MOVE 'R' TO SSCR-FUNCTION.
000000     MOVE SHLD-CUST-ID TO SSCR-CUST-ID.
000000     MOVE SHLD-ACCT-NO TO SSCR-ACCT-NO.
000000     CALL 'sanscrn' USING SANSCRN-REQUEST SANSCRN-RESULT
000000         SANSCRN-STATUS.
000000 2600-EXIT.
000000     EXIT.
000000 8000-REWRITE-HELD-PAYMENTS.
000000     OPEN OUTPUT SANCTION-HOLD-FILE.
000000     PERFORM VARYING HLD-IX FROM 1 BY 1
000000             UNTIL HLD-IX > HOLD-COUNT
000000         MOVE HOLD-ENTRY(HLD-IX) TO SANCTIONS-HOLD-RECORD
000000         WRITE SANCTIONS-HOLD-RECORD
000000     END-PERFORM.
000000     CLOSE SANCTION-HOLD-FILE.
000000 8000-EXIT.
000000     EXIT.
