000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. payoff.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT PAYOFF-REQUEST-FILE ASSIGN TO "PAYOFFRQ"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYOFF-REQUEST-STATUS.
000000     SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UPDATED-SCHEDULE-STATUS.
000000     SELECT LATE-CHARGE-FILE ASSIGN TO "LATEREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS LATE-CHARGE-STATUS.
000000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT PAYOFF-LETTER-FILE ASSIGN TO "POQLTR"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYOFF-LETTER-STATUS.
000000     SELECT PAYOFF-QUOTE-FILE ASSIGN TO "POQREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYOFF-QUOTE-STATUS.
000000     SELECT MAIL-HOLD-FILE ASSIGN TO "MAILHOLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MAIL-HOLD-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PAYOFF-REQUEST-FILE.
000000 01  PAYOFF-REQUEST-RECORD.
000000     05 PORQ-ACCT-NO     PIC 9(6).
000000     05 PORQ-PAYOFF-DATE PIC 9(8).
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  LATE-CHARGE-FILE.
000000     COPY "latechg.cpy".
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  PAYOFF-LETTER-FILE.
000000 01  PAYOFF-LETTER-LINE PIC X(80).
000000 FD  PAYOFF-QUOTE-FILE.
000000     COPY "payoffq.cpy".
000000 FD  MAIL-HOLD-FILE.
000000 01  MAIL-HOLD-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 PAYOFF-REQUEST-STATUS PIC X(2) VALUE '00'.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 LATE-CHARGE-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 PAYOFF-LETTER-STATUS PIC X(2) VALUE '00'.
000000    01 PAYOFF-QUOTE-STATUS PIC X(2) VALUE '00'.
000000    01 MAIL-HOLD-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 REQUEST-EOF PIC X VALUE 'N'.
000000       88 REQUEST-EOF-YES VALUE 'Y'.
000000    01 SCHEDULE-EOF PIC X VALUE 'N'.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 LATE-CHARGE-EOF PIC X VALUE 'N'.
000000       88 LATE-CHARGE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000     COPY "acctsvc.cpy".
000000*A quote holds for this many days past the payoff date unless
000000*PAYOFF VALID-DAYS on the parameter library says otherwise.
000000    01 QUOTE-VALID-DAYS PIC 9(3) VALUE 10.
000000*One entry per payoff request card, with the amounts gathered on
000000*the passes over the updated schedule and the late-charge
000000*register.
000000    01 REQUEST-TABLE.
000000       05 REQUEST-COUNT PIC 9(2) VALUE ZERO.
000000       05 REQUEST-ENTRY OCCURS 50 TIMES.
000000          10 TBL-REQ-ACCT        PIC 9(6).
000000          10 TBL-REQ-PAYOFF-DATE PIC 9(8).
000000          10 TBL-REQ-UNPAID      PIC 9(9)V99.
000000          10 TBL-REQ-LATE-CHG    PIC 9(7)V99.
000000          10 TBL-REQ-REBATE      PIC 9(7)V99.
000000          10 TBL-REQ-OPEN-CNT    PIC 9(3).
000000          10 TBL-REQ-STATE       PIC X(1).
000000             88 TBL-REQ-PENDING  VALUE 'P'.
000000             88 TBL-REQ-DONE     VALUE 'D'.
000000             88 TBL-REQ-REJECTED VALUE 'R'.
000000    01 REQ-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REQ-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SEARCH-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 UNPAID-AMOUNT PIC 9(7)V99 VALUE ZERO.
000000    01 REBATE-AMOUNT PIC 9(7)V99 VALUE ZERO.
000000    01 PAYOFF-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 VALID-THRU-DATE PIC 9(8) VALUE ZERO.
000000    01 LETTER-NAME PIC X(30) VALUE SPACES.
000000    01 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 MASTER-AVAILABLE PIC X VALUE 'N'.
000000       88 MASTER-AVAILABLE-YES VALUE 'Y'.
000000    01 SUPPRESS-THIS-ONE PIC X VALUE 'N'.
000000       88 SUPPRESS-THIS-ONE-YES VALUE 'Y'.
000000    01 QUOTED-COUNT PIC 9(3) VALUE ZERO.
000000    01 REJECTED-COUNT PIC 9(3) VALUE ZERO.
000000    01 HELD-COUNT PIC 9(3) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*INSTALLMENT PAYOFF QUOTE
000000*Answers the customer who phones in asking what it takes to
000000*clear the plan: one PAYOFFRQ card per account names the date
000000*the customer intends to pay.  The updated schedule is totalled
000000*for the account's open and partially paid installments, any
000000*late charges still outstanding on LATEREG are added, and on an
000000*interest-bearing plan the interest scheduled on installments
000000*not yet due by the payoff date is taken back out - it is not
000000*earned if the balance is cleared first.  Each quote prints as
000000*a letter on POQLTR carrying a valid-through date and is
000000*appended to the POQREG register the payment-application pass
000000*reads to recognise the payoff when the money arrives.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-READ-PARM THRU 0800-EXIT.
000000     PERFORM 1000-LOAD-REQUESTS THRU 1000-EXIT.
000000     IF REQUEST-COUNT = ZERO
000000         DISPLAY 'PAYOFF: NO PAYOFF REQUESTS - NOTHING QUOTED'
000000         MOVE 0 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-MEASURE-OPEN-BALANCES THRU 2000-EXIT.
000000     PERFORM 2500-GATHER-LATE-CHARGES THRU 2500-EXIT.
000000     PERFORM 3000-ISSUE-QUOTES THRU 3000-EXIT.
000000     DISPLAY 'PAYOFF: ' QUOTED-COUNT ' QUOTE(S) ISSUED, '
000000         REJECTED-COUNT ' REFUSED, '
000000         HELD-COUNT ' LETTER(S) HELD'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000*------------------------------------------------------------------------
000000*CYCLE RUN-CONTROL PICKUP
000000*The run date is the date the quote is issued on.
000000*------------------------------------------------------------------------
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
000000*QUOTE-WINDOW PARAMETER
000000*PAYOFF VALID-DAYS optionally carries the number of days a quote
000000*holds past the payoff date; none in force, or zero, keeps the
000000*default.
000000*------------------------------------------------------------------------
000000 0800-READ-PARM.
000000     MOVE 'PAYOFF' TO PSVC-PROGRAM.
000000     MOVE 'VALID-DAYS' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO QUOTE-VALID-DAYS
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*REQUEST-CARD PICKUP
000000*PAYOFFRQ is optional - no cards means nothing to quote.  A
000000*payoff date the date service rejects, or one already behind
000000*the run date, is refused up front.
000000*------------------------------------------------------------------------
000000 1000-LOAD-REQUESTS.
000000     OPEN INPUT PAYOFF-REQUEST-FILE.
000000     IF PAYOFF-REQUEST-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-REQUEST.
000000     PERFORM 1200-STORE-REQUEST THRU 1200-NEXT
000000         UNTIL REQUEST-EOF-YES OR REQUEST-COUNT = 50.
000000     IF NOT REQUEST-EOF-YES
000000         DISPLAY '*** PAYOFF: MORE THAN 50 REQUESTS - '
000000             'REMAINDER NOT QUOTED THIS RUN'
000000     END-IF.
000000     CLOSE PAYOFF-REQUEST-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-REQUEST.
000000     READ PAYOFF-REQUEST-FILE
000000         AT END SET REQUEST-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-REQUEST.
000000     ADD 1 TO REQUEST-COUNT.
000000     MOVE PORQ-ACCT-NO TO TBL-REQ-ACCT(REQUEST-COUNT).
000000     MOVE PORQ-PAYOFF-DATE TO TBL-REQ-PAYOFF-DATE(REQUEST-COUNT).
000000     MOVE ZERO TO TBL-REQ-UNPAID(REQUEST-COUNT).
000000     MOVE ZERO TO TBL-REQ-LATE-CHG(REQUEST-COUNT).
000000     MOVE ZERO TO TBL-REQ-REBATE(REQUEST-COUNT).
000000     MOVE ZERO TO TBL-REQ-OPEN-CNT(REQUEST-COUNT).
000000     MOVE 'P' TO TBL-REQ-STATE(REQUEST-COUNT).
000000     MOVE 'V' TO DSVC-FUNCTION.
000000     MOVE PORQ-PAYOFF-DATE TO DSVC-DATE-1.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         MOVE 'R' TO TBL-REQ-STATE(REQUEST-COUNT)
000000         ADD 1 TO REJECTED-COUNT
000000         DISPLAY '*** PAYOFF: ACCT ' PORQ-ACCT-NO
000000             ' BAD PAYOFF DATE - REQUEST REFUSED'
000000         GO TO 1200-NEXT
000000     END-IF.
000000     IF PORQ-PAYOFF-DATE < CURRENT-RUN-DATE
000000         MOVE 'R' TO TBL-REQ-STATE(REQUEST-COUNT)
000000         ADD 1 TO REJECTED-COUNT
000000         DISPLAY '*** PAYOFF: ACCT ' PORQ-ACCT-NO
000000             ' PAYOFF DATE ALREADY PAST - REQUEST REFUSED'
000000     END-IF.
000000 1200-NEXT.
000000     PERFORM 1100-READ-REQUEST.
000000*------------------------------------------------------------------------
000000*MEASURING PASS
000000*Every open or partially paid row of a requested account adds
000000*its unpaid portion.  A row falling due after the payoff date
000000*gives back the interest scheduled on it, up to what is still
000000*unpaid on the row - interest-free plans carry zero interest
000000*and give back nothing.
000000*------------------------------------------------------------------------
000000 2000-MEASURE-OPEN-BALANCES.
000000     OPEN INPUT UPDATED-SCHEDULE-FILE.
000000     IF UPDATED-SCHEDULE-STATUS NOT = '00'
000000         DISPLAY 'INSTUPD NOT AVAILABLE - NOTHING TO MEASURE'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-SCHEDULE.
000000     PERFORM 2200-MEASURE-ONE-ROW THRU 2200-NEXT
000000         UNTIL SCHEDULE-EOF-YES.
000000     CLOSE UPDATED-SCHEDULE-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-SCHEDULE.
000000     READ UPDATED-SCHEDULE-FILE
000000         AT END SET SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-MEASURE-ONE-ROW.
000000     MOVE IUPD-ACCT-NO TO SEARCH-ACCT-NO.
000000     PERFORM 2300-FIND-REQUEST THRU 2300-EXIT.
000000     IF REQ-FOUND-IX = ZERO OR IUPD-PAID
000000         GO TO 2200-NEXT
000000     END-IF.
000000     SUBTRACT IUPD-PAID-AMT FROM IUPD-INSTALLMENT-AMT
000000         GIVING UNPAID-AMOUNT.
000000     IF UNPAID-AMOUNT = ZERO
000000         GO TO 2200-NEXT
000000     END-IF.
000000     ADD 1 TO TBL-REQ-OPEN-CNT(REQ-FOUND-IX).
000000     ADD UNPAID-AMOUNT TO TBL-REQ-UNPAID(REQ-FOUND-IX).
000000     IF IUPD-DUE-DATE > TBL-REQ-PAYOFF-DATE(REQ-FOUND-IX)
000000         AND IUPD-INTEREST-AMT IS NUMERIC
000000         AND IUPD-INTEREST-AMT > ZERO
000000         IF IUPD-INTEREST-AMT > UNPAID-AMOUNT
000000             MOVE UNPAID-AMOUNT TO REBATE-AMOUNT
000000         ELSE
000000             MOVE IUPD-INTEREST-AMT TO REBATE-AMOUNT
000000         END-IF
000000         ADD REBATE-AMOUNT TO TBL-REQ-REBATE(REQ-FOUND-IX)
000000     END-IF.
000000 2200-NEXT.
000000     PERFORM 2100-READ-SCHEDULE.
000000 2300-FIND-REQUEST.
000000     MOVE ZERO TO REQ-FOUND-IX.
000000     PERFORM VARYING REQ-IX FROM 1 BY 1
000000             UNTIL REQ-IX > REQUEST-COUNT
000000                 OR REQ-FOUND-IX > ZERO
000000         IF TBL-REQ-ACCT(REQ-IX) = SEARCH-ACCT-NO
000000             AND TBL-REQ-STATE(REQ-IX) = 'P'
000000             MOVE REQ-IX TO REQ-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 2300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*OUTSTANDING LATE CHARGES
000000*LATEREG is optional - an account never charged late owes
000000*nothing on top of its installments.
000000*------------------------------------------------------------------------
000000 2500-GATHER-LATE-CHARGES.
000000     OPEN INPUT LATE-CHARGE-FILE.
000000     IF LATE-CHARGE-STATUS NOT = '00'
000000         GO TO 2500-EXIT
000000     END-IF.
000000     PERFORM 2600-READ-LATE-CHARGE.
000000     PERFORM 2700-GATHER-ONE-CHARGE UNTIL LATE-CHARGE-EOF-YES.
000000     CLOSE LATE-CHARGE-FILE.
000000 2500-EXIT.
000000     EXIT.
000000 2600-READ-LATE-CHARGE.
000000     READ LATE-CHARGE-FILE
000000         AT END SET LATE-CHARGE-EOF-YES TO TRUE
000000     END-READ.
000000 2700-GATHER-ONE-CHARGE.
000000     IF LCHG-OUTSTANDING
000000         MOVE LCHG-ACCT-NO TO SEARCH-ACCT-NO
000000         PERFORM 2300-FIND-REQUEST THRU 2300-EXIT
000000         IF REQ-FOUND-IX > ZERO
000000             ADD LCHG-CHARGE-AMT TO TBL-REQ-LATE-CHG(REQ-FOUND-IX)
000000         END-IF
000000     END-IF.
000000     PERFORM 2600-READ-LATE-CHARGE.
000000*------------------------------------------------------------------------
000000*QUOTE ISSUE
000000*Each pending request with something still owed is quoted: the
000000*register record is appended first, so a letter is never in the
000000*customer's hands for a quote the payment pass cannot see.
000000*------------------------------------------------------------------------
000000 3000-ISSUE-QUOTES.
000000     OPEN INPUT CUSTOMER-MASTER.
000000     IF CUSTOMER-MASTER-STATUS = '00'
000000         SET MASTER-AVAILABLE-YES TO TRUE
000000     END-IF.
000000     OPEN OUTPUT PAYOFF-LETTER-FILE.
000000     OPEN EXTEND PAYOFF-QUOTE-FILE.
000000     IF PAYOFF-QUOTE-STATUS = '05' OR PAYOFF-QUOTE-STATUS = '35'
000000         OPEN OUTPUT PAYOFF-QUOTE-FILE
000000     END-IF.
000000     PERFORM 3100-QUOTE-ONE-REQUEST THRU 3100-EXIT
000000         VARYING REQ-IX FROM 1 BY 1
000000         UNTIL REQ-IX > REQUEST-COUNT.
000000     CLOSE PAYOFF-QUOTE-FILE.
000000     CLOSE PAYOFF-LETTER-FILE.
000000     IF MASTER-AVAILABLE-YES
000000         CLOSE CUSTOMER-MASTER
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000 3100-QUOTE-ONE-REQUEST.
000000     IF NOT TBL-REQ-PENDING(REQ-IX)
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF TBL-REQ-OPEN-CNT(REQ-IX) = ZERO
000000         MOVE 'R' TO TBL-REQ-STATE(REQ-IX)
000000         ADD 1 TO REJECTED-COUNT
000000         DISPLAY '*** PAYOFF: ACCT ' TBL-REQ-ACCT(REQ-IX)
000000             ' NOTHING OWED ON THE PLAN - REQUEST REFUSED'
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE TBL-REQ-PAYOFF-DATE(REQ-IX) TO DSVC-DATE-1.
000000     MOVE QUOTE-VALID-DAYS TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO VALID-THRU-DATE
000000     ELSE
000000         MOVE TBL-REQ-PAYOFF-DATE(REQ-IX) TO VALID-THRU-DATE
000000     END-IF.
000000     COMPUTE PAYOFF-AMOUNT = TBL-REQ-UNPAID(REQ-IX)
000000         + TBL-REQ-LATE-CHG(REQ-IX) - TBL-REQ-REBATE(REQ-IX).
000000     MOVE TBL-REQ-ACCT(REQ-IX) TO POQ-ACCT-NO.
000000     MOVE CURRENT-RUN-DATE TO POQ-QUOTE-DATE.
000000     MOVE TBL-REQ-PAYOFF-DATE(REQ-IX) TO POQ-PAYOFF-DATE.
000000     MOVE VALID-THRU-DATE TO POQ-VALID-THRU.
000000     MOVE TBL-REQ-UNPAID(REQ-IX) TO POQ-UNPAID-AMT.
000000     MOVE TBL-REQ-LATE-CHG(REQ-IX) TO POQ-LATE-CHG-AMT.
000000     MOVE TBL-REQ-REBATE(REQ-IX) TO POQ-REBATE-AMT.
000000     MOVE PAYOFF-AMOUNT TO POQ-PAYOFF-AMT.
000000     MOVE CURRENT-RUN-ID TO POQ-RUN-ID.
000000     WRITE PAYOFF-QUOTE-RECORD.
000000     MOVE 'D' TO TBL-REQ-STATE(REQ-IX).
000000     ADD 1 TO QUOTED-COUNT.
000000     PERFORM 3200-RESOLVE-CUSTOMER THRU 3200-EXIT.
000000     IF SUPPRESS-THIS-ONE-YES
000000         GO TO 3100-EXIT
000000     END-IF.
000000     PERFORM 4000-WRITE-QUOTE-LETTER THRU 4000-EXIT.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LETTER ADDRESSEE
000000*The account's owner comes from the shared account service; an
000000*owner whose address the post office has returned mail from has
000000*the letter held on MAILHOLD, the same as statements - the quote
000000*itself still stands on the register.
000000*------------------------------------------------------------------------
000000 3200-RESOLVE-CUSTOMER.
000000     MOVE 'N' TO SUPPRESS-THIS-ONE.
000000     MOVE SPACES TO LETTER-NAME.
000000     MOVE SPACES TO CUST-ADDR-LINE-1.
000000     MOVE SPACES TO CUST-ADDR-LINE-2.
000000     MOVE SPACES TO CUST-CITY.
000000     MOVE SPACES TO CUST-POSTAL-CODE.
000000     IF NOT MASTER-AVAILABLE-YES
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE TBL-REQ-ACCT(REQ-IX) TO ASVC-ACCT-NO.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ERROR
000000         GO TO 3200-EXIT
000000     END-IF.
000000     MOVE ASVC-OWNER-CUST-ID TO CUST-ID.
000000     READ CUSTOMER-MASTER
000000         KEY IS CUST-ID
000000         INVALID KEY
000000             MOVE SPACES TO CUST-ADDR-LINE-1
000000             MOVE SPACES TO CUST-ADDR-LINE-2
000000             MOVE SPACES TO CUST-CITY
000000             MOVE SPACES TO CUST-POSTAL-CODE
000000             GO TO 3200-EXIT
000000     END-READ.
000000     MOVE CUST-NAME TO LETTER-NAME.
000000     IF CUST-ADDR-UNDELIVERABLE
000000         SET SUPPRESS-THIS-ONE-YES TO TRUE
000000         ADD 1 TO HELD-COUNT
000000         OPEN EXTEND MAIL-HOLD-FILE
000000         IF MAIL-HOLD-STATUS = '05'
000000             OR MAIL-HOLD-STATUS = '35'
000000             OPEN OUTPUT MAIL-HOLD-FILE
000000         END-IF
000000         MOVE SPACES TO MAIL-HOLD-LINE
000000         STRING 'PAYOFF QUOTE HELD - ' CUST-ID
000000             ' ' CUST-NAME
000000             ' ADDRESS UNDELIVERABLE'
000000             INTO MAIL-HOLD-LINE
000000         WRITE MAIL-HOLD-LINE
000000         CLOSE MAIL-HOLD-FILE
000000     END-IF.
000000 3200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*QUOTE LETTER
000000*------------------------------------------------------------------------
000000 4000-WRITE-QUOTE-LETTER.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'PAYOFF QUOTATION' '                    DATE: '
000000         CURRENT-RUN-DATE
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE LETTER-NAME TO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE CUST-ADDR-LINE-1 TO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     IF CUST-ADDR-LINE-2 NOT = SPACES
000000         MOVE CUST-ADDR-LINE-2 TO PAYOFF-LETTER-LINE
000000         WRITE PAYOFF-LETTER-LINE
000000     END-IF.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING CUST-CITY ' ' CUST-POSTAL-CODE
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'ACCOUNT: ' TBL-REQ-ACCT(REQ-IX)
000000         '   PAYOFF DATE: ' TBL-REQ-PAYOFF-DATE(REQ-IX)
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE TBL-REQ-UNPAID(REQ-IX) TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'UNPAID INSTALLMENTS         ' AMOUNT-DISPLAY
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE TBL-REQ-LATE-CHG(REQ-IX) TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'LATE CHARGES OUTSTANDING    ' AMOUNT-DISPLAY
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE TBL-REQ-REBATE(REQ-IX) TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'LESS UNEARNED INTEREST      ' AMOUNT-DISPLAY
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE PAYOFF-AMOUNT TO AMOUNT-DISPLAY.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'AMOUNT TO PAY IN FULL       ' AMOUNT-DISPLAY
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'THIS QUOTE IS VALID FOR A PAYMENT OF EXACTLY THE '
000000         'AMOUNT ABOVE'
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     STRING 'RECEIVED NO LATER THAN ' VALID-THRU-DATE '.'
000000         INTO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000     MOVE SPACES TO PAYOFF-LETTER-LINE.
000000     WRITE PAYOFF-LETTER-LINE.
000000 4000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 completed with exceptions - one or more requests
000000*were refused, or a letter was held for a bad address.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF REJECTED-COUNT > ZERO OR HELD-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
