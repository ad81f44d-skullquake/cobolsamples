000000     SELECT NSF-REPORT-FILE ASSIGN TO "NSFRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS NSF-REPORT-STATUS.
000000     SELECT PAYOFF-QUOTE-FILE ASSIGN TO "POQREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYOFF-QUOTE-STATUS.
000000     SELECT LATE-CHARGE-FILE ASSIGN TO "LATEREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS LATE-CHARGE-STATUS.
000000     SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UNAPPLIED-CASH-STATUS.
000000     SELECT UNAPPLIED-REPORT-FILE ASSIGN TO "UNAPRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UNAPPLIED-REPORT-STATUS.
000000     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHOREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-REGISTER-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  PAYMENTS-FILE.
000000 01  PAYMENT-RECORD.
000000     05 PAY-ACCT-NO        PIC 9(6).
000000     05 PAY-TYPE-CODE      PIC X(1).
000000         88 PAY-TYPE-REVERSAL VALUE 'R'.
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  DELINQUENCY-REPORT-FILE.
000000 01  DELINQUENCY-REPORT-LINE PIC X(80).
000000 FD  NSF-REPORT-FILE.
000000 01  NSF-REPORT-LINE PIC X(80).
000000 FD  PAYOFF-QUOTE-FILE.
000000     COPY "payoffq.cpy".
000000 FD  LATE-CHARGE-FILE.
000000     COPY "latechg.cpy".
000000 FD  UNAPPLIED-CASH-FILE.
000000     COPY "unapcash.cpy".
000000 FD  UNAPPLIED-REPORT-FILE.
000000 01  UNAPPLIED-REPORT-LINE PIC X(80).
000000 FD  CHARGE-OFF-REGISTER-FILE.
000000     COPY "chgoff.cpy".
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000*LINE SEQUENTIAL WRITE of it is rejected (file status 71).  The
000000*heading is built here and written FROM instead.
000000     COPY "rpthdr.cpy".
000000     COPY "envrec.cpy".
000000    01 INSTALLMENT-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 PAYMENTS-STATUS PIC X(2) VALUE '00'.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 PAYMENTS-EOF PIC X VALUE 'N'.
000000       88 PAYMENTS-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000*TBL-PAY-TYPE carries the feed's type byte, or 'P' for a
000000*payment recognised as a payoff against a POQREG quote and 'Q'
000000*for the reversal of one - neither applies to an installment.
000000*TBL-PAY-MATCHED goes to 'Y' once the payment has found its
000000*installment or gone into the account's unapplied pool.
000000    01 PAYMENT-TABLE.
000000       05 PAYMENT-COUNT PIC 9(3) VALUE ZERO.
000000       05 PAYMENT-ENTRY OCCURS 200 TIMES.
000000          10 TBL-PAY-ACCT    PIC 9(6).
000000          10 TBL-PAY-INST    PIC 9(2).
000000          10 TBL-PAY-AMOUNT  PIC 9(7)V99.
000000          10 TBL-PAY-TYPE    PIC X(1).
000000          10 TBL-PAY-MATCHED PIC X(1).
000000    01 PAY-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PAYMENTS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 QUOTES-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 RECOVERIES-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 PAYMENT-OVERFLOW PIC X VALUE 'N'.
000000       88 PAYMENT-OVERFLOW-YES VALUE 'Y'.
000000     COPY "tblmon.cpy".
000000    01 APPLIED-AMOUNT PIC S9(7)V99 VALUE ZERO.
000000    01 NSF-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 REVERSAL-COUNT PIC 9(5) VALUE ZERO.
000000    01 REVERSAL-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 UNPAID-AMOUNT PIC 9(7)V99 VALUE ZERO.
000000    01 PAYOFF-QUOTE-STATUS PIC X(2) VALUE '00'.
000000    01 PAYOFF-QUOTE-EOF PIC X VALUE 'N'.
000000       88 PAYOFF-QUOTE-EOF-YES VALUE 'Y'.
000000    01 LATE-CHARGE-STATUS PIC X(2) VALUE '00'.
000000    01 LATE-CHARGE-EOF PIC X VALUE 'N'.
000000       88 LATE-CHARGE-EOF-YES VALUE 'Y'.
000000*Payoff quotes on file, for recognising a payoff when the money
000000*arrives.
000000    01 QUOTE-TABLE.
000000       05 QUOTE-COUNT PIC 9(3) VALUE ZERO.
000000       05 QUOTE-ENTRY OCCURS 200 TIMES.
000000          10 TBL-POQ-ACCT       PIC 9(6).
000000          10 TBL-POQ-QUOTE-DATE PIC 9(8).
000000          10 TBL-POQ-VALID-THRU PIC 9(8).
000000          10 TBL-POQ-AMOUNT     PIC 9(9)V99.
000000    01 POQ-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 POQ-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Accounts a payoff payment has arrived for; PAYOFF-NET counts
000000*payoffs less payoff reversals, so a bounced payoff reopens
000000*the plan.
000000    01 PAYOFF-TABLE.
000000       05 PAYOFF-COUNT PIC 9(3) VALUE ZERO.
000000       05 PAYOFF-ENTRY OCCURS 200 TIMES.
000000          10 TBL-PO-ACCT PIC 9(6).
000000          10 TBL-PO-NET  PIC S9(3).
000000    01 PO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PAID-OFF-SW PIC X VALUE 'N'.
000000       88 PAID-OFF-YES VALUE 'Y'.
000000    01 PAYOFF-APPLIED-COUNT PIC 9(5) VALUE ZERO.
000000*LATEREG image, rewritten with a paid-off account's outstanding
000000*charges marked settled.
000000    01 LATE-CHARGE-TABLE.
000000       05 LATE-CHARGE-COUNT PIC 9(4) VALUE ZERO.
000000       05 LATE-CHARGE-ENTRY PIC X(32) OCCURS 2000 TIMES.
000000    01 LCHG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LATE-CHARGE-OVERFLOW PIC X VALUE 'N'.
000000       88 LATE-CHARGE-OVERFLOW-YES VALUE 'Y'.
000000    01 SETTLED-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNAPPLIED-CASH-STATUS PIC X(2) VALUE '00'.
000000    01 UNAPPLIED-REPORT-STATUS PIC X(2) VALUE '00'.
000000*Each account's money not yet against an installment: payments
000000*keyed with no installment number, overpayments rolling forward
000000*to the next installment, and at the end of the pass whatever
000000*the schedule could not take.
000000    01 UNAPPLIED-TABLE.
000000       05 UNAPPLIED-COUNT PIC 9(3) VALUE ZERO.
000000       05 UNAPPLIED-ENTRY OCCURS 200 TIMES.
000000          10 TBL-UNAP-ACCT   PIC 9(6).
000000          10 TBL-UNAP-AMOUNT PIC S9(9)V99.
000000    01 UNAP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 UNAP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 UNAP-ACCT-KEY PIC 9(6) VALUE ZERO.
000000    01 UNAPPLIED-OVERFLOW PIC X VALUE 'N'.
000000       88 UNAPPLIED-OVERFLOW-YES VALUE 'Y'.
000000    01 EXCESS-AMOUNT PIC S9(7)V99 VALUE ZERO.
000000    01 SHORTFALL-AMOUNT PIC S9(7)V99 VALUE ZERO.
000000    01 ROLLED-FORWARD-COUNT PIC 9(5) VALUE ZERO.
000000    01 SPREAD-APPLIED-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNAPPLIED-ACCT-COUNT PIC 9(5) VALUE ZERO.
000000    01 UNAPPLIED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 UNAP-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 UNAP-LINE-COUNT PIC 9(2) VALUE ZERO.
000000*PAYMTS is appended to by every feed that brings money in; the
000000*enveloped deliveries among it are numbered in file order and
000000*DELIVERY-REFUSED marks those whose trailer did not tie, so the
000000*load pass can leave their payments out.
000000    01 DELIVERY-TABLE.
000000       05 DELIVERY-COUNT PIC 9(3) VALUE ZERO.
000000       05 DELIVERY-REFUSED PIC X(1) OCCURS 999 TIMES.
000000    01 DELIVERY-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 IN-DELIVERY PIC X VALUE 'N'.
000000       88 IN-DELIVERY-YES VALUE 'Y'.
000000    01 SKIP-DELIVERY PIC X VALUE 'N'.
000000       88 SKIP-DELIVERY-YES VALUE 'Y'.
000000    01 REFUSED-DELIVERY-COUNT PIC 9(3) VALUE ZERO.
000000    01 ENV-CHECK-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-CHECK-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 ENVCHK-STATUS PIC X(1) VALUE SPACE.
000000       88 ENVCHK-TIES VALUE 'O'.
000000     COPY "datesvc.cpy".
000000     COPY "dispsvc.cpy".
000000    01 DAYS-PAST-DUE PIC S9(5) VALUE ZERO.
000000    01 AGE-BUCKET-TOTALS.
000000       05 BUCKET-CURRENT PIC 9(9)V99 VALUE ZERO.
000000       05 BUCKET-OVER-90 PIC 9(9)V99 VALUE ZERO.
000000    01 BUCKET-LABEL PIC X(8) VALUE SPACES.
000000    01 DELINQUENT-COUNT PIC 9(5) VALUE ZERO.
000000    01 DISPUTED-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 DISPUTED-FLAG PIC X(9) VALUE SPACES.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 10.
000000    01 CHARGE-OFF-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-REGISTER-EOF PIC X VALUE 'N'.
000000       88 CHARGE-OFF-REGISTER-EOF-YES VALUE 'Y'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000*Charged-off accounts from CHOREG: the date of the first
000000*write-off, the owning company, the recoveries the register
000000*has already booked (recoveries less returned recoveries), and
000000*the net money PAYMTS shows received on or after the write-off.
000000*PAYMTS is cumulative, so booking only the difference between
000000*the two keeps every recovery booked exactly once.
000000    01 RECOVERY-TABLE.
000000       05 RECOVERY-COUNT PIC 9(3) VALUE ZERO.
000000       05 RECOVERY-ENTRY OCCURS 200 TIMES.
000000          10 TBL-REC-ACCT     PIC 9(6).
000000          10 TBL-REC-CHO-DATE PIC 9(8).
000000          10 TBL-REC-COMPANY  PIC X(3).
000000          10 TBL-REC-BOOKED   PIC S9(9)V99.
000000          10 TBL-REC-RECEIVED PIC S9(9)V99.
000000    01 REC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REC-ACCT-KEY PIC 9(6) VALUE ZERO.
000000    01 RECOVERY-DELTA PIC S9(9)V99 VALUE ZERO.
000000    01 RECOVERY-BOOKED-COUNT PIC 9(5) VALUE ZERO.
000000    01 RECOVERY-RETURNED-COUNT PIC 9(5) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PAYMENT APPLICATION AND DELINQUENCY AGING
000000*bounced: each reversal nets against the payments on its
000000*installment, reverting the paid status and re-aging the
000000*account, and is listed same-day on the NSFRPT activity report.
000000*A payment received inside a POQREG payoff quote's window for
000000*exactly the quoted amount is a payoff: every remaining
000000*installment on the account closes as paid, and the account's
000000*outstanding late charges on LATEREG are marked settled.
000000*A payment keyed with no installment number is spread across
000000*the account's open installments oldest-due first; a payment
000000*bigger than its installment rolls the excess forward to the
000000*next; money left once the schedule is fully paid, or keyed to
000000*an installment not on the schedule, lands on the UNAPPL
000000*unapplied-cash file and its UNAPRPT report instead of
000000*vanishing.
000000*Deliveries appended to PAYMTS inside a feed envelope (the
000000*lockbox intake writes them so) are proved against their TRL
000000*count and amount hash first; a delivery that does not tie is
000000*left out whole and the pass ends with a fatal return code.
000000*Money received on an account after it was charged off (CHOREG)
000000*still applies to the schedule as usual, and is also booked as
000000*a bad-debt recovery: a 'BR' line on the transaction log for the
000000*general-ledger journal and an 'R' entry on the register; a
000000*recovered payment the bank later returns comes back out as
000000*'BX' and 'X'.
000000*More payments, payoff quotes or charged-off accounts than the
000000*tables hold are counted, the table monitor raises the alarm
000000*and the pass ends with a fatal return code.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-LOAD-CHARGE-OFFS THRU 0800-EXIT.
000000     PERFORM 0900-LOAD-PAYOFF-QUOTES THRU 0900-EXIT.
000000     PERFORM 0950-VERIFY-PAYMENT-ENVELOPES THRU 0950-EXIT.
000000     PERFORM 1000-LOAD-PAYMENTS THRU 1000-EXIT.
000000     PERFORM 2000-APPLY-PAYMENTS THRU 2000-EXIT.
000000     PERFORM 4000-WRITE-UNAPPLIED-CASH THRU 4000-EXIT.
000000     PERFORM 5000-SETTLE-LATE-CHARGES THRU 5000-EXIT.
000000     PERFORM 6000-POST-RECOVERIES THRU 6000-EXIT.
000000     IF UNAPPLIED-OVERFLOW-YES OR REFUSED-DELIVERY-COUNT > ZERO
000000         OR PAYMENT-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000     END-IF.
000000     EXIT PROGRAM.
000000*------------------------------------------------------------------------
000000*CYCLE RUN-CONTROL PICKUP
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
000000*CHARGE-OFF REGISTER PICKUP
000000*CHOREG is optional - no register means nothing is charged off.
000000*A charged-off account the recovery table cannot hold is
000000*counted, and the table monitor raises the alarm and fails the
000000*pass as it does for the payments.
000000*------------------------------------------------------------------------
000000 0800-LOAD-CHARGE-OFFS.
000000     OPEN INPUT CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     PERFORM 0810-READ-CHARGE-OFF.
000000     PERFORM 0820-STORE-CHARGE-OFF
000000         UNTIL CHARGE-OFF-REGISTER-EOF-YES.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000     MOVE 'PAYAPP  ' TO TMON-PROGRAM.
000000     MOVE 'CHOREG  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE RECOVERY-COUNT TO TMON-USED.
000000     MOVE RECOVERIES-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET PAYMENT-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000 0810-READ-CHARGE-OFF.
000000     READ CHARGE-OFF-REGISTER-FILE
000000         AT END SET CHARGE-OFF-REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 0820-STORE-CHARGE-OFF.
000000     MOVE CHO-ACCT-NO TO REC-ACCT-KEY.
000000     PERFORM 1260-FIND-RECOVERY-SLOT THRU 1260-EXIT.
000000     EVALUATE TRUE
000000         WHEN CHO-CHARGED-OFF
000000             IF REC-FOUND-IX = ZERO
000000                 IF RECOVERY-COUNT < 200
000000                     ADD 1 TO RECOVERY-COUNT
000000                     MOVE RECOVERY-COUNT TO REC-FOUND-IX
000000                     MOVE CHO-ACCT-NO
000000                         TO TBL-REC-ACCT(REC-FOUND-IX)
000000                     MOVE CHO-DATE
000000                         TO TBL-REC-CHO-DATE(REC-FOUND-IX)
000000                     MOVE CHO-COMPANY
000000                         TO TBL-REC-COMPANY(REC-FOUND-IX)
000000                     MOVE ZERO TO TBL-REC-BOOKED(REC-FOUND-IX)
000000                     MOVE ZERO TO TBL-REC-RECEIVED(REC-FOUND-IX)
000000                 ELSE
000000                     DISPLAY '*** PAYAPP: MORE THAN 200 CHARGED-'
000000                         'OFF ACCOUNTS - ACCT ' CHO-ACCT-NO
000000                         ' RECOVERIES NOT BOOKED'
000000                     ADD 1 TO RECOVERIES-LEFT-OUT
000000                 END-IF
000000             END-IF
000000         WHEN CHO-RECOVERED
000000             IF REC-FOUND-IX > ZERO
000000                 ADD CHO-AMOUNT TO TBL-REC-BOOKED(REC-FOUND-IX)
000000             END-IF
000000         WHEN CHO-RECOVERY-RETURNED
000000             IF REC-FOUND-IX > ZERO
000000                 SUBTRACT CHO-AMOUNT
000000                     FROM TBL-REC-BOOKED(REC-FOUND-IX)
000000             END-IF
000000     END-EVALUATE.
000000     PERFORM 0810-READ-CHARGE-OFF.
000000*------------------------------------------------------------------------
000000*PAYOFF-QUOTE PICKUP
000000*POQREG is optional - no quotes on file means no payment is
000000*treated as a payoff.  Once the table is full the rest of the
000000*file is still read, to count what was left out; a quote left
000000*out would let its payoff be applied as installment money, so
000000*the table monitor fails the pass.
000000*------------------------------------------------------------------------
000000 0900-LOAD-PAYOFF-QUOTES.
000000     OPEN INPUT PAYOFF-QUOTE-FILE.
000000     IF PAYOFF-QUOTE-STATUS NOT = '00'
000000         GO TO 0900-EXIT
000000     END-IF.
000000     PERFORM 0910-READ-PAYOFF-QUOTE.
000000     PERFORM 0920-STORE-PAYOFF-QUOTE
000000         UNTIL PAYOFF-QUOTE-EOF-YES.
000000     CLOSE PAYOFF-QUOTE-FILE.
000000     MOVE 'PAYAPP  ' TO TMON-PROGRAM.
000000     MOVE 'POQREG  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE QUOTE-COUNT TO TMON-USED.
000000     MOVE QUOTES-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET PAYMENT-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 0900-EXIT.
000000     EXIT.
000000 0910-READ-PAYOFF-QUOTE.
000000     READ PAYOFF-QUOTE-FILE
000000         AT END SET PAYOFF-QUOTE-EOF-YES TO TRUE
000000     END-READ.
000000 0920-STORE-PAYOFF-QUOTE.
000000     IF QUOTE-COUNT = 200
000000         ADD 1 TO QUOTES-LEFT-OUT
000000     ELSE
000000         ADD 1 TO QUOTE-COUNT
000000         MOVE POQ-ACCT-NO TO TBL-POQ-ACCT(QUOTE-COUNT)
000000         MOVE POQ-QUOTE-DATE TO TBL-POQ-QUOTE-DATE(QUOTE-COUNT)
000000         MOVE POQ-VALID-THRU TO TBL-POQ-VALID-THRU(QUOTE-COUNT)
000000         MOVE POQ-PAYOFF-AMT TO TBL-POQ-AMOUNT(QUOTE-COUNT)
000000     END-IF.
000000     PERFORM 0910-READ-PAYOFF-QUOTE.
000000*------------------------------------------------------------------------
000000*FEED ENVELOPE VERIFICATION
000000*Every HDR..TRL delivery on PAYMTS is tallied and handed to the
000000*shared ENVCHK subprogram; one whose count or amount hash does
000000*not tie, or that never reaches its TRL, is refused.  Payment
000000*records outside any envelope are legacy bare deliveries and
000000*are accepted as before.
000000*------------------------------------------------------------------------
000000 0950-VERIFY-PAYMENT-ENVELOPES.
000000     OPEN INPUT PAYMENTS-FILE.
000000     IF PAYMENTS-STATUS NOT = '00'
000000         GO TO 0950-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-PAYMENT.
000000     PERFORM 0960-TALLY-PAYMENT-LINE
000000         UNTIL PAYMENTS-EOF-YES.
000000     IF IN-DELIVERY-YES
000000         DISPLAY '*** PAYAPP: PAYMTS DELIVERY ' DELIVERY-COUNT
000000             ' HAS NO TRAILER'
000000         PERFORM 0970-REFUSE-DELIVERY
000000     END-IF.
000000     CLOSE PAYMENTS-FILE.
000000     MOVE 'N' TO PAYMENTS-EOF.
000000     MOVE 'N' TO IN-DELIVERY.
000000 0950-EXIT.
000000     EXIT.
000000 0960-TALLY-PAYMENT-LINE.
000000     EVALUATE TRUE
000000         WHEN PAYMENT-RECORD(1:3) = 'HDR'
000000             IF IN-DELIVERY-YES
000000                 DISPLAY '*** PAYAPP: PAYMTS DELIVERY '
000000                     DELIVERY-COUNT ' HAS NO TRAILER'
000000                 PERFORM 0970-REFUSE-DELIVERY
000000             END-IF
000000             IF DELIVERY-COUNT < 999
000000                 ADD 1 TO DELIVERY-COUNT
000000             END-IF
000000             MOVE 'N' TO DELIVERY-REFUSED(DELIVERY-COUNT)
000000             MOVE PAYMENT-RECORD(1:19) TO ENVELOPE-HEADER-RECORD
000000             MOVE ZERO TO ENV-CHECK-COUNT
000000             MOVE ZERO TO ENV-CHECK-HASH
000000             SET IN-DELIVERY-YES TO TRUE
000000         WHEN PAYMENT-RECORD(1:3) = 'TRL'
000000             IF IN-DELIVERY-YES
000000                 MOVE PAYMENT-RECORD(1:22)
000000                     TO ENVELOPE-TRAILER-RECORD
000000                 CALL 'envchk' USING ENVELOPE-HEADER-RECORD
000000                     ENVELOPE-TRAILER-RECORD ENV-CHECK-COUNT
000000                     ENV-CHECK-HASH ENVCHK-STATUS
000000                 IF NOT ENVCHK-TIES
000000                     PERFORM 0970-REFUSE-DELIVERY
000000                 END-IF
000000                 MOVE 'N' TO IN-DELIVERY
000000             ELSE
000000                 DISPLAY '*** PAYAPP: PAYMTS TRAILER WITH NO '
000000                     'HEADER IGNORED'
000000             END-IF
000000         WHEN IN-DELIVERY-YES
000000             ADD 1 TO ENV-CHECK-COUNT
000000             IF PAYMENT-RECORD(9:9) IS NUMERIC
000000                 MOVE PAYMENT-RECORD(9:9) TO ENV-AMOUNT-WORK
000000                 ADD ENV-AMOUNT-WORK TO ENV-CHECK-HASH
000000             END-IF
000000     END-EVALUATE.
000000     PERFORM 1100-READ-PAYMENT.
000000 0970-REFUSE-DELIVERY.
000000     MOVE 'Y' TO DELIVERY-REFUSED(DELIVERY-COUNT).
000000     ADD 1 TO REFUSED-DELIVERY-COUNT.
000000     DISPLAY '*** PAYAPP: PAYMTS DELIVERY ' DELIVERY-COUNT
000000         ' OF ' ENVH-BUSINESS-DATE ' REFUSED - ITS PAYMENTS '
000000         'ARE NOT APPLIED'.
000000*------------------------------------------------------------------------
000000*PAYMENTS PICKUP
000000*------------------------------------------------------------------------
000000 1000-LOAD-PAYMENTS.
000000     MOVE 'NSF ACTIVITY REPORT' TO NSF-REPORT-LINE.
000000     WRITE NSF-REPORT-LINE.
000000     PERFORM 1100-READ-PAYMENT.
000000     PERFORM 1150-TAKE-PAYMENT-LINE UNTIL PAYMENTS-EOF-YES.
000000     MOVE 'PAYAPP  ' TO TMON-PROGRAM.
000000     MOVE 'PAYMTS  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE PAYMENT-COUNT TO TMON-USED.
000000     MOVE PAYMENTS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET PAYMENT-OVERFLOW-YES TO TRUE
000000     END-IF.
000000     MOVE SPACES TO NSF-REPORT-LINE.
000000     STRING 'REVERSALS: ' REVERSAL-COUNT
000000         ' TOTAL BACKED OUT: ' REVERSAL-TOTAL
000000     READ PAYMENTS-FILE
000000         AT END SET PAYMENTS-EOF-YES TO TRUE
000000     END-READ.
000000*Envelope records are not payments; the details of a delivery
000000*the verification pass refused are passed over.  Once the table
000000*is full the rest of the file is still read, to count what was
000000*left out.
000000 1150-TAKE-PAYMENT-LINE.
000000     EVALUATE TRUE
000000         WHEN PAYMENT-RECORD(1:3) = 'HDR'
000000             IF DELIVERY-IX < DELIVERY-COUNT
000000                 ADD 1 TO DELIVERY-IX
000000             END-IF
000000             MOVE DELIVERY-REFUSED(DELIVERY-IX) TO SKIP-DELIVERY
000000             PERFORM 1100-READ-PAYMENT
000000         WHEN PAYMENT-RECORD(1:3) = 'TRL'
000000             MOVE 'N' TO SKIP-DELIVERY
000000             PERFORM 1100-READ-PAYMENT
000000         WHEN SKIP-DELIVERY-YES
000000             PERFORM 1100-READ-PAYMENT
000000         WHEN PAYMENT-COUNT = 200
000000             ADD 1 TO PAYMENTS-LEFT-OUT
000000             PERFORM 1100-READ-PAYMENT
000000         WHEN OTHER
000000             PERFORM 1200-STORE-PAYMENT
000000     END-EVALUATE.
000000*A reversal stores like any payment and nets out in the apply
000000*pass below; it is also reported same-day on NSFRPT so the
000000*collections desk sees which accounts bounced before the next
000000     MOVE PAY-INSTALLMENT-NO TO TBL-PAY-INST(PAYMENT-COUNT).
000000     MOVE PAY-AMOUNT TO TBL-PAY-AMOUNT(PAYMENT-COUNT).
000000     MOVE PAY-TYPE-CODE TO TBL-PAY-TYPE(PAYMENT-COUNT).
000000     MOVE 'N' TO TBL-PAY-MATCHED(PAYMENT-COUNT).
000000     PERFORM 1300-CHECK-PAYOFF THRU 1300-EXIT.
000000     IF PAY-INSTALLMENT-NO = ZERO
000000         AND TBL-PAY-TYPE(PAYMENT-COUNT) NOT = 'P'
000000         AND TBL-PAY-TYPE(PAYMENT-COUNT) NOT = 'Q'
000000         PERFORM 1400-POOL-UNKEYED-PAYMENT THRU 1400-EXIT
000000     END-IF.
000000     IF PAY-TYPE-REVERSAL
000000         ADD 1 TO REVERSAL-COUNT
000000         ADD PAY-AMOUNT TO REVERSAL-TOTAL
000000             INTO NSF-REPORT-LINE
000000         WRITE NSF-REPORT-LINE
000000     END-IF.
000000     PERFORM 1250-NOTE-RECOVERY THRU 1250-EXIT.
000000     PERFORM 1100-READ-PAYMENT.
000000*Money dated on or after an account's write-off is recovery
000000*money; a reversal of it takes the recovery back.
000000 1250-NOTE-RECOVERY.
000000     IF RECOVERY-COUNT = ZERO
000000         GO TO 1250-EXIT
000000     END-IF.
000000     MOVE PAY-ACCT-NO TO REC-ACCT-KEY.
000000     PERFORM 1260-FIND-RECOVERY-SLOT THRU 1260-EXIT.
000000     IF REC-FOUND-IX = ZERO
000000         GO TO 1250-EXIT
000000     END-IF.
000000     IF PAY-DATE < TBL-REC-CHO-DATE(REC-FOUND-IX)
000000         GO TO 1250-EXIT
000000     END-IF.
000000     IF PAY-TYPE-REVERSAL
000000         SUBTRACT PAY-AMOUNT FROM TBL-REC-RECEIVED(REC-FOUND-IX)
000000     ELSE
000000         ADD PAY-AMOUNT TO TBL-REC-RECEIVED(REC-FOUND-IX)
000000     END-IF.
000000 1250-EXIT.
000000     EXIT.
000000 1260-FIND-RECOVERY-SLOT.
000000     MOVE ZERO TO REC-FOUND-IX.
000000     PERFORM VARYING REC-IX FROM 1 BY 1
000000             UNTIL REC-IX > RECOVERY-COUNT
000000                 OR REC-FOUND-IX > ZERO
000000         IF TBL-REC-ACCT(REC-IX) = REC-ACCT-KEY
000000             MOVE REC-IX TO REC-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 1260-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PAYOFF RECOGNITION
000000*A payment (or the reversal of one) dated inside a quote's
000000*window for exactly the quoted amount is taken as the payoff
000000*rather than as money against the installment it names.
000000*------------------------------------------------------------------------
000000 1300-CHECK-PAYOFF.
000000     MOVE ZERO TO POQ-FOUND-IX.
000000     PERFORM VARYING POQ-IX FROM 1 BY 1
000000             UNTIL POQ-IX > QUOTE-COUNT
000000                 OR POQ-FOUND-IX > ZERO
000000         IF TBL-POQ-ACCT(POQ-IX) = PAY-ACCT-NO
000000             AND TBL-POQ-AMOUNT(POQ-IX) = PAY-AMOUNT
000000             AND PAY-DATE NOT < TBL-POQ-QUOTE-DATE(POQ-IX)
000000             AND PAY-DATE NOT > TBL-POQ-VALID-THRU(POQ-IX)
000000             MOVE POQ-IX TO POQ-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF POQ-FOUND-IX = ZERO
000000         GO TO 1300-EXIT
000000     END-IF.
000000     MOVE ZERO TO PO-FOUND-IX.
000000     PERFORM VARYING PO-IX FROM 1 BY 1
000000             UNTIL PO-IX > PAYOFF-COUNT
000000                 OR PO-FOUND-IX > ZERO
000000         IF TBL-PO-ACCT(PO-IX) = PAY-ACCT-NO
000000             MOVE PO-IX TO PO-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PO-FOUND-IX = ZERO
000000         IF PAYOFF-COUNT = 200
000000             DISPLAY '*** PAYAPP: PAYOFF TABLE FULL - ACCT '
000000                 PAY-ACCT-NO ' APPLIED AS A NORMAL PAYMENT'
000000             GO TO 1300-EXIT
000000         END-IF
000000         ADD 1 TO PAYOFF-COUNT
000000         MOVE PAYOFF-COUNT TO PO-FOUND-IX
000000         MOVE PAY-ACCT-NO TO TBL-PO-ACCT(PO-FOUND-IX)
000000         MOVE ZERO TO TBL-PO-NET(PO-FOUND-IX)
000000     END-IF.
000000     IF PAY-TYPE-REVERSAL
000000         MOVE 'Q' TO TBL-PAY-TYPE(PAYMENT-COUNT)
000000         SUBTRACT 1 FROM TBL-PO-NET(PO-FOUND-IX)
000000     ELSE
000000         MOVE 'P' TO TBL-PAY-TYPE(PAYMENT-COUNT)
000000         ADD 1 TO TBL-PO-NET(PO-FOUND-IX)
000000     END-IF.
000000 1300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*UNKEYED PAYMENTS
000000*A payment with no installment number goes into the account's
000000*pool for the schedule pass to spread; its reversal comes back
000000*out of the same pool.
000000*------------------------------------------------------------------------
000000 1400-POOL-UNKEYED-PAYMENT.
000000     MOVE PAY-ACCT-NO TO UNAP-ACCT-KEY.
000000     PERFORM 2700-FIND-UNAPPLIED-SLOT THRU 2700-EXIT.
000000     IF UNAP-FOUND-IX = ZERO
000000         GO TO 1400-EXIT
000000     END-IF.
000000     IF PAY-TYPE-REVERSAL
000000         SUBTRACT PAY-AMOUNT FROM TBL-UNAP-AMOUNT(UNAP-FOUND-IX)
000000     ELSE
000000         ADD PAY-AMOUNT TO TBL-UNAP-AMOUNT(UNAP-FOUND-IX)
000000     END-IF.
000000     MOVE 'Y' TO TBL-PAY-MATCHED(PAYMENT-COUNT).
000000 1400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SCHEDULE PASS
000000*------------------------------------------------------------------------
000000     END-IF.
000000     OPEN OUTPUT UPDATED-SCHEDULE-FILE.
000000     OPEN OUTPUT DELINQUENCY-REPORT-FILE.
000000     MOVE 'R' TO DSPV-FUNCTION.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     PERFORM 2100-READ-SCHEDULE.
000000     PERFORM 2200-APPLY-ONE-INSTALLMENT UNTIL SCHEDULE-EOF-YES.
000000     PERFORM 3000-WRITE-BUCKET-TOTALS THRU 3000-EXIT.
000000     CLOSE INSTALLMENT-SCHEDULE-FILE.
000000     DISPLAY 'PAYAPP: ' DELINQUENT-COUNT
000000         ' DELINQUENT INSTALLMENT(S), '
000000         REVERSAL-COUNT ' REVERSAL(S), '
000000         PAYOFF-APPLIED-COUNT ' INSTALLMENT(S) CLOSED BY PAYOFF'.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-SCHEDULE.
000000             UNTIL PAY-IX > PAYMENT-COUNT
000000         IF TBL-PAY-ACCT(PAY-IX) = ISCH-ACCT-NO
000000             AND TBL-PAY-INST(PAY-IX) = ISCH-INSTALLMENT-NO
000000             AND TBL-PAY-TYPE(PAY-IX) NOT = 'P'
000000             AND TBL-PAY-TYPE(PAY-IX) NOT = 'Q'
000000             MOVE 'Y' TO TBL-PAY-MATCHED(PAY-IX)
000000             IF TBL-PAY-TYPE(PAY-IX) = 'R'
000000                 SUBTRACT TBL-PAY-AMOUNT(PAY-IX)
000000                     FROM APPLIED-AMOUNT
000000     IF APPLIED-AMOUNT < ZERO
000000         MOVE ZERO TO APPLIED-AMOUNT
000000     END-IF.
000000     PERFORM 2250-CHECK-PAID-OFF THRU 2250-EXIT.
000000     IF PAID-OFF-YES
000000         AND APPLIED-AMOUNT < ISCH-INSTALLMENT-AMT
000000         MOVE ISCH-INSTALLMENT-AMT TO APPLIED-AMOUNT
000000         ADD 1 TO PAYOFF-APPLIED-COUNT
000000     END-IF.
000000     PERFORM 2260-ROLL-ACCOUNT-CREDIT THRU 2260-EXIT.
000000     MOVE ISCH-ACCT-NO TO IUPD-ACCT-NO.
000000     MOVE ISCH-INSTALLMENT-NO TO IUPD-INSTALLMENT-NO.
000000     MOVE ISCH-INSTALLMENT-AMT TO IUPD-INSTALLMENT-AMT.
000000     MOVE ISCH-DUE-DATE TO IUPD-DUE-DATE.
000000     MOVE ISCH-PRINCIPAL-AMT TO IUPD-PRINCIPAL-AMT.
000000     MOVE ISCH-INTEREST-AMT TO IUPD-INTEREST-AMT.
000000     MOVE ISCH-REMAINING-BAL TO IUPD-REMAINING-BAL.
000000     IF ISCH-ORDER-NO IS NUMERIC
000000         MOVE ISCH-ORDER-NO TO IUPD-ORDER-NO
000000     ELSE
000000         MOVE ZERO TO IUPD-ORDER-NO
000000     END-IF.
000000     MOVE APPLIED-AMOUNT TO IUPD-PAID-AMT.
000000     IF APPLIED-AMOUNT >= ISCH-INSTALLMENT-AMT
000000         SET IUPD-PAID TO TRUE
000000         PERFORM 2300-AGE-ONE-INSTALLMENT THRU 2300-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-SCHEDULE.
000000 2250-CHECK-PAID-OFF.
000000     MOVE 'N' TO PAID-OFF-SW.
000000     PERFORM VARYING PO-IX FROM 1 BY 1
000000             UNTIL PO-IX > PAYOFF-COUNT
000000         IF TBL-PO-ACCT(PO-IX) = ISCH-ACCT-NO
000000             AND TBL-PO-NET(PO-IX) > ZERO
000000             SET PAID-OFF-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000 2250-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*OLDEST-FIRST ALLOCATION
000000*The proration step writes each plan's installments in due
000000*order, so the pool an account carries into an installment is
000000*always spent on the oldest open one first.  Money beyond the
000000*installment amount goes into the pool for the next; an
000000*installment still short draws on the pool.  A paid-off plan
000000*draws nothing - the payoff has already closed it.
000000*------------------------------------------------------------------------
000000 2260-ROLL-ACCOUNT-CREDIT.
000000     MOVE ISCH-ACCT-NO TO UNAP-ACCT-KEY.
000000     IF APPLIED-AMOUNT > ISCH-INSTALLMENT-AMT
000000         SUBTRACT ISCH-INSTALLMENT-AMT FROM APPLIED-AMOUNT
000000             GIVING EXCESS-AMOUNT
000000         MOVE ISCH-INSTALLMENT-AMT TO APPLIED-AMOUNT
000000         PERFORM 2700-FIND-UNAPPLIED-SLOT THRU 2700-EXIT
000000         IF UNAP-FOUND-IX > ZERO
000000             ADD EXCESS-AMOUNT TO TBL-UNAP-AMOUNT(UNAP-FOUND-IX)
000000             ADD 1 TO ROLLED-FORWARD-COUNT
000000         END-IF
000000         GO TO 2260-EXIT
000000     END-IF.
000000     IF APPLIED-AMOUNT = ISCH-INSTALLMENT-AMT OR PAID-OFF-YES
000000         GO TO 2260-EXIT
000000     END-IF.
000000     MOVE ZERO TO UNAP-FOUND-IX.
000000     PERFORM VARYING UNAP-IX FROM 1 BY 1
000000             UNTIL UNAP-IX > UNAPPLIED-COUNT
000000                 OR UNAP-FOUND-IX > ZERO
000000         IF TBL-UNAP-ACCT(UNAP-IX) = UNAP-ACCT-KEY
000000             MOVE UNAP-IX TO UNAP-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF UNAP-FOUND-IX = ZERO
000000         GO TO 2260-EXIT
000000     END-IF.
000000     IF TBL-UNAP-AMOUNT(UNAP-FOUND-IX) NOT > ZERO
000000         GO TO 2260-EXIT
000000     END-IF.
000000     SUBTRACT APPLIED-AMOUNT FROM ISCH-INSTALLMENT-AMT
000000         GIVING SHORTFALL-AMOUNT.
000000     IF TBL-UNAP-AMOUNT(UNAP-FOUND-IX) < SHORTFALL-AMOUNT
000000         MOVE TBL-UNAP-AMOUNT(UNAP-FOUND-IX) TO SHORTFALL-AMOUNT
000000     END-IF.
000000     ADD SHORTFALL-AMOUNT TO APPLIED-AMOUNT.
000000     SUBTRACT SHORTFALL-AMOUNT
000000         FROM TBL-UNAP-AMOUNT(UNAP-FOUND-IX).
000000     ADD 1 TO SPREAD-APPLIED-COUNT.
000000 2260-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DELINQUENCY AGING
000000*Days past due measured from the installment due date to the
000000*cycle run date.  An unpaid installment not yet due, or a cycle
000000*with no run date to measure against, ages as CURRENT.  An
000000*installment in open dispute still ages into its bucket but is
000000*marked DISPUTED, and the disputed amount is totalled at the
000000*foot.
000000*------------------------------------------------------------------------
000000 2300-AGE-ONE-INSTALLMENT.
000000     MOVE ZERO TO DAYS-PAST-DUE.
000000     IF DAYS-PAST-DUE > ZERO
000000         ADD 1 TO DELINQUENT-COUNT
000000     END-IF.
000000     MOVE SPACES TO DISPUTED-FLAG.
000000     MOVE 'I' TO DSPV-FUNCTION.
000000     MOVE ISCH-ACCT-NO TO DSPV-ACCT-NO.
000000     MOVE 'I' TO DSPV-ITEM-TYPE.
000000     MOVE ISCH-INSTALLMENT-NO TO DSPV-ITEM-NO.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     IF DSPV-DISPUTED
000000         MOVE ' DISPUTED' TO DISPUTED-FLAG
000000         ADD UNPAID-AMOUNT TO DISPUTED-TOTAL
000000     END-IF.
000000     IF RPT-LINE-COUNT = ZERO
000000         OR RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2400-WRITE-REPORT-HEADER
000000         ' UNPAID: ' UNPAID-AMOUNT
000000         ' DUE: ' ISCH-DUE-DATE
000000         ' ' BUCKET-LABEL
000000         DISPUTED-FLAG
000000         INTO DELINQUENCY-REPORT-LINE.
000000     WRITE DELINQUENCY-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000         ' OVER 90: ' BUCKET-OVER-90
000000         INTO DELINQUENCY-REPORT-LINE.
000000     WRITE DELINQUENCY-REPORT-LINE.
000000     MOVE SPACES TO DELINQUENCY-REPORT-LINE.
000000     STRING 'DISPUTED: ' DISPUTED-TOTAL
000000         INTO DELINQUENCY-REPORT-LINE.
000000     WRITE DELINQUENCY-REPORT-LINE.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*UNAPPLIED-POOL SLOT
000000*Finds the pool entry for UNAP-ACCT-KEY, opening one at zero if
000000*the account has none yet.  A full table leaves UNAP-FOUND-IX
000000*zero and is reported - that money cannot be tracked.
000000*------------------------------------------------------------------------
000000 2700-FIND-UNAPPLIED-SLOT.
000000     MOVE ZERO TO UNAP-FOUND-IX.
000000     PERFORM VARYING UNAP-IX FROM 1 BY 1
000000             UNTIL UNAP-IX > UNAPPLIED-COUNT
000000                 OR UNAP-FOUND-IX > ZERO
000000         IF TBL-UNAP-ACCT(UNAP-IX) = UNAP-ACCT-KEY
000000             MOVE UNAP-IX TO UNAP-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF UNAP-FOUND-IX > ZERO
000000         GO TO 2700-EXIT
000000     END-IF.
000000     IF UNAPPLIED-COUNT = 200
000000         SET UNAPPLIED-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** PAYAPP: UNAPPLIED TABLE FULL - CASH FOR '
000000             'ACCT ' UNAP-ACCT-KEY ' NOT TRACKED, APPLY BY HAND'
000000         GO TO 2700-EXIT
000000     END-IF.
000000     ADD 1 TO UNAPPLIED-COUNT.
000000     MOVE UNAPPLIED-COUNT TO UNAP-FOUND-IX.
000000     MOVE UNAP-ACCT-KEY TO TBL-UNAP-ACCT(UNAP-FOUND-IX).
000000     MOVE ZERO TO TBL-UNAP-AMOUNT(UNAP-FOUND-IX).
000000 2700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*UNAPPLIED CASH
000000*Payments keyed to an installment the schedule does not carry
000000*join their account's pool first.  Every pool left above zero
000000*is written to UNAPPL and listed on UNAPRPT; a pool driven
000000*below zero - a reversal of money already spread - is listed
000000*for review but is not unapplied cash.
000000*------------------------------------------------------------------------
000000 4000-WRITE-UNAPPLIED-CASH.
000000     PERFORM 4100-POOL-UNMATCHED THRU 4100-EXIT
000000         VARYING PAY-IX FROM 1 BY 1
000000         UNTIL PAY-IX > PAYMENT-COUNT.
000000     OPEN OUTPUT UNAPPLIED-CASH-FILE.
000000     OPEN OUTPUT UNAPPLIED-REPORT-FILE.
000000     PERFORM 4200-WRITE-UNAPPLIED-HEADER.
000000     PERFORM 4300-WRITE-ONE-UNAPPLIED THRU 4300-EXIT
000000         VARYING UNAP-IX FROM 1 BY 1
000000         UNTIL UNAP-IX > UNAPPLIED-COUNT.
000000     MOVE SPACES TO UNAPPLIED-REPORT-LINE.
000000     STRING 'ACCOUNTS: ' UNAPPLIED-ACCT-COUNT
000000         ' UNAPPLIED TOTAL: ' UNAPPLIED-TOTAL
000000         INTO UNAPPLIED-REPORT-LINE.
000000     WRITE UNAPPLIED-REPORT-LINE.
000000     CLOSE UNAPPLIED-REPORT-FILE.
000000     CLOSE UNAPPLIED-CASH-FILE.
000000     DISPLAY 'PAYAPP: ' SPREAD-APPLIED-COUNT
000000         ' INSTALLMENT(S) PAID FROM UNKEYED OR EXCESS CASH, '
000000         UNAPPLIED-ACCT-COUNT ' ACCOUNT(S) UNAPPLIED TOTALLING '
000000         UNAPPLIED-TOTAL.
000000 4000-EXIT.
000000     EXIT.
000000 4100-POOL-UNMATCHED.
000000     IF TBL-PAY-MATCHED(PAY-IX) = 'Y'
000000         OR TBL-PAY-TYPE(PAY-IX) = 'P'
000000         OR TBL-PAY-TYPE(PAY-IX) = 'Q'
000000         GO TO 4100-EXIT
000000     END-IF.
000000     MOVE TBL-PAY-ACCT(PAY-IX) TO UNAP-ACCT-KEY.
000000     PERFORM 2700-FIND-UNAPPLIED-SLOT THRU 2700-EXIT.
000000     IF UNAP-FOUND-IX = ZERO
000000         GO TO 4100-EXIT
000000     END-IF.
000000     IF TBL-PAY-TYPE(PAY-IX) = 'R'
000000         SUBTRACT TBL-PAY-AMOUNT(PAY-IX)
000000             FROM TBL-UNAP-AMOUNT(UNAP-FOUND-IX)
000000     ELSE
000000         ADD TBL-PAY-AMOUNT(PAY-IX)
000000             TO TBL-UNAP-AMOUNT(UNAP-FOUND-IX)
000000     END-IF.
000000     MOVE 'Y' TO TBL-PAY-MATCHED(PAY-IX).
000000 4100-EXIT.
000000     EXIT.
000000 4200-WRITE-UNAPPLIED-HEADER.
000000     ADD 1 TO UNAP-PAGE-NO.
000000     MOVE ZERO TO UNAP-LINE-COUNT.
000000     MOVE 'UNAPPLIED CASH REPORT' TO RPTHDR-TITLE.
000000     MOVE UNAP-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE UNAPPLIED-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 4300-WRITE-ONE-UNAPPLIED.
000000     IF TBL-UNAP-AMOUNT(UNAP-IX) = ZERO
000000         GO TO 4300-EXIT
000000     END-IF.
000000     IF UNAP-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 4200-WRITE-UNAPPLIED-HEADER
000000     END-IF.
000000     MOVE SPACES TO UNAPPLIED-REPORT-LINE.
000000     IF TBL-UNAP-AMOUNT(UNAP-IX) < ZERO
000000         STRING 'ACCT: ' TBL-UNAP-ACCT(UNAP-IX)
000000             ' *** REVERSALS EXCEED UNAPPLIED CASH - REVIEW'
000000             INTO UNAPPLIED-REPORT-LINE
000000         WRITE UNAPPLIED-REPORT-LINE
000000         ADD 1 TO UNAP-LINE-COUNT
000000         GO TO 4300-EXIT
000000     END-IF.
000000     ADD 1 TO UNAPPLIED-ACCT-COUNT.
000000     ADD TBL-UNAP-AMOUNT(UNAP-IX) TO UNAPPLIED-TOTAL.
000000     MOVE TBL-UNAP-ACCT(UNAP-IX) TO UNAP-ACCT-NO.
000000     MOVE TBL-UNAP-AMOUNT(UNAP-IX) TO UNAP-AMOUNT.
000000     MOVE CURRENT-RUN-DATE TO UNAP-AS-OF-DATE.
000000     WRITE UNAPPLIED-CASH-RECORD.
000000     MOVE TBL-UNAP-AMOUNT(UNAP-IX) TO UNAP-AMOUNT.
000000     STRING 'ACCT: ' TBL-UNAP-ACCT(UNAP-IX)
000000         ' UNAPPLIED: ' UNAP-AMOUNT
000000         INTO UNAPPLIED-REPORT-LINE.
000000     WRITE UNAPPLIED-REPORT-LINE.
000000     ADD 1 TO UNAP-LINE-COUNT.
000000 4300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LATE-CHARGE SETTLEMENT
000000*A payoff quote includes the account's outstanding late charges,
000000*so once the payoff is in they are marked settled on LATEREG and
000000*the next quote does not ask for them again.  LATEREG is optional
000000*and is left untouched when no account was paid off.
000000*------------------------------------------------------------------------
000000 5000-SETTLE-LATE-CHARGES.
000000     IF PAYOFF-COUNT = ZERO
000000         GO TO 5000-EXIT
000000     END-IF.
000000     OPEN INPUT LATE-CHARGE-FILE.
000000     IF LATE-CHARGE-STATUS NOT = '00'
000000         GO TO 5000-EXIT
000000     END-IF.
000000     PERFORM 5100-READ-LATE-CHARGE.
000000     PERFORM 5200-STORE-LATE-CHARGE
000000         UNTIL LATE-CHARGE-EOF-YES OR LATE-CHARGE-OVERFLOW-YES.
000000     CLOSE LATE-CHARGE-FILE.
000000     IF LATE-CHARGE-OVERFLOW-YES
000000         DISPLAY '*** PAYAPP: LATEREG HOLDS MORE THAN 2000 '
000000             'CHARGES - NOT REWRITTEN, SETTLE BY HAND'
000000         GO TO 5000-EXIT
000000     END-IF.
000000     OPEN OUTPUT LATE-CHARGE-FILE.
000000     PERFORM VARYING LCHG-IX FROM 1 BY 1
000000             UNTIL LCHG-IX > LATE-CHARGE-COUNT
000000         MOVE LATE-CHARGE-ENTRY(LCHG-IX) TO LATE-CHARGE-RECORD
000000         WRITE LATE-CHARGE-RECORD
000000     END-PERFORM.
000000     CLOSE LATE-CHARGE-FILE.
000000     DISPLAY 'PAYAPP: ' SETTLED-COUNT
000000         ' LATE CHARGE(S) SETTLED BY PAYOFF'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-READ-LATE-CHARGE.
000000     READ LATE-CHARGE-FILE
000000         AT END SET LATE-CHARGE-EOF-YES TO TRUE
000000     END-READ.
000000 5200-STORE-LATE-CHARGE.
000000     IF LATE-CHARGE-COUNT = 2000
000000         SET LATE-CHARGE-OVERFLOW-YES TO TRUE
000000     ELSE
000000         IF LCHG-OUTSTANDING
000000             MOVE LCHG-ACCT-NO TO ISCH-ACCT-NO
000000             PERFORM 2250-CHECK-PAID-OFF THRU 2250-EXIT
000000             IF PAID-OFF-YES
000000                 SET LCHG-SETTLED TO TRUE
000000                 ADD 1 TO SETTLED-COUNT
000000             END-IF
000000         END-IF
000000         ADD 1 TO LATE-CHARGE-COUNT
000000         MOVE LATE-CHARGE-RECORD
000000             TO LATE-CHARGE-ENTRY(LATE-CHARGE-COUNT)
000000         PERFORM 5100-READ-LATE-CHARGE
000000     END-IF.
000000*------------------------------------------------------------------------
000000*BAD-DEBT RECOVERIES
000000*Each charged-off account's recovery money received, never less
000000*than nothing, against what the register has already booked:
000000*more is booked as a recovery ('BR', register 'R'), less - a
000000*recovered payment the bank returned - is taken back out ('BX',
000000*register 'X').
000000*------------------------------------------------------------------------
000000 6000-POST-RECOVERIES.
000000     IF RECOVERY-COUNT = ZERO
000000         GO TO 6000-EXIT
000000     END-IF.
000000     OPEN EXTEND CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS = '05'
000000         OR CHARGE-OFF-REGISTER-STATUS = '35'
000000         OPEN OUTPUT CHARGE-OFF-REGISTER-FILE
000000     END-IF.
000000     OPEN EXTEND TXLOG-FILE.
000000     IF TXLOG-STATUS = '05' OR TXLOG-STATUS = '35'
000000         OPEN OUTPUT TXLOG-FILE
000000     END-IF.
000000     PERFORM 6100-POST-ONE-RECOVERY THRU 6100-EXIT
000000         VARYING REC-IX FROM 1 BY 1
000000         UNTIL REC-IX > RECOVERY-COUNT.
000000     CLOSE TXLOG-FILE.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000     DISPLAY 'PAYAPP: ' RECOVERY-BOOKED-COUNT
000000         ' BAD-DEBT RECOVERY(IES) BOOKED, '
000000         RECOVERY-RETURNED-COUNT ' TAKEN BACK'.
000000 6000-EXIT.
000000     EXIT.
000000 6100-POST-ONE-RECOVERY.
000000     IF TBL-REC-RECEIVED(REC-IX) < ZERO
000000         MOVE ZERO TO TBL-REC-RECEIVED(REC-IX)
000000     END-IF.
000000     SUBTRACT TBL-REC-BOOKED(REC-IX) FROM TBL-REC-RECEIVED(REC-IX)
000000         GIVING RECOVERY-DELTA.
000000     IF RECOVERY-DELTA = ZERO
000000         GO TO 6100-EXIT
000000     END-IF.
000000     IF RECOVERY-DELTA > ZERO
000000         MOVE 'R' TO CHO-STATE
000000         MOVE 'BR' TO TXLOG-TYPE-CODE
000000         MOVE RECOVERY-DELTA TO CHO-AMOUNT
000000         ADD 1 TO RECOVERY-BOOKED-COUNT
000000     ELSE
000000         MOVE 'X' TO CHO-STATE
000000         MOVE 'BX' TO TXLOG-TYPE-CODE
000000         SUBTRACT RECOVERY-DELTA FROM ZERO GIVING CHO-AMOUNT
000000         ADD 1 TO RECOVERY-RETURNED-COUNT
000000     END-IF.
000000     MOVE TBL-REC-ACCT(REC-IX) TO CHO-ACCT-NO.
000000     MOVE CURRENT-RUN-DATE TO CHO-DATE.
000000     MOVE SPACES TO CHO-APPROVER.
000000     MOVE TBL-REC-COMPANY(REC-IX) TO CHO-COMPANY.
000000     MOVE CURRENT-RUN-ID TO CHO-RUN-ID.
000000     WRITE CHARGE-OFF-REGISTER-RECORD.
000000     MOVE 'PAYAPP  ' TO TXLOG-PROGRAM.
000000     MOVE 'RECOVERY  ' TO TXLOG-OPERATION.
000000     MOVE CHO-AMOUNT TO TXLOG-RESULT.
000000     MOVE CURRENT-RUN-ID TO TXLOG-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE TBL-REC-ACCT(REC-IX) TO TXLOG-ACCT-NO.
000000     MOVE TBL-REC-COMPANY(REC-IX) TO TXLOG-COMPANY-CODE.
000000     MOVE SPACES TO TXLOG-COUNTERPARTY-CODE.
000000     MOVE SPACES TO TXLOG-REVERSAL-FLAG.
000000     MOVE ZERO TO TXLOG-LINK-RUN-ID.
000000     WRITE TXLOG-RECORD.
000000     DISPLAY 'PAYAPP: RECOVERY ' CHO-STATE ' ' CHO-AMOUNT
000000         ' ON CHARGED-OFF ACCT ' CHO-ACCT-NO.
000000 6100-EXIT.
000000     EXIT.
