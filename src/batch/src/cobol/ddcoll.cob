000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ddcoll.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT MANDATE-FILE ASSIGN TO "DDMAND"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MANDATE-STATUS.
000000     SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UPDATED-SCHEDULE-STATUS.
000000     SELECT INSTALLMENT-SCHEDULE-FILE ASSIGN TO "INSTSC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INSTALLMENT-SCHEDULE-STATUS.
000000     SELECT DD-REGISTER-FILE ASSIGN TO "DDREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DD-REGISTER-STATUS.
000000     SELECT COLLECTION-FILE ASSIGN TO "DDCOLL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COLLECTION-STATUS.
000000     SELECT PAYMENTS-FILE ASSIGN TO "PAYMTS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYMENTS-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  MANDATE-FILE.
000000     COPY "ddmand.cpy".
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  DD-REGISTER-FILE.
000000     COPY "ddreg.cpy".
000000*The collection file for the bank: a header naming the business
000000*date and the day the money is to be drawn, one detail per
000000*installment with the mandate and bank details it is drawn on,
000000*and a trailer with the detail count and amount total the bank
000000*proves the file against.
000000 FD  COLLECTION-FILE.
000000 01  COLLECTION-LINE PIC X(100).
000000 01  COLLECTION-HEADER REDEFINES COLLECTION-LINE.
000000     05 DDCH-RECORD-TYPE   PIC X(1).
000000     05 DDCH-BUSINESS-DATE PIC 9(8).
000000     05 DDCH-ORIGINATOR    PIC X(16).
000000     05 DDCH-COLLECT-DATE  PIC 9(8).
000000     05 FILLER             PIC X(67).
000000 01  COLLECTION-DETAIL REDEFINES COLLECTION-LINE.
000000     05 DDCD-RECORD-TYPE   PIC X(1).
000000     05 DDCD-SEQUENCE      PIC 9(5).
000000     05 DDCD-ACCT-NO       PIC 9(6).
000000     05 DDCD-INSTALLMENT-NO PIC 9(2).
000000     05 DDCD-AMOUNT        PIC 9(7)V99.
000000     05 DDCD-COLLECT-DATE  PIC 9(8).
000000     05 DDCD-MANDATE-REF   PIC X(10).
000000     05 DDCD-BANK-ROUTING  PIC X(9).
000000     05 DDCD-BANK-ACCOUNT  PIC X(17).
000000     05 DDCD-HOLDER-NAME   PIC X(22).
000000     05 FILLER             PIC X(11).
000000 01  COLLECTION-TRAILER REDEFINES COLLECTION-LINE.
000000     05 DDCT-RECORD-TYPE   PIC X(1).
000000     05 DDCT-ITEM-COUNT    PIC 9(7).
000000     05 DDCT-AMOUNT-TOTAL  PIC 9(11)V99.
000000     05 FILLER             PIC X(79).
000000 FD  PAYMENTS-FILE.
000000 01  PAYMENT-RECORD.
000000     05 PAY-ACCT-NO        PIC 9(6).
000000     05 PAY-INSTALLMENT-NO PIC 9(2).
000000     05 PAY-AMOUNT         PIC 9(7)V99.
000000     05 PAY-DATE           PIC 9(8).
000000     05 PAY-TYPE-CODE      PIC X(1).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "envrec.cpy".
000000    01 MANDATE-STATUS PIC X(2) VALUE '00'.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 INSTALLMENT-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 DD-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 COLLECTION-STATUS PIC X(2) VALUE '00'.
000000    01 PAYMENTS-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 MANDATE-EOF PIC X VALUE 'N'.
000000       88 MANDATE-EOF-YES VALUE 'Y'.
000000    01 REGISTER-EOF PIC X VALUE 'N'.
000000       88 REGISTER-EOF-YES VALUE 'Y'.
000000    01 SCHEDULE-EOF PIC X VALUE 'N'.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 COLLECT-DATE PIC 9(8) VALUE ZERO.
000000    01 ROLL-GUARD PIC 9(2) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000*Active mandates in force by the collection date.
000000    01 MANDATE-TABLE.
000000       05 MANDATE-COUNT PIC 9(3) VALUE ZERO.
000000       05 MANDATE-ENTRY OCCURS 500 TIMES.
000000          10 TBL-MAND-ACCT     PIC 9(6).
000000          10 TBL-MAND-REF      PIC X(10).
000000          10 TBL-MAND-ROUTING  PIC X(9).
000000          10 TBL-MAND-ACCOUNT  PIC X(17).
000000          10 TBL-MAND-HOLDER   PIC X(22).
000000    01 MAND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MAND-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MANDATE-OVERFLOW PIC X VALUE 'N'.
000000       88 MANDATE-OVERFLOW-YES VALUE 'Y'.
000000*Installments already sent for collection, returned or not.
000000    01 REGISTERED-TABLE.
000000       05 REGISTERED-COUNT PIC 9(4) VALUE ZERO.
000000       05 REGISTERED-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-REG-ACCT PIC 9(6).
000000          10 TBL-REG-INST PIC 9(2).
000000    01 REG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REGISTER-OVERFLOW PIC X VALUE 'N'.
000000       88 REGISTER-OVERFLOW-YES VALUE 'Y'.
000000    01 ALREADY-SENT PIC X VALUE 'N'.
000000       88 ALREADY-SENT-YES VALUE 'Y'.
000000*The installment under consideration, from whichever schedule
000000*is on file.
000000    01 WORK-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 WORK-INSTALLMENT-NO PIC 9(2) VALUE ZERO.
000000    01 WORK-DUE-DATE PIC 9(8) VALUE ZERO.
000000    01 WORK-UNPAID PIC 9(7)V99 VALUE ZERO.
000000    01 ENVELOPE-OPEN PIC X VALUE 'N'.
000000       88 ENVELOPE-OPEN-YES VALUE 'Y'.
000000    01 ENV-DETAIL-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-AMOUNT-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 COLLECTION-COUNT PIC 9(5) VALUE ZERO.
000000    01 COLLECTION-TOTAL PIC 9(11)V99 VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*DIRECT-DEBIT COLLECTION RUN
000000*Runs behind the payment pass.  The collection date is the next
000000*business day after the run date on the CALFL processing
000000*calendar; every installment falling due after tonight and on or
000000*before that day - so a weekend's installments go with Monday's
000000*- is drawn from the bank for any account holding an active
000000*DDMAND mandate in force by then.  The amount is what is still
000000*unpaid on the INSTUPD schedule the payment pass has just
000000*brought up to date (the INSTSC schedule as written, before the
000000*first payment pass).  Each installment goes to the bank once,
000000*on the DDCOLL collection file between a header and a trailer
000000*carrying the item count and amount total; it is entered on the
000000*DDREG register so it is never sent again, and is appended to
000000*PAYMTS as a payment dated the collection day, inside a feed
000000*envelope, so it applies on the next payment pass.  A debit the
000000*bank cannot collect comes back through the returns step as a
000000*reversal of that payment.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'DDCOLL: NO RUN DATE - NOTHING COLLECTED'
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0800-FIND-COLLECT-DATE THRU 0800-EXIT.
000000     PERFORM 1000-LOAD-MANDATES THRU 1000-EXIT.
000000     IF MANDATE-COUNT = ZERO
000000         DISPLAY 'DDCOLL: NO MANDATES IN FORCE - NOTHING '
000000             'COLLECTED'
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
000000     IF REGISTER-OVERFLOW-YES
000000         DISPLAY '*** DDCOLL: DDREG HOLDS MORE THAN 2000 '
000000             'COLLECTIONS - NOTHING COLLECTED, REPEATS NOT '
000000             'PROVABLE'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-BUILD-COLLECTIONS THRU 2000-EXIT.
000000     DISPLAY 'DDCOLL: ' COLLECTION-COUNT
000000         ' INSTALLMENT(S) TOTALLING ' COLLECTION-TOTAL
000000         ' FOR COLLECTION ON ' COLLECT-DATE.
000000     IF MANDATE-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
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
000000*COLLECTION DATE
000000*The day after the run date, rolled forward over any day the
000000*CALFL calendar marks as no business day.  With no calendar on
000000*file the next calendar day stands.
000000*------------------------------------------------------------------------
000000 0800-FIND-COLLECT-DATE.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-1.
000000     MOVE 1 TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         ADD 1 TO CURRENT-RUN-DATE GIVING COLLECT-DATE
000000         GO TO 0800-EXIT
000000     END-IF.
000000     MOVE DSVC-RESULT-DATE TO COLLECT-DATE.
000000     MOVE ZERO TO ROLL-GUARD.
000000     PERFORM 0810-STEP-TO-BUSINESS-DAY THRU 0810-EXIT
000000         UNTIL ROLL-GUARD >= 10.
000000 0800-EXIT.
000000     EXIT.
000000 0810-STEP-TO-BUSINESS-DAY.
000000     MOVE 'W' TO DSVC-FUNCTION.
000000     MOVE COLLECT-DATE TO DSVC-DATE-1.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-NOT-BUSINESS
000000         MOVE 'D' TO DSVC-FUNCTION
000000         MOVE COLLECT-DATE TO DSVC-DATE-1
000000         MOVE 1 TO DSVC-COUNT
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         IF DSVC-OK
000000             MOVE DSVC-RESULT-DATE TO COLLECT-DATE
000000             ADD 1 TO ROLL-GUARD
000000         ELSE
000000             MOVE 10 TO ROLL-GUARD
000000         END-IF
000000     ELSE
000000         MOVE 10 TO ROLL-GUARD
000000     END-IF.
000000 0810-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MANDATE PICKUP
000000*Only active mandates already in effect on the collection date
000000*are kept.
000000*------------------------------------------------------------------------
000000 1000-LOAD-MANDATES.
000000     OPEN INPUT MANDATE-FILE.
000000     IF MANDATE-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-MANDATE.
000000     PERFORM 1200-STORE-MANDATE
000000         UNTIL MANDATE-EOF-YES OR MANDATE-OVERFLOW-YES.
000000     CLOSE MANDATE-FILE.
000000     IF MANDATE-OVERFLOW-YES
000000         DISPLAY '*** DDCOLL: DDMAND HOLDS MORE THAN 500 '
000000             'ACTIVE MANDATES - LATER MANDATES NOT COLLECTED'
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-MANDATE.
000000     READ MANDATE-FILE
000000         AT END SET MANDATE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-MANDATE.
000000     IF NOT MAND-ACTIVE
000000         OR MAND-EFFECTIVE-DATE IS NOT NUMERIC
000000         OR MAND-EFFECTIVE-DATE > COLLECT-DATE
000000         PERFORM 1100-READ-MANDATE
000000     ELSE
000000         IF MANDATE-COUNT = 500
000000             SET MANDATE-OVERFLOW-YES TO TRUE
000000         ELSE
000000             ADD 1 TO MANDATE-COUNT
000000             MOVE MAND-ACCT-NO TO TBL-MAND-ACCT(MANDATE-COUNT)
000000             MOVE MAND-REFERENCE TO TBL-MAND-REF(MANDATE-COUNT)
000000             MOVE MAND-BANK-ROUTING
000000                 TO TBL-MAND-ROUTING(MANDATE-COUNT)
000000             MOVE MAND-BANK-ACCOUNT
000000                 TO TBL-MAND-ACCOUNT(MANDATE-COUNT)
000000             MOVE MAND-HOLDER-NAME
000000                 TO TBL-MAND-HOLDER(MANDATE-COUNT)
000000             PERFORM 1100-READ-MANDATE
000000         END-IF
000000     END-IF.
000000*------------------------------------------------------------------------
000000*REGISTER PICKUP
000000*A register too big for the table stops the run - a collection
000000*that cannot be proved new is not sent.
000000*------------------------------------------------------------------------
000000 1500-LOAD-REGISTER.
000000     OPEN INPUT DD-REGISTER-FILE.
000000     IF DD-REGISTER-STATUS NOT = '00'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     PERFORM 1600-READ-REGISTER.
000000     PERFORM 1700-STORE-REGISTERED
000000         UNTIL REGISTER-EOF-YES OR REGISTER-OVERFLOW-YES.
000000     CLOSE DD-REGISTER-FILE.
000000 1500-EXIT.
000000     EXIT.
000000 1600-READ-REGISTER.
000000     READ DD-REGISTER-FILE
000000         AT END SET REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 1700-STORE-REGISTERED.
000000     IF REGISTERED-COUNT = 2000
000000         SET REGISTER-OVERFLOW-YES TO TRUE
000000     ELSE
000000         ADD 1 TO REGISTERED-COUNT
000000         MOVE DDRG-ACCT-NO TO TBL-REG-ACCT(REGISTERED-COUNT)
000000         MOVE DDRG-INSTALLMENT-NO
000000             TO TBL-REG-INST(REGISTERED-COUNT)
000000         PERFORM 1600-READ-REGISTER
000000     END-IF.
000000*------------------------------------------------------------------------
000000*SCHEDULE PASS
000000*------------------------------------------------------------------------
000000 2000-BUILD-COLLECTIONS.
000000     OPEN OUTPUT COLLECTION-FILE.
000000     MOVE SPACES TO COLLECTION-LINE.
000000     MOVE 'H' TO DDCH-RECORD-TYPE.
000000     MOVE CURRENT-RUN-DATE TO DDCH-BUSINESS-DATE.
000000     MOVE 'DDCOLL          ' TO DDCH-ORIGINATOR.
000000     MOVE COLLECT-DATE TO DDCH-COLLECT-DATE.
000000     WRITE COLLECTION-LINE.
000000     OPEN EXTEND DD-REGISTER-FILE.
000000     IF DD-REGISTER-STATUS = '05' OR DD-REGISTER-STATUS = '35'
000000         OPEN OUTPUT DD-REGISTER-FILE
000000     END-IF.
000000     OPEN EXTEND PAYMENTS-FILE.
000000     IF PAYMENTS-STATUS = '05' OR PAYMENTS-STATUS = '35'
000000         OPEN OUTPUT PAYMENTS-FILE
000000     END-IF.
000000     OPEN INPUT UPDATED-SCHEDULE-FILE.
000000     IF UPDATED-SCHEDULE-STATUS = '00'
000000         PERFORM 2100-READ-UPDATED
000000         PERFORM 2200-TAKE-UPDATED UNTIL SCHEDULE-EOF-YES
000000         CLOSE UPDATED-SCHEDULE-FILE
000000     ELSE
000000         OPEN INPUT INSTALLMENT-SCHEDULE-FILE
000000         IF INSTALLMENT-SCHEDULE-STATUS = '00'
000000             PERFORM 2150-READ-SCHEDULE
000000             PERFORM 2250-TAKE-SCHEDULE UNTIL SCHEDULE-EOF-YES
000000             CLOSE INSTALLMENT-SCHEDULE-FILE
000000         ELSE
000000             DISPLAY 'DDCOLL: NO INSTALLMENT SCHEDULE - '
000000                 'NOTHING TO COLLECT'
000000         END-IF
000000     END-IF.
000000     MOVE SPACES TO COLLECTION-LINE.
000000     MOVE 'T' TO DDCT-RECORD-TYPE.
000000     MOVE COLLECTION-COUNT TO DDCT-ITEM-COUNT.
000000     MOVE COLLECTION-TOTAL TO DDCT-AMOUNT-TOTAL.
000000     WRITE COLLECTION-LINE.
000000     IF ENVELOPE-OPEN-YES
000000         MOVE 'TRL' TO ENVT-RECORD-TYPE
000000         MOVE ENV-DETAIL-COUNT TO ENVT-REC-COUNT
000000         MOVE ENV-AMOUNT-HASH TO ENVT-AMOUNT-HASH
000000         WRITE PAYMENT-RECORD FROM ENVELOPE-TRAILER-RECORD
000000     END-IF.
000000     CLOSE PAYMENTS-FILE.
000000     CLOSE DD-REGISTER-FILE.
000000     CLOSE COLLECTION-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-UPDATED.
000000     READ UPDATED-SCHEDULE-FILE
000000         AT END SET SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000 2150-READ-SCHEDULE.
000000     READ INSTALLMENT-SCHEDULE-FILE
000000         AT END SET SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-TAKE-UPDATED.
000000     IF NOT IUPD-PAID
000000         AND IUPD-PAID-AMT < IUPD-INSTALLMENT-AMT
000000         MOVE IUPD-ACCT-NO TO WORK-ACCT-NO
000000         MOVE IUPD-INSTALLMENT-NO TO WORK-INSTALLMENT-NO
000000         MOVE IUPD-DUE-DATE TO WORK-DUE-DATE
000000         SUBTRACT IUPD-PAID-AMT FROM IUPD-INSTALLMENT-AMT
000000             GIVING WORK-UNPAID
000000         PERFORM 2300-COLLECT-ONE-INSTALLMENT THRU 2300-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-UPDATED.
000000 2250-TAKE-SCHEDULE.
000000     MOVE ISCH-ACCT-NO TO WORK-ACCT-NO.
000000     MOVE ISCH-INSTALLMENT-NO TO WORK-INSTALLMENT-NO.
000000     MOVE ISCH-DUE-DATE TO WORK-DUE-DATE.
000000     MOVE ISCH-INSTALLMENT-AMT TO WORK-UNPAID.
000000     PERFORM 2300-COLLECT-ONE-INSTALLMENT THRU 2300-EXIT.
000000     PERFORM 2150-READ-SCHEDULE.
000000*------------------------------------------------------------------------
000000*ONE INSTALLMENT
000000*------------------------------------------------------------------------
000000 2300-COLLECT-ONE-INSTALLMENT.
000000     IF WORK-DUE-DATE IS NOT NUMERIC
000000         OR WORK-DUE-DATE NOT > CURRENT-RUN-DATE
000000         OR WORK-DUE-DATE > COLLECT-DATE
000000         OR WORK-UNPAID = ZERO
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE ZERO TO MAND-FOUND-IX.
000000     PERFORM VARYING MAND-IX FROM 1 BY 1
000000             UNTIL MAND-IX > MANDATE-COUNT
000000                 OR MAND-FOUND-IX > ZERO
000000         IF TBL-MAND-ACCT(MAND-IX) = WORK-ACCT-NO
000000             MOVE MAND-IX TO MAND-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF MAND-FOUND-IX = ZERO
000000         GO TO 2300-EXIT
000000     END-IF.
000000     MOVE 'N' TO ALREADY-SENT.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTERED-COUNT
000000                 OR ALREADY-SENT-YES
000000         IF TBL-REG-ACCT(REG-IX) = WORK-ACCT-NO
000000             AND TBL-REG-INST(REG-IX) = WORK-INSTALLMENT-NO
000000             SET ALREADY-SENT-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000     IF ALREADY-SENT-YES
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1 TO COLLECTION-COUNT.
000000     ADD WORK-UNPAID TO COLLECTION-TOTAL.
000000     MOVE SPACES TO COLLECTION-LINE.
000000     MOVE 'D' TO DDCD-RECORD-TYPE.
000000     MOVE COLLECTION-COUNT TO DDCD-SEQUENCE.
000000     MOVE WORK-ACCT-NO TO DDCD-ACCT-NO.
000000     MOVE WORK-INSTALLMENT-NO TO DDCD-INSTALLMENT-NO.
000000     MOVE WORK-UNPAID TO DDCD-AMOUNT.
000000     MOVE COLLECT-DATE TO DDCD-COLLECT-DATE.
000000     MOVE TBL-MAND-REF(MAND-FOUND-IX) TO DDCD-MANDATE-REF.
000000     MOVE TBL-MAND-ROUTING(MAND-FOUND-IX) TO DDCD-BANK-ROUTING.
000000     MOVE TBL-MAND-ACCOUNT(MAND-FOUND-IX) TO DDCD-BANK-ACCOUNT.
000000     MOVE TBL-MAND-HOLDER(MAND-FOUND-IX) TO DDCD-HOLDER-NAME.
000000     WRITE COLLECTION-LINE.
000000     MOVE WORK-ACCT-NO TO DDRG-ACCT-NO.
000000     MOVE WORK-INSTALLMENT-NO TO DDRG-INSTALLMENT-NO.
000000     MOVE WORK-UNPAID TO DDRG-AMOUNT.
000000     MOVE COLLECT-DATE TO DDRG-COLLECT-DATE.
000000     MOVE COLLECTION-COUNT TO DDRG-SEQUENCE.
000000     SET DDRG-COLLECTED TO TRUE.
000000     MOVE ZERO TO DDRG-RETURN-DATE.
000000     MOVE SPACES TO DDRG-RETURN-REASON.
000000     MOVE CURRENT-RUN-ID TO DDRG-RUN-ID.
000000     WRITE DIRECT-DEBIT-REGISTER-RECORD.
000000     IF NOT ENVELOPE-OPEN-YES
000000         MOVE 'HDR' TO ENVH-RECORD-TYPE
000000         MOVE 'PAYMTS  ' TO ENVH-FEED-NAME
000000         MOVE CURRENT-RUN-DATE TO ENVH-BUSINESS-DATE
000000         WRITE PAYMENT-RECORD FROM ENVELOPE-HEADER-RECORD
000000         SET ENVELOPE-OPEN-YES TO TRUE
000000     END-IF.
000000     MOVE WORK-ACCT-NO TO PAY-ACCT-NO.
000000     MOVE WORK-INSTALLMENT-NO TO PAY-INSTALLMENT-NO.
000000     MOVE WORK-UNPAID TO PAY-AMOUNT.
000000     MOVE COLLECT-DATE TO PAY-DATE.
000000     MOVE SPACE TO PAY-TYPE-CODE.
000000     WRITE PAYMENT-RECORD.
000000     ADD 1 TO ENV-DETAIL-COUNT.
000000     MOVE PAYMENT-RECORD(9:9) TO ENV-AMOUNT-WORK.
000000     ADD ENV-AMOUNT-WORK TO ENV-AMOUNT-HASH.
000000 2300-EXIT.
000000     EXIT.
