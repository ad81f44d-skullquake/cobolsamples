000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. lockbox.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS LOCKBOX-STATUS.
000000     SELECT LOCKBOX-HISTORY-FILE ASSIGN TO "LBXHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS LOCKBOX-HISTORY-STATUS.
000000     SELECT INSTALLMENT-SCHEDULE-FILE ASSIGN TO "INSTSC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS INSTALLMENT-SCHEDULE-STATUS.
000000     SELECT PAYMENTS-FILE ASSIGN TO "PAYMTS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYMENTS-STATUS.
000000     SELECT RESEARCH-QUEUE-FILE ASSIGN TO "LBXRSCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RESEARCH-QUEUE-STATUS.
000000     SELECT LOCKBOX-REPORT-FILE ASSIGN TO "LBXRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS LOCKBOX-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*The bank's lockbox remittance file: a file header, then for
000000*each deposit batch a batch header, one item per remittance and
000000*a batch trailer carrying the bank's item count and total, and
000000*a file trailer over the whole deposit.  The record type in the
000000*first byte picks the view.
000000 FD  LOCKBOX-FILE.
000000 01  LOCKBOX-RECORD.
000000     05 LBX-RECORD-TYPE     PIC X(1).
000000         88 LBX-FILE-HEADER   VALUE '1'.
000000         88 LBX-BATCH-HEADER  VALUE '5'.
000000         88 LBX-ITEM          VALUE '6'.
000000         88 LBX-BATCH-TRAILER VALUE '7'.
000000         88 LBX-FILE-TRAILER  VALUE '9'.
000000     05 FILLER              PIC X(79).
000000 01  LOCKBOX-FILE-HEADER REDEFINES LOCKBOX-RECORD.
000000     05 FILLER              PIC X(1).
000000     05 LBXH-BANK-ID        PIC X(10).
000000     05 LBXH-LOCKBOX-NO     PIC X(7).
000000     05 LBXH-DEPOSIT-DATE   PIC 9(8).
000000     05 FILLER              PIC X(54).
000000 01  LOCKBOX-BATCH-HEADER REDEFINES LOCKBOX-RECORD.
000000     05 FILLER              PIC X(1).
000000     05 LBXB-BATCH-NO       PIC 9(3).
000000     05 FILLER              PIC X(76).
000000 01  LOCKBOX-ITEM REDEFINES LOCKBOX-RECORD.
000000     05 FILLER              PIC X(1).
000000     05 LBXI-BATCH-NO       PIC 9(3).
000000     05 LBXI-ITEM-SEQ       PIC 9(4).
000000     05 LBXI-AMOUNT         PIC 9(7)V99.
000000     05 LBXI-CHECK-NO       PIC X(10).
000000     05 LBXI-REMIT-ACCT     PIC X(6).
000000     05 LBXI-INVOICE-REF    PIC X(10).
000000     05 FILLER              PIC X(37).
000000 01  LOCKBOX-BATCH-TRAILER REDEFINES LOCKBOX-RECORD.
000000     05 FILLER              PIC X(1).
000000     05 LBXT-BATCH-NO       PIC 9(3).
000000     05 LBXT-ITEM-COUNT     PIC 9(4).
000000     05 LBXT-BATCH-TOTAL    PIC 9(9)V99.
000000     05 FILLER              PIC X(61).
000000 01  LOCKBOX-FILE-TRAILER REDEFINES LOCKBOX-RECORD.
000000     05 FILLER              PIC X(1).
000000     05 LBXF-BATCH-COUNT    PIC 9(4).
000000     05 LBXF-FILE-TOTAL     PIC 9(11)V99.
000000     05 FILLER              PIC X(62).
000000*One line per lockbox file already taken in, so the same
000000*deposit is never converted twice.
000000 FD  LOCKBOX-HISTORY-FILE.
000000 01  LOCKBOX-HISTORY-RECORD.
000000     05 LBXY-BANK-ID        PIC X(10).
000000     05 LBXY-LOCKBOX-NO     PIC X(7).
000000     05 LBXY-DEPOSIT-DATE   PIC 9(8).
000000     05 LBXY-RUN-ID         PIC 9(5).
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  PAYMENTS-FILE.
000000 01  PAYMENT-RECORD.
000000     05 PAY-ACCT-NO        PIC 9(6).
000000     05 PAY-INSTALLMENT-NO PIC 9(2).
000000     05 PAY-AMOUNT         PIC 9(7)V99.
000000     05 PAY-DATE           PIC 9(8).
000000     05 PAY-TYPE-CODE      PIC X(1).
000000 FD  RESEARCH-QUEUE-FILE.
000000     COPY "lbxrsch.cpy".
000000 FD  LOCKBOX-REPORT-FILE.
000000 01  LOCKBOX-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000     COPY "envrec.cpy".
000000    01 LOCKBOX-STATUS PIC X(2) VALUE '00'.
000000    01 LOCKBOX-HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 INSTALLMENT-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 PAYMENTS-STATUS PIC X(2) VALUE '00'.
000000    01 RESEARCH-QUEUE-STATUS PIC X(2) VALUE '00'.
000000    01 LOCKBOX-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 LOCKBOX-EOF PIC X VALUE 'N'.
000000       88 LOCKBOX-EOF-YES VALUE 'Y'.
000000    01 HISTORY-EOF PIC X VALUE 'N'.
000000       88 HISTORY-EOF-YES VALUE 'Y'.
000000    01 SCHEDULE-EOF PIC X VALUE 'N'.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 DEPOSIT-BANK-ID PIC X(10) VALUE SPACES.
000000    01 DEPOSIT-LOCKBOX-NO PIC X(7) VALUE SPACES.
000000    01 DEPOSIT-DATE PIC 9(8) VALUE ZERO.
000000    01 ALREADY-TAKEN PIC X VALUE 'N'.
000000       88 ALREADY-TAKEN-YES VALUE 'Y'.
000000*Every installment on the schedule, so a coupon reference or a
000000*remitter account number can be proved against a real plan.
000000    01 SCHEDULE-TABLE.
000000       05 SCHEDULE-COUNT PIC 9(4) VALUE ZERO.
000000       05 SCHEDULE-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-SCH-ACCT PIC 9(6).
000000          10 TBL-SCH-INST PIC 9(2).
000000    01 SCH-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SCHEDULE-OVERFLOW PIC X VALUE 'N'.
000000       88 SCHEDULE-OVERFLOW-YES VALUE 'Y'.
000000*The current batch's items, held until its trailer proves them.
000000    01 BATCH-ITEM-TABLE.
000000       05 BATCH-ITEM-COUNT PIC 9(4) VALUE ZERO.
000000       05 BATCH-ITEM-ENTRY PIC X(80) OCCURS 500 TIMES.
000000    01 ITEM-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BATCH-OPEN PIC X VALUE 'N'.
000000       88 BATCH-OPEN-YES VALUE 'Y'.
000000    01 BATCH-OVERFLOW PIC X VALUE 'N'.
000000       88 BATCH-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-BATCH-NO PIC 9(3) VALUE ZERO.
000000    01 BATCH-ITEMS-SEEN PIC 9(4) VALUE ZERO.
000000    01 BATCH-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 FILE-BATCH-COUNT PIC 9(4) VALUE ZERO.
000000    01 FILE-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 FILE-TRAILER-SEEN PIC X VALUE 'N'.
000000       88 FILE-TRAILER-SEEN-YES VALUE 'Y'.
000000    01 FILE-OUT-OF-BALANCE PIC X VALUE 'N'.
000000       88 FILE-OUT-OF-BALANCE-YES VALUE 'Y'.
000000    01 MATCH-ACCT PIC 9(6) VALUE ZERO.
000000    01 MATCH-INST PIC 9(2) VALUE ZERO.
000000    01 MATCH-FOUND PIC X VALUE 'N'.
000000       88 MATCH-FOUND-YES VALUE 'Y'.
000000    01 RESEARCH-REASON PIC X(1) VALUE SPACE.
000000    01 REASON-TEXT PIC X(24) VALUE SPACES.
000000    01 ENVELOPE-OPEN PIC X VALUE 'N'.
000000       88 ENVELOPE-OPEN-YES VALUE 'Y'.
000000    01 ENV-DETAIL-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-AMOUNT-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 MATCHED-COUNT PIC 9(5) VALUE ZERO.
000000    01 MATCHED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 RESEARCH-COUNT PIC 9(5) VALUE ZERO.
000000    01 RESEARCH-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 REFUSED-BATCH-COUNT PIC 9(3) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000    COPY "dupchk.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*BANK LOCKBOX INTAKE
000000*Replaces the morning re-keying of the bank's lockbox file into
000000*PAYMTS.  Each deposit batch is held until its batch trailer
000000*arrives and is proved against it - item count and amount total
000000*- before one item of it is converted; a batch out of balance
000000*is refused whole and reported for the bank to re-send, and the
000000*file trailer is proved over every batch.  In a proved batch
000000*each item is matched to an account: a coupon reference naming
000000*an account and installment on the INSTSC schedule pays that
000000*installment; failing that, a remitter account number with a
000000*plan on the schedule pays the account, spread oldest-first by
000000*the payment pass.  Matched items are appended to PAYMTS as one
000000*enveloped delivery (HDR, payments, TRL with count and amount
000000*hash).  An item matching nothing goes to the LBXRSCH research
000000*queue and onto the LBXRPT report, and the rest of its batch
000000*carries on.  LBXHIST remembers every deposit taken in, so the
000000*same file is never converted twice.
000000*The converted payments are then put through the DUPCHK
000000*record-level duplicate check before the payment pass applies
000000*them, so a deposit re-sent inside a later file is pulled onto
000000*DUPHOLD for review instead of paying twice (RC 4 when anything
000000*was held, RC 8 when a hold could not be recorded).
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN INPUT LOCKBOX-FILE.
000000     IF LOCKBOX-STATUS NOT = '00'
000000         DISPLAY 'LOCKBOX: NO LOCKBOX FILE - NOTHING TO CONVERT'
000000         MOVE 0 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2100-READ-LOCKBOX.
000000     IF LOCKBOX-EOF-YES OR NOT LBX-FILE-HEADER
000000         DISPLAY '*** LOCKBOX: FILE HAS NO FILE HEADER - '
000000             'FILE REFUSED'
000000         CLOSE LOCKBOX-FILE
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE LBXH-BANK-ID TO DEPOSIT-BANK-ID.
000000     MOVE LBXH-LOCKBOX-NO TO DEPOSIT-LOCKBOX-NO.
000000     MOVE LBXH-DEPOSIT-DATE TO DEPOSIT-DATE.
000000     IF DEPOSIT-DATE IS NOT NUMERIC OR DEPOSIT-DATE = ZERO
000000         MOVE CURRENT-RUN-DATE TO DEPOSIT-DATE
000000     END-IF.
000000     PERFORM 0800-CHECK-HISTORY THRU 0800-EXIT.
000000     IF ALREADY-TAKEN-YES
000000         DISPLAY '*** LOCKBOX: DEPOSIT ' DEPOSIT-LOCKBOX-NO
000000             ' OF ' DEPOSIT-DATE ' ALREADY CONVERTED - '
000000             'NOT CONVERTED AGAIN'
000000         CLOSE LOCKBOX-FILE
000000         MOVE 4 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT.
000000     PERFORM 2000-CONVERT-LOCKBOX THRU 2000-EXIT.
000000     CLOSE LOCKBOX-FILE.
000000     PERFORM 8000-RECORD-HISTORY THRU 8000-EXIT.
000000     IF MATCHED-COUNT > ZERO
000000         PERFORM 8500-CHECK-DUPLICATES THRU 8500-EXIT
000000     END-IF.
000000     DISPLAY 'LOCKBOX: ' MATCHED-COUNT ' ITEM(S) TO PAYMTS FOR '
000000         MATCHED-TOTAL ', ' RESEARCH-COUNT
000000         ' TO RESEARCH, ' REFUSED-BATCH-COUNT
000000         ' BATCH(ES) REFUSED'.
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
000000*DUPLICATE-DEPOSIT GUARD
000000*------------------------------------------------------------------------
000000 0800-CHECK-HISTORY.
000000     OPEN INPUT LOCKBOX-HISTORY-FILE.
000000     IF LOCKBOX-HISTORY-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     PERFORM 0810-READ-HISTORY.
000000     PERFORM 0820-CHECK-ONE-HISTORY
000000         UNTIL HISTORY-EOF-YES OR ALREADY-TAKEN-YES.
000000     CLOSE LOCKBOX-HISTORY-FILE.
000000 0800-EXIT.
000000     EXIT.
000000 0810-READ-HISTORY.
000000     READ LOCKBOX-HISTORY-FILE
000000         AT END SET HISTORY-EOF-YES TO TRUE
000000     END-READ.
000000 0820-CHECK-ONE-HISTORY.
000000     IF LBXY-BANK-ID = DEPOSIT-BANK-ID
000000         AND LBXY-LOCKBOX-NO = DEPOSIT-LOCKBOX-NO
000000         AND LBXY-DEPOSIT-DATE = DEPOSIT-DATE
000000         SET ALREADY-TAKEN-YES TO TRUE
000000     ELSE
000000         PERFORM 0810-READ-HISTORY
000000     END-IF.
000000*------------------------------------------------------------------------
000000*SCHEDULE PICKUP
000000*------------------------------------------------------------------------
000000 1000-LOAD-SCHEDULE.
000000     OPEN INPUT INSTALLMENT-SCHEDULE-FILE.
000000     IF INSTALLMENT-SCHEDULE-STATUS NOT = '00'
000000         DISPLAY 'LOCKBOX: INSTSC NOT AVAILABLE - EVERY ITEM '
000000             'GOES TO RESEARCH'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-SCHEDULE.
000000     PERFORM 1200-STORE-SCHEDULE
000000         UNTIL SCHEDULE-EOF-YES OR SCHEDULE-OVERFLOW-YES.
000000     CLOSE INSTALLMENT-SCHEDULE-FILE.
000000     IF SCHEDULE-OVERFLOW-YES
000000         DISPLAY '*** LOCKBOX: INSTSC HOLDS MORE THAN 2000 '
000000             'INSTALLMENTS - LATER PLANS GO TO RESEARCH'
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-SCHEDULE.
000000     READ INSTALLMENT-SCHEDULE-FILE
000000         AT END SET SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-SCHEDULE.
000000     IF SCHEDULE-COUNT = 2000
000000         SET SCHEDULE-OVERFLOW-YES TO TRUE
000000     ELSE
000000         ADD 1 TO SCHEDULE-COUNT
000000         MOVE ISCH-ACCT-NO TO TBL-SCH-ACCT(SCHEDULE-COUNT)
000000         MOVE ISCH-INSTALLMENT-NO TO TBL-SCH-INST(SCHEDULE-COUNT)
000000         PERFORM 1100-READ-SCHEDULE
000000     END-IF.
000000*------------------------------------------------------------------------
000000*LOCKBOX PASS
000000*------------------------------------------------------------------------
000000 2000-CONVERT-LOCKBOX.
000000     OPEN EXTEND PAYMENTS-FILE.
000000     IF PAYMENTS-STATUS = '05' OR PAYMENTS-STATUS = '35'
000000         OPEN OUTPUT PAYMENTS-FILE
000000     END-IF.
000000     OPEN EXTEND RESEARCH-QUEUE-FILE.
000000     IF RESEARCH-QUEUE-STATUS = '05'
000000         OR RESEARCH-QUEUE-STATUS = '35'
000000         OPEN OUTPUT RESEARCH-QUEUE-FILE
000000     END-IF.
000000     OPEN OUTPUT LOCKBOX-REPORT-FILE.
000000     PERFORM 2900-WRITE-REPORT-HEADER.
000000     MOVE SPACES TO LOCKBOX-REPORT-LINE.
000000     STRING 'BANK: ' DEPOSIT-BANK-ID
000000         ' LOCKBOX: ' DEPOSIT-LOCKBOX-NO
000000         ' DEPOSIT DATE: ' DEPOSIT-DATE
000000         INTO LOCKBOX-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     PERFORM 2100-READ-LOCKBOX.
000000     PERFORM 2200-TAKE-ONE-RECORD THRU 2200-EXIT
000000         UNTIL LOCKBOX-EOF-YES.
000000*A batch still open at end of file never got its trailer - it
000000*cannot be proved, so it is refused like any other.
000000     IF BATCH-OPEN-YES
000000         MOVE SPACES TO LOCKBOX-REPORT-LINE
000000         STRING 'BATCH ' CURRENT-BATCH-NO
000000             ' HAS NO BATCH TRAILER'
000000             INTO LOCKBOX-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000         PERFORM 3900-REFUSE-BATCH
000000     END-IF.
000000     IF NOT FILE-TRAILER-SEEN-YES
000000         SET FILE-OUT-OF-BALANCE-YES TO TRUE
000000         MOVE '*** NO FILE TRAILER - DEPOSIT NOT PROVED'
000000             TO LOCKBOX-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000     END-IF.
000000     IF ENVELOPE-OPEN-YES
000000         MOVE 'TRL' TO ENVT-RECORD-TYPE
000000         MOVE ENV-DETAIL-COUNT TO ENVT-REC-COUNT
000000         MOVE ENV-AMOUNT-HASH TO ENVT-AMOUNT-HASH
000000         WRITE PAYMENT-RECORD FROM ENVELOPE-TRAILER-RECORD
000000     END-IF.
000000     MOVE SPACES TO LOCKBOX-REPORT-LINE.
000000     STRING 'MATCHED: ' MATCHED-COUNT ' FOR ' MATCHED-TOTAL
000000         INTO LOCKBOX-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE SPACES TO LOCKBOX-REPORT-LINE.
000000     STRING 'RESEARCH: ' RESEARCH-COUNT ' FOR ' RESEARCH-TOTAL
000000         INTO LOCKBOX-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     MOVE SPACES TO LOCKBOX-REPORT-LINE.
000000     STRING 'BATCHES REFUSED: ' REFUSED-BATCH-COUNT
000000         INTO LOCKBOX-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     CLOSE LOCKBOX-REPORT-FILE.
000000     CLOSE RESEARCH-QUEUE-FILE.
000000     CLOSE PAYMENTS-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-LOCKBOX.
000000     READ LOCKBOX-FILE
000000         AT END SET LOCKBOX-EOF-YES TO TRUE
000000     END-READ.
000000 2200-TAKE-ONE-RECORD.
000000     EVALUATE TRUE
000000         WHEN LBX-BATCH-HEADER
000000             PERFORM 2300-OPEN-BATCH THRU 2300-EXIT
000000         WHEN LBX-ITEM
000000             PERFORM 2400-HOLD-ITEM THRU 2400-EXIT
000000         WHEN LBX-BATCH-TRAILER
000000             PERFORM 2500-PROVE-BATCH THRU 2500-EXIT
000000         WHEN LBX-FILE-TRAILER
000000             PERFORM 2600-PROVE-FILE THRU 2600-EXIT
000000         WHEN OTHER
000000             MOVE SPACES TO LOCKBOX-REPORT-LINE
000000             STRING 'UNKNOWN RECORD TYPE ' LBX-RECORD-TYPE
000000                 ' SKIPPED'
000000                 INTO LOCKBOX-REPORT-LINE
000000             PERFORM 2950-WRITE-REPORT-LINE
000000     END-EVALUATE.
000000     PERFORM 2100-READ-LOCKBOX.
000000 2200-EXIT.
000000     EXIT.
000000*A new batch header while a batch is still open means the open
000000*batch lost its trailer.
000000 2300-OPEN-BATCH.
000000     IF BATCH-OPEN-YES
000000         MOVE SPACES TO LOCKBOX-REPORT-LINE
000000         STRING 'BATCH ' CURRENT-BATCH-NO
000000             ' HAS NO BATCH TRAILER'
000000             INTO LOCKBOX-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000         PERFORM 3900-REFUSE-BATCH
000000     END-IF.
000000     SET BATCH-OPEN-YES TO TRUE.
000000     MOVE 'N' TO BATCH-OVERFLOW.
000000     MOVE LBXB-BATCH-NO TO CURRENT-BATCH-NO.
000000     MOVE ZERO TO BATCH-ITEM-COUNT.
000000     MOVE ZERO TO BATCH-ITEMS-SEEN.
000000     MOVE ZERO TO BATCH-TOTAL.
000000 2300-EXIT.
000000     EXIT.
000000 2400-HOLD-ITEM.
000000     IF NOT BATCH-OPEN-YES
000000         MOVE SPACES TO LOCKBOX-REPORT-LINE
000000         STRING 'ITEM ' LBXI-ITEM-SEQ
000000             ' OUTSIDE ANY BATCH - SKIPPED, AMOUNT '
000000             LBXI-AMOUNT
000000             INTO LOCKBOX-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000         SET FILE-OUT-OF-BALANCE-YES TO TRUE
000000         GO TO 2400-EXIT
000000     END-IF.
000000     ADD 1 TO BATCH-ITEMS-SEEN.
000000     IF LBXI-AMOUNT IS NUMERIC
000000         ADD LBXI-AMOUNT TO BATCH-TOTAL
000000     END-IF.
000000     IF BATCH-ITEM-COUNT = 500
000000         SET BATCH-OVERFLOW-YES TO TRUE
000000         GO TO 2400-EXIT
000000     END-IF.
000000     ADD 1 TO BATCH-ITEM-COUNT.
000000     MOVE LOCKBOX-RECORD TO BATCH-ITEM-ENTRY(BATCH-ITEM-COUNT).
000000 2400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BATCH PROOF
000000*The bank's count and total must equal what arrived; only then
000000*are the held items converted.  A batch too big to hold is
000000*refused rather than half converted.
000000*------------------------------------------------------------------------
000000 2500-PROVE-BATCH.
000000     ADD 1 TO FILE-BATCH-COUNT.
000000     IF LBXT-BATCH-TOTAL IS NUMERIC
000000         ADD LBXT-BATCH-TOTAL TO FILE-TOTAL
000000     END-IF.
000000     IF NOT BATCH-OPEN-YES
000000         OR LBXT-BATCH-NO NOT = CURRENT-BATCH-NO
000000         MOVE SPACES TO LOCKBOX-REPORT-LINE
000000         STRING 'BATCH TRAILER ' LBXT-BATCH-NO
000000             ' MATCHES NO OPEN BATCH'
000000             INTO LOCKBOX-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000         IF BATCH-OPEN-YES
000000             PERFORM 3900-REFUSE-BATCH
000000         END-IF
000000         SET FILE-OUT-OF-BALANCE-YES TO TRUE
000000         GO TO 2500-EXIT
000000     END-IF.
000000     IF LBXT-ITEM-COUNT NOT = BATCH-ITEMS-SEEN
000000         OR LBXT-BATCH-TOTAL NOT = BATCH-TOTAL
000000         OR BATCH-OVERFLOW-YES
000000         MOVE SPACES TO LOCKBOX-REPORT-LINE
000000         STRING 'BATCH ' CURRENT-BATCH-NO
000000             ' OUT OF BALANCE - BANK: ' LBXT-ITEM-COUNT
000000             ' / ' LBXT-BATCH-TOTAL
000000             ' RECEIVED: ' BATCH-ITEMS-SEEN
000000             ' / ' BATCH-TOTAL
000000             INTO LOCKBOX-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000         PERFORM 3900-REFUSE-BATCH
000000         GO TO 2500-EXIT
000000     END-IF.
000000     MOVE SPACES TO LOCKBOX-REPORT-LINE.
000000     STRING 'BATCH ' CURRENT-BATCH-NO
000000         ' PROVED - ITEMS: ' BATCH-ITEMS-SEEN
000000         ' TOTAL: ' BATCH-TOTAL
000000         INTO LOCKBOX-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     PERFORM 3000-CONVERT-ONE-ITEM THRU 3000-EXIT
000000         VARYING ITEM-IX FROM 1 BY 1
000000         UNTIL ITEM-IX > BATCH-ITEM-COUNT.
000000     MOVE 'N' TO BATCH-OPEN.
000000 2500-EXIT.
000000     EXIT.
000000 2600-PROVE-FILE.
000000     SET FILE-TRAILER-SEEN-YES TO TRUE.
000000     IF LBXF-BATCH-COUNT NOT = FILE-BATCH-COUNT
000000         OR LBXF-FILE-TOTAL NOT = FILE-TOTAL
000000         SET FILE-OUT-OF-BALANCE-YES TO TRUE
000000         MOVE SPACES TO LOCKBOX-REPORT-LINE
000000         STRING '*** FILE TRAILER DOES NOT TIE - BANK: '
000000             LBXF-BATCH-COUNT ' / ' LBXF-FILE-TOTAL
000000             INTO LOCKBOX-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000     END-IF.
000000 2600-EXIT.
000000     EXIT.
000000 2900-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'LOCKBOX INTAKE REPORT' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE LOCKBOX-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 2950-WRITE-REPORT-LINE.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2900-WRITE-REPORT-HEADER
000000     END-IF.
000000     WRITE LOCKBOX-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000*------------------------------------------------------------------------
000000*ITEM MATCHING
000000*A coupon reference is the account number followed by the
000000*installment number, as printed on the bill; it must name an
000000*installment on the schedule.  Otherwise the remitter account
000000*must hold a plan on the schedule, and the payment goes in
000000*with no installment number for the payment pass to spread.
000000*------------------------------------------------------------------------
000000 3000-CONVERT-ONE-ITEM.
000000     MOVE BATCH-ITEM-ENTRY(ITEM-IX) TO LOCKBOX-RECORD.
000000     MOVE 'N' TO MATCH-FOUND.
000000     IF LBXI-AMOUNT IS NOT NUMERIC OR LBXI-AMOUNT = ZERO
000000         MOVE 'Z' TO RESEARCH-REASON
000000         PERFORM 3500-QUEUE-FOR-RESEARCH THRU 3500-EXIT
000000         GO TO 3000-EXIT
000000     END-IF.
000000     IF LBXI-INVOICE-REF(1:8) IS NUMERIC
000000         AND LBXI-INVOICE-REF(9:2) = SPACES
000000         MOVE LBXI-INVOICE-REF(1:6) TO MATCH-ACCT
000000         MOVE LBXI-INVOICE-REF(7:2) TO MATCH-INST
000000         PERFORM VARYING SCH-IX FROM 1 BY 1
000000                 UNTIL SCH-IX > SCHEDULE-COUNT
000000                     OR MATCH-FOUND-YES
000000             IF TBL-SCH-ACCT(SCH-IX) = MATCH-ACCT
000000                 AND TBL-SCH-INST(SCH-IX) = MATCH-INST
000000                 SET MATCH-FOUND-YES TO TRUE
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     IF NOT MATCH-FOUND-YES
000000         AND LBXI-REMIT-ACCT IS NUMERIC
000000         AND LBXI-REMIT-ACCT NOT = ZERO
000000         MOVE LBXI-REMIT-ACCT TO MATCH-ACCT
000000         MOVE ZERO TO MATCH-INST
000000         PERFORM VARYING SCH-IX FROM 1 BY 1
000000                 UNTIL SCH-IX > SCHEDULE-COUNT
000000                     OR MATCH-FOUND-YES
000000             IF TBL-SCH-ACCT(SCH-IX) = MATCH-ACCT
000000                 SET MATCH-FOUND-YES TO TRUE
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     IF NOT MATCH-FOUND-YES
000000         IF LBXI-INVOICE-REF = SPACES
000000             AND (LBXI-REMIT-ACCT = SPACES
000000                 OR LBXI-REMIT-ACCT = ZERO)
000000             MOVE 'N' TO RESEARCH-REASON
000000         ELSE
000000             MOVE 'U' TO RESEARCH-REASON
000000         END-IF
000000         PERFORM 3500-QUEUE-FOR-RESEARCH THRU 3500-EXIT
000000         GO TO 3000-EXIT
000000     END-IF.
000000     IF NOT ENVELOPE-OPEN-YES
000000         MOVE 'HDR' TO ENVH-RECORD-TYPE
000000         MOVE 'PAYMTS  ' TO ENVH-FEED-NAME
000000         MOVE DEPOSIT-DATE TO ENVH-BUSINESS-DATE
000000         WRITE PAYMENT-RECORD FROM ENVELOPE-HEADER-RECORD
000000         SET ENVELOPE-OPEN-YES TO TRUE
000000     END-IF.
000000     MOVE MATCH-ACCT TO PAY-ACCT-NO.
000000     MOVE MATCH-INST TO PAY-INSTALLMENT-NO.
000000     MOVE LBXI-AMOUNT TO PAY-AMOUNT.
000000     MOVE DEPOSIT-DATE TO PAY-DATE.
000000     MOVE SPACE TO PAY-TYPE-CODE.
000000     WRITE PAYMENT-RECORD.
000000     ADD 1 TO ENV-DETAIL-COUNT.
000000     MOVE PAYMENT-RECORD(9:9) TO ENV-AMOUNT-WORK.
000000     ADD ENV-AMOUNT-WORK TO ENV-AMOUNT-HASH.
000000     ADD 1 TO MATCHED-COUNT.
000000     ADD LBXI-AMOUNT TO MATCHED-TOTAL.
000000 3000-EXIT.
000000     EXIT.
000000 3500-QUEUE-FOR-RESEARCH.
000000     MOVE DEPOSIT-DATE TO RSCH-DEPOSIT-DATE.
000000     MOVE CURRENT-BATCH-NO TO RSCH-BATCH-NO.
000000     MOVE LBXI-ITEM-SEQ TO RSCH-ITEM-SEQ.
000000     IF LBXI-AMOUNT IS NUMERIC
000000         MOVE LBXI-AMOUNT TO RSCH-AMOUNT
000000         ADD LBXI-AMOUNT TO RESEARCH-TOTAL
000000     ELSE
000000         MOVE ZERO TO RSCH-AMOUNT
000000     END-IF.
000000     MOVE LBXI-CHECK-NO TO RSCH-CHECK-NO.
000000     MOVE LBXI-REMIT-ACCT TO RSCH-REMIT-ACCT.
000000     MOVE LBXI-INVOICE-REF TO RSCH-INVOICE-REF.
000000     MOVE RESEARCH-REASON TO RSCH-REASON.
000000     MOVE CURRENT-RUN-ID TO RSCH-RUN-ID.
000000     WRITE LOCKBOX-RESEARCH-RECORD.
000000     ADD 1 TO RESEARCH-COUNT.
000000     EVALUATE TRUE
000000         WHEN RSCH-NO-REFERENCE
000000             MOVE 'NO ACCOUNT OR REFERENCE' TO REASON-TEXT
000000         WHEN RSCH-ZERO-AMOUNT
000000             MOVE 'NO AMOUNT' TO REASON-TEXT
000000         WHEN OTHER
000000             MOVE 'NO SUCH ACCOUNT/REFERENCE' TO REASON-TEXT
000000     END-EVALUATE.
000000     MOVE SPACES TO LOCKBOX-REPORT-LINE.
000000     STRING 'RESEARCH BATCH ' CURRENT-BATCH-NO
000000         ' ITEM ' LBXI-ITEM-SEQ
000000         ' AMT ' RSCH-AMOUNT
000000         ' ' REASON-TEXT
000000         INTO LOCKBOX-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000 3500-EXIT.
000000     EXIT.
000000 3900-REFUSE-BATCH.
000000     ADD 1 TO REFUSED-BATCH-COUNT.
000000     MOVE 'N' TO BATCH-OPEN.
000000     MOVE ZERO TO BATCH-ITEM-COUNT.
000000*------------------------------------------------------------------------
000000*DEPOSIT HISTORY
000000*------------------------------------------------------------------------
000000 8000-RECORD-HISTORY.
000000     OPEN EXTEND LOCKBOX-HISTORY-FILE.
000000     IF LOCKBOX-HISTORY-STATUS = '05'
000000         OR LOCKBOX-HISTORY-STATUS = '35'
000000         OPEN OUTPUT LOCKBOX-HISTORY-FILE
000000     END-IF.
000000     MOVE DEPOSIT-BANK-ID TO LBXY-BANK-ID.
000000     MOVE DEPOSIT-LOCKBOX-NO TO LBXY-LOCKBOX-NO.
000000     MOVE DEPOSIT-DATE TO LBXY-DEPOSIT-DATE.
000000     MOVE CURRENT-RUN-ID TO LBXY-RUN-ID.
000000     WRITE LOCKBOX-HISTORY-RECORD.
000000     CLOSE LOCKBOX-HISTORY-FILE.
000000 8000-EXIT.
000000     EXIT.
000000 8500-CHECK-DUPLICATES.
000000     MOVE 'P' TO DCHK-FUNCTION.
000000     MOVE CURRENT-RUN-ID TO DCHK-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO DCHK-RUN-DATE.
000000     MOVE 'N' TO DCHK-SKIP-TRANS.
000000     CALL 'dupchk' USING DUPCHK-REQUEST DUPCHK-RESULT
000000         DUPCHK-STATUS.
000000     IF DCHK-HELD-COUNT > ZERO
000000         DISPLAY 'LOCKBOX: ' DCHK-HELD-COUNT
000000             ' PAYMENT(S) HELD AS SUSPECTED DUPLICATES ON DUPHOLD'
000000     END-IF.
000000 8500-EXIT.
000000     EXIT.
000000 9800-SET-RETURN-CODE.
000000     IF REFUSED-BATCH-COUNT > ZERO OR FILE-OUT-OF-BALANCE-YES
000000         OR DCHK-FAILED
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         IF RESEARCH-COUNT > ZERO OR DCHK-HELD OR DCHK-LIMITED
000000             MOVE 4 TO RETURN-CODE
000000         ELSE
000000             MOVE 0 TO RETURN-CODE
000000         END-IF
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
