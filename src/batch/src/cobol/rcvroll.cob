000000     SELECT PAYMENTS-FILE ASSIGN TO "PAYMTS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYMENTS-STATUS.
000000     SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPPL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UNAPPLIED-CASH-STATUS.
000000     SELECT ROLL-CONTROL-FILE ASSIGN TO "RCVCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ROLL-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  PAYMENTS-FILE.
000000 01  PAYMENT-RECORD.
000000     05 PAY-ACCT-NO        PIC 9(6).
000000     05 PAY-DATE           PIC 9(8).
000000     05 PAY-TYPE-CODE      PIC X(1).
000000         88 PAY-TYPE-REVERSAL VALUE 'R'.
000000 FD  UNAPPLIED-CASH-FILE.
000000     COPY "unapcash.cpy".
000000 FD  ROLL-CONTROL-FILE.
000000 01  ROLL-CONTROL-RECORD.
000000     05 RCV-PRIOR-CLOSING     PIC S9(11)V99.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 PAYMENTS-STATUS PIC X(2) VALUE '00'.
000000    01 ROLL-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 UNAPPLIED-CASH-STATUS PIC X(2) VALUE '00'.
000000    01 UNAPPLIED-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 ROLL-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 ROLL-VERDICT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000*the schedule's gross amount since last cycle - reschedules
000000*re-spread without changing the unpaid total, so they net
000000*inside this term), minus payments applied (the change in the
000000*net payment feed, reversals netted, less the cash the payment
000000*pass left unapplied on UNAPPL), equals the derived
000000*closing.  Independently, the closing position is re-added
000000*from the updated schedule's unpaid portions.  The two must
000000*agree; a break flags on RCVRPT and the RCVPRF verdict hands
000000     PERFORM 0500-READ-ROLL-CONTROL THRU 0500-EXIT.
000000     PERFORM 1000-SUM-SCHEDULE-GROSS THRU 1000-EXIT.
000000     PERFORM 1500-SUM-PAYMENTS THRU 1500-EXIT.
000000     PERFORM 1800-SUM-UNAPPLIED THRU 1800-EXIT.
000000     SUBTRACT UNAPPLIED-TOTAL FROM PAYMENTS-NET.
000000     PERFORM 2000-SUM-INDEPENDENT-CLOSING THRU 2000-EXIT.
000000     SUBTRACT PRIOR-SCHED-GROSS FROM SCHED-GROSS
000000         GIVING NEW-SCHEDULES.
000000         GO TO 1500-EXIT
000000     END-IF.
000000     PERFORM 1600-READ-PAYMENT.
000000     PERFORM 1700-SUM-ONE-PAYMENT THRU 1700-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE PAYMENTS-FILE.
000000 1500-EXIT.
000000     EXIT.
000000     READ PAYMENTS-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000*Feed envelope HDR/TRL records on PAYMTS carry no money.
000000 1700-SUM-ONE-PAYMENT.
000000     IF PAYMENT-RECORD(1:3) = 'HDR'
000000         OR PAYMENT-RECORD(1:3) = 'TRL'
000000         PERFORM 1600-READ-PAYMENT
000000         GO TO 1700-EXIT
000000     END-IF.
000000     IF PAY-TYPE-REVERSAL
000000         SUBTRACT PAY-AMOUNT FROM PAYMENTS-NET
000000     ELSE
000000         ADD PAY-AMOUNT TO PAYMENTS-NET
000000     END-IF.
000000     PERFORM 1600-READ-PAYMENT.
000000 1700-EXIT.
000000     EXIT.
000000*Cash on the feed that reached no installment has not reduced
000000*the receivables; UNAPPL is optional.
000000 1800-SUM-UNAPPLIED.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT UNAPPLIED-CASH-FILE.
000000     IF UNAPPLIED-CASH-STATUS NOT = '00'
000000         GO TO 1800-EXIT
000000     END-IF.
000000     PERFORM 1810-READ-UNAPPLIED.
000000     PERFORM 1820-SUM-ONE-UNAPPLIED UNTIL SOURCE-EOF-YES.
000000     CLOSE UNAPPLIED-CASH-FILE.
000000 1800-EXIT.
000000     EXIT.
000000 1810-READ-UNAPPLIED.
000000     READ UNAPPLIED-CASH-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1820-SUM-ONE-UNAPPLIED.
000000     ADD UNAP-AMOUNT TO UNAPPLIED-TOTAL.
000000     PERFORM 1810-READ-UNAPPLIED.
000000*------------------------------------------------------------------------
000000*INDEPENDENT CLOSING - the unpaid portions of the updated
000000*schedule, re-added from scratch
