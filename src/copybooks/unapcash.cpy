000000*------------------------------------------------------------------------
000000*UNAPPLIED CASH RECORD
000000*One UNAPPL record per account holding money the payment pass
000000*could not put against an installment - a payment for an
000000*installment not on the schedule, or whatever is left once the
000000*account's schedule is fully paid.  The file is rebuilt by every
000000*payment pass from the whole payment feed, so it always states
000000*the account's current unapplied balance, ready to refund or to
000000*apply when a new schedule arrives.
000000*------------------------------------------------------------------------
000000 01  UNAPPLIED-CASH-RECORD.
000000     05 UNAP-ACCT-NO     PIC 9(6).
000000     05 UNAP-AMOUNT      PIC 9(9)V99.
000000     05 UNAP-AS-OF-DATE  PIC 9(8).
