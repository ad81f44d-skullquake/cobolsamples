000000*------------------------------------------------------------------------
000000*LOCKBOX RESEARCH QUEUE RECORD
000000*One LBXRSCH record per lockbox remittance item the intake could
000000*not match to an account: the item as the bank sent it, which
000000*deposit and batch it came in, and why it was not matched, so
000000*the cash desk can research it and key it to PAYMTS by hand.
000000*------------------------------------------------------------------------
000000 01  LOCKBOX-RESEARCH-RECORD.
000000     05 RSCH-DEPOSIT-DATE PIC 9(8).
000000     05 RSCH-BATCH-NO     PIC 9(3).
000000     05 RSCH-ITEM-SEQ     PIC 9(4).
000000     05 RSCH-AMOUNT       PIC 9(7)V99.
000000     05 RSCH-CHECK-NO     PIC X(10).
000000     05 RSCH-REMIT-ACCT   PIC X(6).
000000     05 RSCH-INVOICE-REF  PIC X(10).
000000     05 RSCH-REASON       PIC X(1).
000000         88 RSCH-NO-REFERENCE VALUE 'N'.
000000         88 RSCH-UNKNOWN-REF  VALUE 'U'.
000000         88 RSCH-ZERO-AMOUNT  VALUE 'Z'.
000000     05 RSCH-RUN-ID       PIC 9(5).
