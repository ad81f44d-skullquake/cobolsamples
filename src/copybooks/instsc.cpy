000000*------------------------------------------------------------------------
000000*INSTALLMENT SCHEDULE RECORD
000000*One INSTSC record per installment of a payment plan, written by
000000*the installment split (fndiv) and by rescheduling, and read by
000000*every step that applies, collects, chases or extracts
000000*installments.  INSTSC is line sequential, so every program
000000*reading it must COPY this layout - a reader with a shorter
000000*record would get each line back as two.
000000*------------------------------------------------------------------------
000000 01  INSTALLMENT-SCHEDULE-RECORD.
000000     05 ISCH-ACCT-NO          PIC 9(6).
000000     05 ISCH-INSTALLMENT-NO   PIC 9(2).
000000     05 ISCH-INSTALLMENT-AMT  PIC 9(7)V99.
000000     05 ISCH-DUE-DATE         PIC 9(8).
000000*Amortization split of the installment and the plan balance
000000*left once it is paid; an interest-free plan carries the whole
000000*installment as principal and zero interest.
000000     05 ISCH-PRINCIPAL-AMT    PIC 9(7)V99.
000000     05 ISCH-INTEREST-AMT     PIC 9(7)V99.
000000     05 ISCH-REMAINING-BAL    PIC 9(7)V99.
000000*Originating sales order, zero for a plan keyed by hand.
000000     05 ISCH-ORDER-NO         PIC 9(6).
