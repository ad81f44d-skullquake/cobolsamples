000000*------------------------------------------------------------------------
000000*PAYOFF-QUOTE REGISTER RECORD
000000*One POQREG record per payoff quote issued: what the customer
000000*was told it takes to clear the installment plan, how that
000000*figure was built, and the window it holds for.  The payment-
000000*application pass reads the register to recognise a payment
000000*received inside the window for the quoted amount as a payoff
000000*and close every remaining installment on the account.
000000*------------------------------------------------------------------------
000000 01  PAYOFF-QUOTE-RECORD.
000000     05 POQ-ACCT-NO         PIC 9(6).
000000     05 POQ-QUOTE-DATE      PIC 9(8).
000000     05 POQ-PAYOFF-DATE     PIC 9(8).
000000     05 POQ-VALID-THRU      PIC 9(8).
000000     05 POQ-UNPAID-AMT      PIC 9(9)V99.
000000     05 POQ-LATE-CHG-AMT    PIC 9(7)V99.
000000     05 POQ-REBATE-AMT      PIC 9(7)V99.
000000     05 POQ-PAYOFF-AMT      PIC 9(9)V99.
000000     05 POQ-RUN-ID          PIC 9(5).
