000000*------------------------------------------------------------------------
000000*GL BUDGET RECORD
000000*One budgeted amount per company, GL account and month, as
000000*finance exports it from the budget spreadsheet onto BUDGET.
000000*The amount is signed and in the account's natural sense - a
000000*revenue, liability or equity budget is stated as a credit
000000*balance, an asset or expense budget as a debit balance - so it
000000*compares directly with the actuals budvar derives from the
000000*journal.  A blank company is the base company.
000000*------------------------------------------------------------------------
000000 01  BUDGET-RECORD.
000000     05 BUD-COMPANY  PIC X(3).
000000     05 BUD-ACCOUNT  PIC X(8).
000000     05 BUD-PERIOD   PIC 9(6).
000000     05 BUD-AMOUNT   PIC S9(11)V99 SIGN LEADING SEPARATE.
