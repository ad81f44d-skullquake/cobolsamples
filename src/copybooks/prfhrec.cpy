000000*------------------------------------------------------------------------
000000*CUSTOMER PROFITABILITY HISTORY RECORD
000000*One record per customer per cycle on PRFHIST: what that night's
000000*priced orders earned over cost, the commission paid on the
000000*customer's orders and the credit memos raised against them,
000000*under the run-ID that accumulated them so a rerun replaces its
000000*own figures instead of adding to them.  A blank customer id
000000*holds the night's amounts whose order could not be traced to a
000000*customer.  The period-end profitability report sums a month's
000000*records and adds the account-level income and losses.
000000*------------------------------------------------------------------------
000000 01  PROFIT-HISTORY-RECORD.
000000     05 PRFH-MONTH       PIC 9(6).
000000     05 PRFH-RUN-ID      PIC 9(5).
000000     05 PRFH-CUST-ID     PIC X(7).
000000     05 PRFH-MARGIN      PIC S9(11)V99 SIGN LEADING SEPARATE.
000000     05 PRFH-COMMISSION  PIC S9(11)V99 SIGN LEADING SEPARATE.
000000     05 PRFH-CREDIT-MEMO PIC 9(11)V99.
