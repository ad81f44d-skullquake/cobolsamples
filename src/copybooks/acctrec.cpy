000000*------------------------------------------------------------------------
000000*ACCOUNT MASTER RECORD
000000*One ACCTMS record per 6-digit account, naming the CUSTMS
000000*customer that owns it.  Before the account master existed the
000000*account number was simply the customer id zero-filled, so each
000000*customer could hold only one account; the master breaks that
000000*tie and lets one customer hold several accounts of different
000000*types.  Accounts are closed rather than deleted, so history
000000*stays intact and a number is never silently reused.
000000*------------------------------------------------------------------------
000000 01  ACCOUNT-RECORD.
000000     05 ACCT-NO        PIC 9(6).
000000     05 ACCT-CUST-ID   PIC X(7).
000000     05 ACCT-TYPE      PIC X(2).
000000         88 ACCT-TYPE-TRADING     VALUE 'TR'.
000000         88 ACCT-TYPE-INSTALLMENT VALUE 'IN'.
000000         88 ACCT-TYPE-VALID       VALUE 'TR' 'IN'.
000000     05 ACCT-OPEN-DATE PIC 9(8).
000000     05 ACCT-STATUS    PIC X(1).
000000         88 ACCT-OPEN   VALUE 'O'.
000000         88 ACCT-CLOSED VALUE 'C'.
