000000*------------------------------------------------------------------------
000000*OPEN-ITEM RECEIVABLES RECORD
000000*One ARITEM record per invoiced order.  The invoice amount is
000000*the order's net price with tax inside it, in the order's own
000000*currency; ARI-CONV-AMOUNT is the same invoice at the pricing
000000*run's converted value, so exposure can be stated in the home
000000*currency.  ARI-CREDITED and ARI-PAID are re-derived every run
000000*from the cumulative CMREG memo register and ARPAYS payment
000000*feed, never accumulated, so a rerun cannot count either twice.
000000*ARI-OPEN = amount less credited less paid; negative is a
000000*credit balance owed back to the customer.
000000*------------------------------------------------------------------------
000000 01  AR-ITEM-RECORD.
000000     05 ARI-INVOICE-NO   PIC 9(6).
000000     05 ARI-ORDER-NO     PIC 9(6).
000000     05 ARI-ACCT-NO      PIC 9(6).
000000     05 ARI-CUST-ID      PIC X(7).
000000     05 ARI-CURRENCY     PIC X(3).
000000     05 ARI-INVOICE-DATE PIC 9(8).
000000     05 ARI-DUE-DATE     PIC 9(8).
000000     05 ARI-AMOUNT       PIC 9(9)V99.
000000     05 ARI-CONV-AMOUNT  PIC 9(9)V99.
000000     05 ARI-CREDITED     PIC 9(9)V99.
000000     05 ARI-PAID         PIC S9(9)V99.
000000     05 ARI-OPEN         PIC S9(9)V99.
000000     05 ARI-STATUS       PIC X(1).
000000         88 ARI-OPEN-ITEM      VALUE 'O'.
000000         88 ARI-CLEARED        VALUE 'C'.
000000         88 ARI-CREDIT-BALANCE VALUE 'K'.
000000     05 ARI-CLEARED-DATE PIC 9(8).
