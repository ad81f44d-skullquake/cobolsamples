000000*------------------------------------------------------------------------
000000*CUSTOMER DISPUTE RECORD
000000*One DISPUTE record per dispute a customer has raised against an
000000*installment or an invoiced order on an account.  An open
000000*dispute holds the item out of dunning escalation, agency
000000*placement and late charges until customer service closes it;
000000*closed disputes stay on the file as the history.
000000*DSP-ITEM-NO is the installment number for an 'I' item, the
000000*order number for an 'O' item.
000000*------------------------------------------------------------------------
000000 01  DISPUTE-RECORD.
000000     05 DSP-DISPUTE-NO   PIC 9(6).
000000     05 DSP-ACCT-NO      PIC 9(6).
000000     05 DSP-ITEM-TYPE    PIC X(1).
000000         88 DSP-ITEM-INSTALLMENT VALUE 'I'.
000000         88 DSP-ITEM-ORDER       VALUE 'O'.
000000     05 DSP-ITEM-NO      PIC 9(6).
000000     05 DSP-STATUS       PIC X(1).
000000         88 DSP-OPEN   VALUE 'O'.
000000         88 DSP-CLOSED VALUE 'C'.
000000     05 DSP-REASON       PIC X(30).
000000     05 DSP-OWNER        PIC X(8).
000000     05 DSP-OPENED-DATE  PIC 9(8).
000000     05 DSP-OPENED-BY    PIC X(8).
000000     05 DSP-UPDATED-DATE PIC 9(8).
000000     05 DSP-CLOSED-DATE  PIC 9(8).
000000     05 DSP-RESOLUTION   PIC X(1).
000000         88 DSP-RESOLVED-ADJUSTED  VALUE 'A'.
000000         88 DSP-RESOLVED-REJECTED  VALUE 'R'.
000000         88 DSP-RESOLVED-WITHDRAWN VALUE 'W'.
