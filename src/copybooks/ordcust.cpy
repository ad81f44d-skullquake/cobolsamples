000000*------------------------------------------------------------------------
000000*ORDER-TO-CUSTOMER RECORD
000000*One ORDCUST record per sales order, written by the sales feed
000000*and read by every step that needs to know whose order it is,
000000*how it is financed or who sold it.  ORDCUST is line sequential,
000000*so every program reading it must COPY this layout - a reader
000000*with a shorter record would get each line back as two.  Fields
000000*after the account were appended over time; a line written
000000*before they existed reads them as spaces.
000000*------------------------------------------------------------------------
000000 01  ORDER-CUSTOMER-RECORD.
000000     05 ORDC-ORDER-NO PIC 9(6).
000000     05 ORDC-ACCT-NO  PIC 9(6).
000000*'Y' marks an order bought on terms; the terms code picks the
000000*plan off TERMSTB.  Spaces - not financed.
000000     05 ORDC-FINANCE-FLAG PIC X(1).
000000         88 ORDC-FINANCED VALUE 'Y'.
000000     05 ORDC-TERMS-CODE   PIC X(4).
000000*The salesperson credited with the order, and an optional split
000000*partner with the partner's percentage of the sale; the order
000000*taker keeps the rest.  Blank on feeds written before commission
000000*came off the orders - such an order earns no commission.
000000     05 ORDC-SALESPERSON-ID PIC X(5).
000000     05 ORDC-SPLIT-ID       PIC X(5).
000000     05 ORDC-SPLIT-PCT      PIC 9(3).
