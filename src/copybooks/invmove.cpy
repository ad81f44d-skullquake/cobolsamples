000000*------------------------------------------------------------------------
000000*INVENTORY MOVEMENT JOURNAL
000000*INVMOVE is cumulative - each movement is appended once, dated
000000*with the run that produced it, and stays.  Type 'S' is stock
000000*shipped on an order line (written as the line extends), 'R' a
000000*customer return accepted back to stock on a credit memo, 'G' a
000000*goods receipt from purchasing.  IVM-REFERENCE is the order
000000*number for 'S' and 'R'.  IVM-UNIT-COST is the receipt cost on a
000000*'G' and the standard cost the line carried on an 'S'.
000000*------------------------------------------------------------------------
000000 01  INVENTORY-MOVE-RECORD.
000000     05 IVM-DATE         PIC 9(8).
000000     05 IVM-PRODUCT-CODE PIC X(8).
000000     05 IVM-TYPE         PIC X(1).
000000         88 IVM-SHIPPED      VALUE 'S'.
000000         88 IVM-RETURNED     VALUE 'R'.
000000         88 IVM-RECEIVED     VALUE 'G'.
000000     05 IVM-QTY          PIC 9(7).
000000     05 IVM-REFERENCE    PIC 9(6).
000000     05 IVM-UNIT-COST    PIC 9(5)V99.
