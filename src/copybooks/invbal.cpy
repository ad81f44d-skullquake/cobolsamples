000000*------------------------------------------------------------------------
000000*PRODUCT ON-HAND INVENTORY BALANCE
000000*One INVBAL record per stocked product code.  IVB-ON-HAND is
000000*posted from the INVMOVE movement journal by the inventory
000000*balance step and is signed: a product shipped past what the
000000*books say is on the shelf goes negative and shows up rather
000000*than being floored at zero.  IVB-POSTED-THRU is the last run
000000*date whose movements are in the balance, so a rerun cannot post
000000*a night twice.  The reorder point and reorder quantity are kept
000000*by hand; a zero reorder point leaves the product off the
000000*reorder report.
000000*------------------------------------------------------------------------
000000 01  INVENTORY-BALANCE-RECORD.
000000     05 IVB-PRODUCT-CODE  PIC X(8).
000000     05 IVB-ON-HAND       PIC S9(7).
000000     05 IVB-REORDER-POINT PIC 9(7).
000000     05 IVB-REORDER-QTY   PIC 9(7).
000000     05 IVB-POSTED-THRU   PIC 9(8).
