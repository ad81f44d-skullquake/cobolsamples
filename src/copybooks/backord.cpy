000000*------------------------------------------------------------------------
000000*OPEN-BACKORDER RECORD
000000*One BACKORD record per order line the warehouse has not yet
000000*shipped in full.  The order-line pricing step adds the unshipped
000000*remainder of a line the night it arrives, draws the open
000000*quantity down as the shipment-confirmation feed ships against
000000*it, and drops the record once it is shipped out or the customer
000000*cancels it.  BKO-UNIT-PRICE and BKO-CURRENCY are the order
000000*line's own fed price and currency, carried so a later shipment
000000*prices exactly as the original line would have.
000000*BKO-ORDER-DATE is the night the line first arrived - the backorder
000000*report ages from it.
000000*------------------------------------------------------------------------
000000 01  BACKORDER-RECORD.
000000     05 BKO-ORDER-NO       PIC 9(6).
000000     05 BKO-PRODUCT-CODE   PIC X(8).
000000     05 BKO-QTY-ORDERED    PIC 9(5).
000000     05 BKO-QTY-OPEN       PIC 9(5).
000000     05 BKO-UNIT-PRICE     PIC 9(5)V99.
000000     05 BKO-CURRENCY       PIC X(3).
000000     05 BKO-ORDER-DATE     PIC 9(8).
000000     05 BKO-LAST-SHIP-DATE PIC 9(8).
