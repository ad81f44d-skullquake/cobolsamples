000000*------------------------------------------------------------------------
000000*CUSTOMER CONTRACT PRICE
000000*One CONTRPRC row per negotiated price: the customer, the
000000*product and the unit price the customer pays from the start
000000*date through the end date inclusive.  The pricing step uses a
000000*live row ahead of the PRICEMST list price; where two rows for
000000*the same customer and product are live the later start wins.
000000*Rows are keyed through ctrmnt and never overlap when entered
000000*that way.
000000*------------------------------------------------------------------------
000000 01  CONTRACT-PRICE-RECORD.
000000     05 CTR-CUST-ID      PIC X(7).
000000     05 CTR-PRODUCT-CODE PIC X(8).
000000     05 CTR-START-DATE   PIC 9(8).
000000     05 CTR-END-DATE     PIC 9(8).
000000     05 CTR-UNIT-PRICE   PIC 9(5)V99.
