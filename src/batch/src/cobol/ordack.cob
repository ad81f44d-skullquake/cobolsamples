000000     05 EXT-PRODUCT-CODE    PIC X(8).
000000     05 EXT-UNIT-COST       PIC 9(5)V99.
000000     05 EXT-COST-AMT        PIC 9(9)V99.
000000     05 EXT-PRICED-DATE     PIC 9(8).
000000 FD  CREDIT-HOLD-FILE.
000000 01  CREDIT-HOLD-LINE PIC X(110).
000000 FD  PRODUCT-REJECT-FILE.
000000 01  PRODUCT-REJECT-LINE PIC X(80).
000000 FD  FX-REJECT-FILE.
