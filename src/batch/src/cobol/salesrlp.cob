000000     05 EXT-PRODUCT-CODE    PIC X(8).
000000     05 EXT-UNIT-COST       PIC 9(5)V99.
000000     05 EXT-COST-AMT        PIC 9(9)V99.
000000     05 EXT-PRICED-DATE     PIC 9(8).
000000 FD  STRING-MASTER-FILE.
000000 01  STRING-MASTER-RECORD.
000000     05 STR-PRODUCT-CODE PIC X(8).
