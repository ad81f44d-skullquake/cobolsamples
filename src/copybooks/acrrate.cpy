000000*------------------------------------------------------------------------
000000*ACCRUAL-RATE RECORD
000000*One ACRTBL record per rate change: the annual rate charged on
000000*negative positions from the effective date until the next
000000*change.  The rate in force is the one with the latest effective
000000*date not after the run date.
000000*------------------------------------------------------------------------
000000 01  ACCRUAL-RATE-RECORD.
000000     05 ACR-EFFECTIVE-DATE PIC 9(8).
000000     05 ACR-ANNUAL-RATE    PIC 9(2)V9(4).
