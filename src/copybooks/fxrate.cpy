000000*------------------------------------------------------------------------
000000*EXCHANGE-RATE RECORD
000000*One FXRATES record per currency and rate date: the rate to the
000000*reporting currency and the date it applies from.  The rate date
000000*is the record's effective date - a rate keyed ahead for a later
000000*date is held on file and left alone until that date, and the
000000*rate in force for a currency is the one with the latest date
000000*not after the run date.  The reporting currency carries a rate
000000*of one like any other.
000000*------------------------------------------------------------------------
000000 01  FX-RATE-RECORD.
000000     05 FX-CURRENCY  PIC X(3).
000000     05 FX-RATE      PIC 9(3)V9(6).
000000     05 FX-RATE-DATE PIC 9(8).
