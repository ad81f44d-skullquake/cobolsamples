000000*------------------------------------------------------------------------
000000*TAX-RATE RECORD
000000*One TAXTB record per currency and effective date: the rate and
000000*the jurisdiction the tax is remitted to.  Currency and
000000*jurisdiction were appended after the original rate so a legacy
000000*one-record TAXTB still reads: blanks mean the rate applies to
000000*every currency under a blank (base) jurisdiction, and the
000000*blank-currency record is the default for everything unmatched.
000000*The effective date was appended after them on the same terms -
000000*a record with no date has applied from the start.  The rate in
000000*force for a currency is the one with the latest effective date
000000*not after the run date.
000000*------------------------------------------------------------------------
000000 01  TAX-RATE-RECORD.
000000     05 TAX-RATE           PIC V999.
000000     05 TAX-CURRENCY       PIC X(3).
000000     05 TAX-JURISDICTION   PIC X(8).
000000     05 TAX-EFFECTIVE-DATE PIC 9(8).
000000     05 TAX-EFFECTIVE-DATE-X REDEFINES TAX-EFFECTIVE-DATE
000000                           PIC X(8).
