000000*------------------------------------------------------------------------
000000*COMMISSION-TABLE RECORD
000000*One COMMTB record per tier code and effective date.  The formula
000000*type picks the shape of the calculation: 'R' (and any record
000000*written before the type code existed) is base times rate, 'F'
000000*the flat fee alone, 'P' base times rate plus the fee, and 'M'
000000*marginal tiering over the band on the record.  'H' in the
000000*holdback flag holds the tier's commission on financed sales
000000*until the customer pays; blank or 'N' pays up front.  The
000000*effective date was appended last - a record with no date has
000000*applied from the start.  The record in force for a tier is the
000000*one with the latest effective date not after the run date.
000000*------------------------------------------------------------------------
000000 01  COMMISSION-TABLE-RECORD.
000000     05 CTAB-TIER-CODE      PIC X(2).
000000     05 CTAB-BASE-AMOUNT    PIC 9(7)V99.
000000     05 CTAB-RATE           PIC V999.
000000     05 CTAB-FORMULA-TYPE   PIC X(1).
000000         88 CTAB-FORMULA-RATE     VALUE 'R'.
000000         88 CTAB-FORMULA-FLAT     VALUE 'F'.
000000         88 CTAB-FORMULA-RATE-FEE VALUE 'P'.
000000         88 CTAB-FORMULA-MARGINAL VALUE 'M'.
000000     05 CTAB-FLAT-FEE       PIC 9(5)V99.
000000     05 CTAB-BAND-FLOOR     PIC 9(7)V99.
000000     05 CTAB-BAND-CEILING   PIC 9(7)V99.
000000     05 CTAB-HOLDBACK-FLAG  PIC X(1).
000000     05 CTAB-EFFECTIVE-DATE PIC 9(8).
000000     05 CTAB-EFFECTIVE-DATE-X REDEFINES CTAB-EFFECTIVE-DATE
000000                            PIC X(8).
