000000*------------------------------------------------------------------------
000000*DISCOUNT-TABLE RECORD
000000*One DISCTB record per quantity break and effective date: the
000000*threshold and the percentage that applies from that quantity
000000*up.  The effective date was appended after the original two
000000*fields - a record with no date has applied from the start.  The
000000*percentage in force for a break is the one with the latest
000000*effective date not after the run date.
000000*------------------------------------------------------------------------
000000 01  DISCOUNT-TABLE-RECORD.
000000     05 DISC-QTY-THRESHOLD  PIC 9(5).
000000     05 DISC-PCT            PIC V999.
000000     05 DISC-EFFECTIVE-DATE PIC 9(8).
000000     05 DISC-EFFECTIVE-DATE-X REDEFINES DISC-EFFECTIVE-DATE
000000                            PIC X(8).
