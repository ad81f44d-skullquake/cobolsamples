000000*------------------------------------------------------------------------
000000*SANCTIONS WATCH-LIST RECORD
000000*One entry from compliance's watch-list delivery as SANLOAD keeps
000000*it on SANLIST: the list's own entry id, the list it came from,
000000*the listed name in upper case and, where the list gives one,
000000*the postal code.  SANLIST is replaced whole by each accepted
000000*delivery.
000000*------------------------------------------------------------------------
000000 01  SANCTIONS-LIST-RECORD.
000000     05 SANL-ENTRY-ID    PIC X(9).
000000     05 SANL-LIST-CODE   PIC X(4).
000000     05 SANL-NAME        PIC X(30).
000000     05 SANL-POSTAL-CODE PIC X(10).
000000     05 SANL-LIST-DATE   PIC 9(8).
