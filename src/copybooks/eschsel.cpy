000000*------------------------------------------------------------------------
000000*ESCHEATMENT LETTER SELECTION RECORD
000000*One ESCHSEL record per unclaimed-property item whose owner is
000000*owed a due-diligence letter.  The escheatment step appends
000000*them as it takes items up; the letter generator, run with its
000000*LETSEL card set to 'E', writes one letter per customer named
000000*here - the amounts totalled, the latest response date quoted
000000*- and empties the file once the mailing is done.
000000*------------------------------------------------------------------------
000000 01  ESCHEAT-SELECT-RECORD.
000000     05 ESEL-CUST-ID       PIC X(7).
000000     05 ESEL-ITEM-NO       PIC 9(6).
000000     05 ESEL-AMOUNT        PIC 9(9)V99.
000000     05 ESEL-RESPONSE-DUE  PIC 9(8).
