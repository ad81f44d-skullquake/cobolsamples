000000*------------------------------------------------------------------------
000000*ELECTRONIC DELIVERY RECORD
000000*Shared layout of the EDELIV file the email gateway picks up.
000000*Each document is a header naming the customer and the email
000000*address it goes to, the document's print lines one detail
000000*record each, and a trailer carrying the detail count so the
000000*gateway can prove it received the whole document.  Every
000000*record of a document carries the same document id: the kind
000000*('S' statement, 'L' letter) and a number issued from the
000000*EDLVCTL control record, so the id is never reused across runs
000000*or programs.
000000*------------------------------------------------------------------------
000000 01  EDELIVERY-RECORD.
000000     05 EDLV-REC-TYPE    PIC X(1).
000000         88 EDLV-HEADER  VALUE 'H'.
000000         88 EDLV-DETAIL  VALUE 'D'.
000000         88 EDLV-TRAILER VALUE 'T'.
000000     05 EDLV-DOC-ID.
000000         10 EDLV-DOC-KIND PIC X(1).
000000         10 EDLV-DOC-NO   PIC 9(9).
000000     05 EDLV-BODY        PIC X(80).
000000     05 EDLV-HEADER-BODY REDEFINES EDLV-BODY.
000000         10 EDLV-CUST-ID    PIC X(7).
000000         10 EDLV-EMAIL-ADDR PIC X(60).
000000         10 EDLV-DOC-DATE   PIC 9(8).
000000         10 FILLER          PIC X(5).
000000     05 EDLV-TRAILER-BODY REDEFINES EDLV-BODY.
000000         10 EDLV-LINE-COUNT PIC 9(5).
000000         10 FILLER          PIC X(75).
