000000*------------------------------------------------------------------------
000000*ESCHEATMENT REGISTER RECORD
000000*One ESCHREG record per piece of unclaimed property the
000000*escheatment step has taken up: a credit balance left on a
000000*dormant account ('C') or a refund the customer never cashed
000000*('R', identified by the bank reference it went out under).
000000*An item starts at 'N' when the due-diligence letter is
000000*queued, with the date the owner has until to come forward;
000000*contact, or the property going away, before that date clears
000000*it ('X').  After that date it is escheated ('E') - taken off
000000*the customer and held as a liability to the jurisdiction
000000*until it goes out on that year's unclaimed-property report -
000000*and an owner who later comes forward is recorded against the
000000*item as a claim ('C').  ESCH-JURISDICTION is the holding
000000*state the ESCHPOL policy assigned from the owner's postal
000000*code when the item was taken up.
000000*------------------------------------------------------------------------
000000 01  ESCHEAT-REGISTER-RECORD.
000000     05 ESCH-ITEM-NO          PIC 9(6).
000000     05 ESCH-SOURCE           PIC X(1).
000000         88 ESCH-CREDIT-BALANCE  VALUE 'C'.
000000         88 ESCH-UNCASHED-REFUND VALUE 'R'.
000000     05 ESCH-ACCT-NO          PIC 9(6).
000000     05 ESCH-CUST-ID          PIC X(7).
000000     05 ESCH-COMPANY-CODE     PIC X(3).
000000     05 ESCH-REFERENCE        PIC X(16).
000000     05 ESCH-AMOUNT           PIC 9(9)V99.
000000     05 ESCH-JURISDICTION     PIC X(8).
000000     05 ESCH-LAST-CONTACT     PIC 9(8).
000000     05 ESCH-NOTICE-DATE      PIC 9(8).
000000     05 ESCH-RESPONSE-DUE     PIC 9(8).
000000     05 ESCH-STATE            PIC X(1).
000000         88 ESCH-NOTICE-SENT VALUE 'N'.
000000         88 ESCH-CLEARED     VALUE 'X'.
000000         88 ESCH-ESCHEATED   VALUE 'E'.
000000         88 ESCH-CLAIMED     VALUE 'C'.
000000     05 ESCH-STATE-DATE       PIC 9(8).
000000     05 ESCH-REPORT-YEAR      PIC 9(4).
000000     05 ESCH-ESCHEAT-DATE     PIC 9(8).
000000     05 ESCH-CLAIM-REFERENCE  PIC X(16).
000000     05 ESCH-CLAIM-BY         PIC X(8).
