000000*------------------------------------------------------------------------
000000*SANCTIONS REVIEW QUEUE RECORD
000000*One possible watch-list match raised by the screening service,
000000*carrying the customer details exactly as screened so a decision
000000*holds only for those details: a match compliance clears does
000000*not alert again until the customer's name or postal code
000000*changes, and a confirmed match blocks the customer whatever
000000*they are later called.  SANQUE is appended by the screening
000000*service and rewritten whole by the review console; the latest
000000*entry for a customer is the one that counts.
000000*------------------------------------------------------------------------
000000 01  SANCTIONS-QUEUE-RECORD.
000000     05 SANQ-CUST-ID      PIC X(7).
000000     05 SANQ-NAME         PIC X(30).
000000     05 SANQ-POSTAL-CODE  PIC X(10).
000000     05 SANQ-ENTRY-ID     PIC X(9).
000000     05 SANQ-LIST-CODE    PIC X(4).
000000     05 SANQ-MATCH-TYPE   PIC X(1).
000000     05 SANQ-SOURCE       PIC X(8).
000000     05 SANQ-RAISED-DATE  PIC 9(8).
000000     05 SANQ-STATE        PIC X(1).
000000         88 SANQ-PENDING   VALUE 'P'.
000000         88 SANQ-CLEARED   VALUE 'C'.
000000         88 SANQ-CONFIRMED VALUE 'X'.
000000     05 SANQ-DECIDED-BY   PIC X(8).
000000     05 SANQ-DECIDED-DATE PIC 9(8).
