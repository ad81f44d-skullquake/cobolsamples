000000*------------------------------------------------------------------------
000000*POSTED-RECORD HISTORY
000000*One detail record the duplicate-transaction check let through
000000*on a feed, reduced to its business key - the account (for the
000000*sales feed the salesperson and order number), the amount, the
000000*type code and the record's own date - and stamped with the run
000000*that posted it.  DUPHIST is the rolling window later deliveries
000000*are compared against; it is rewritten whole by the check each
000000*night and entries older than the window fall off.
000000*------------------------------------------------------------------------
000000 01  DUPLICATE-HISTORY-RECORD.
000000     05 DHST-FEED-NAME    PIC X(8).
000000     05 DHST-KEY.
000000         10 DHST-ACCOUNT  PIC X(11).
000000         10 DHST-AMOUNT   PIC S9(9)V99.
000000         10 DHST-TYPE     PIC X(2).
000000         10 DHST-DATE     PIC 9(8).
000000     05 DHST-RUN-ID       PIC 9(5).
000000     05 DHST-RUN-DATE     PIC 9(8).
