000000*------------------------------------------------------------------------
000000*SUSPECTED-DUPLICATE HOLD RECORD
000000*One detail record the duplicate-transaction check pulled out of
000000*its feed because its business key matched a record already
000000*posted inside the window.  The whole feed line is kept so the
000000*record can go back exactly as delivered.  A held record stays
000000*'H' until an operator decides on the review console: released
000000*('R') it is put back into its feed by the next night's check
000000*and turns 'P' (re-posted, stamped with that run); rejected ('X')
000000*it is never posted.  The run-IDs let a rerun of the check tell
000000*its own holds and re-posts from earlier nights'.
000000*------------------------------------------------------------------------
000000 01  DUPLICATE-HOLD-RECORD.
000000     05 DHLD-FEED-NAME       PIC X(8).
000000     05 DHLD-LINE            PIC X(80).
000000     05 DHLD-HELD-RUN-ID     PIC 9(5).
000000     05 DHLD-HELD-DATE       PIC 9(8).
000000     05 DHLD-MATCH-RUN-ID    PIC 9(5).
000000     05 DHLD-MATCH-DATE      PIC 9(8).
000000     05 DHLD-STATE           PIC X(1).
000000         88 DHLD-HELD       VALUE 'H'.
000000         88 DHLD-RELEASED   VALUE 'R'.
000000         88 DHLD-REJECTED   VALUE 'X'.
000000         88 DHLD-REPOSTED   VALUE 'P'.
000000     05 DHLD-DECIDED-BY      PIC X(8).
000000     05 DHLD-DECIDED-DATE    PIC 9(8).
000000     05 DHLD-POSTED-RUN-ID   PIC 9(5).
