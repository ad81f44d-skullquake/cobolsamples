000000*------------------------------------------------------------------------
000000*GL ACTUALS HISTORY RECORD
000000*One record per nightly cycle per posting period, company and GL
000000*account: the debits and credits that cycle's GLJRNL journal
000000*carried, as glactacc accumulated them.  Keeping each cycle's
000000*contribution under its run-ID lets a rerun replace its own
000000*figures instead of adding them twice; budvar sums the records
000000*of a period for the month and of the year for the year to date.
000000*A blank company is the base company, as on the journal.
000000*------------------------------------------------------------------------
000000 01  GL-ACTUAL-RECORD.
000000     05 GLA-PERIOD   PIC 9(6).
000000     05 GLA-COMPANY  PIC X(3).
000000     05 GLA-ACCOUNT  PIC X(8).
000000     05 GLA-RUN-ID   PIC 9(5).
000000     05 GLA-DEBIT    PIC 9(13)V99.
000000     05 GLA-CREDIT   PIC 9(13)V99.
