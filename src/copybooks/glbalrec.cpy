000000*------------------------------------------------------------------------
000000*GL CONTROL-BALANCE RECORD
000000*Life-to-date balance of one GL account for one company, kept
000000*by glactacc from each night's GLJRNL and read by the subledger
000000*tie-out.  The balance is net debit (debits less credits).  The
000000*last cycle's run-ID and net movement are kept beside it so a
000000*rerun backs its own movement out before applying it again.
000000*Take-on balances for accounts that predate the journal are
000000*seeded onto GLBAL with a zero run-ID.  A blank company is the
000000*base company, as on the journal.
000000*------------------------------------------------------------------------
000000 01  GL-BALANCE-RECORD.
000000     05 GLB-COMPANY      PIC X(3).
000000     05 GLB-ACCOUNT      PIC X(8).
000000     05 GLB-BALANCE      PIC S9(13)V99 SIGN LEADING SEPARATE.
000000     05 GLB-LAST-RUN-ID  PIC 9(5).
000000     05 GLB-LAST-RUN-NET PIC S9(13)V99 SIGN LEADING SEPARATE.
