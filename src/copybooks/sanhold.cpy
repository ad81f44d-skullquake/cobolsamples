000000*------------------------------------------------------------------------
000000*SANCTIONS-HELD PAYMENT RECORD
000000*One bank settlement instruction the settlement build held back
000000*because its payee is a possible or confirmed watch-list match.
000000*A held instruction stays 'H' until compliance decides: once the
000000*payee is cleared a later build releases it into that night's
000000*settlement file ('R', stamped with the releasing run), and a
000000*confirmed match turns it 'X' - blocked, never sent.  The run-IDs
000000*let the position proof tell tonight's holds and releases from
000000*earlier nights', and let a rerun undo its own.
000000*------------------------------------------------------------------------
000000 01  SANCTIONS-HOLD-RECORD.
000000     05 SHLD-ACCT-NO        PIC 9(6).
000000     05 SHLD-CUST-ID        PIC X(7).
000000     05 SHLD-DIRECTION      PIC X(1).
000000     05 SHLD-AMOUNT         PIC 9(9)V99.
000000     05 SHLD-HELD-DATE      PIC 9(8).
000000     05 SHLD-HELD-RUN-ID    PIC 9(5).
000000     05 SHLD-STATE          PIC X(1).
000000         88 SHLD-HELD     VALUE 'H'.
000000         88 SHLD-RELEASED VALUE 'R'.
000000         88 SHLD-BLOCKED  VALUE 'X'.
000000     05 SHLD-RELEASE-DATE   PIC 9(8).
000000     05 SHLD-RELEASE-RUN-ID PIC 9(5).
