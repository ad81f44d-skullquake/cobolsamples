000000*------------------------------------------------------------------------
000000*CHARGE-OFF REGISTER RECORD
000000*CHOREG is append-only; an account's entries in file order are
000000*its charge-off history, and the register is the control that
000000*keeps a write-off or a recovery from ever being booked twice:
000000*  'P' a charge-off over the approval limit waiting for an
000000*      approver's CHOAPPR card - written once
000000*  'C' balance written off to bad debt; a later 'C' on the same
000000*      account writes off charges that were already in flight
000000*  'R' money received on PAYMTS after the charge-off, booked as
000000*      a bad-debt recovery
000000*  'X' a recovered payment the bank returned, taken back out
000000*  'A' money the collection agency recovered after the
000000*      charge-off
000000*------------------------------------------------------------------------
000000 01  CHARGE-OFF-REGISTER-RECORD.
000000     05 CHO-ACCT-NO   PIC 9(6).
000000     05 CHO-AMOUNT    PIC 9(9)V99.
000000     05 CHO-DATE      PIC 9(8).
000000     05 CHO-STATE     PIC X(1).
000000         88 CHO-PENDING          VALUE 'P'.
000000         88 CHO-CHARGED-OFF      VALUE 'C'.
000000         88 CHO-RECOVERED        VALUE 'R'.
000000         88 CHO-RECOVERY-RETURNED VALUE 'X'.
000000         88 CHO-AGENCY-RECOVERED VALUE 'A'.
000000     05 CHO-APPROVER  PIC X(8).
000000     05 CHO-COMPANY   PIC X(3).
000000     05 CHO-RUN-ID    PIC 9(5).
