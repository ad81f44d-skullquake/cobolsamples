000000*------------------------------------------------------------------------
000000*LATE-CHARGE REGISTER RECORD
000000*One LATEREG record per late charge assessed against an
000000*installment: the installment, which missed cycle of lateness
000000*the charge is for, and whether it is still owed.  Account,
000000*installment and cycle together identify a charge, so the same
000000*lateness is never charged twice.  A charge stays outstanding
000000*until the plan is paid off, when it is marked settled.
000000*------------------------------------------------------------------------
000000 01  LATE-CHARGE-RECORD.
000000     05 LCHG-ACCT-NO        PIC 9(6).
000000     05 LCHG-INSTALLMENT-NO PIC 9(2).
000000     05 LCHG-CYCLE-NO       PIC 9(3).
000000     05 LCHG-ASSESS-DATE    PIC 9(8).
000000     05 LCHG-CHARGE-AMT     PIC 9(5)V99.
000000     05 LCHG-STATUS         PIC X(1).
000000         88 LCHG-OUTSTANDING VALUE 'O'.
000000         88 LCHG-SETTLED     VALUE 'S'.
000000     05 LCHG-RUN-ID         PIC 9(5).
