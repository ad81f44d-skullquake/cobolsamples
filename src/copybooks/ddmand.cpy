000000*------------------------------------------------------------------------
000000*DIRECT-DEBIT MANDATE RECORD
000000*One DDMAND record per account whose holder has authorised us to
000000*collect installments straight from their bank account: the
000000*mandate reference they signed, the date it takes effect, and
000000*the bank routing number, account number and account-holder
000000*name the collection is drawn on.  A cancelled mandate stays on
000000*file for the audit trail but is never collected against.
000000*------------------------------------------------------------------------
000000 01  DIRECT-DEBIT-MANDATE-RECORD.
000000     05 MAND-ACCT-NO        PIC 9(6).
000000     05 MAND-STATUS         PIC X(1).
000000         88 MAND-ACTIVE     VALUE 'A'.
000000         88 MAND-CANCELLED  VALUE 'C'.
000000     05 MAND-REFERENCE      PIC X(10).
000000     05 MAND-EFFECTIVE-DATE PIC 9(8).
000000     05 MAND-BANK-ROUTING   PIC X(9).
000000     05 MAND-BANK-ACCOUNT   PIC X(17).
000000     05 MAND-HOLDER-NAME    PIC X(22).
