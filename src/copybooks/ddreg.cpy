000000*------------------------------------------------------------------------
000000*DIRECT-DEBIT COLLECTION REGISTER RECORD
000000*One DDREG record per installment sent to the bank for direct
000000*debit: the amount and the date the bank was told to collect
000000*it, the sequence it carried on that night's DDCOLL collection
000000*file, and whether it has since come back unpaid.  An
000000*installment on the register is never sent for collection
000000*again, and a returned collection is reversed only once.
000000*------------------------------------------------------------------------
000000 01  DIRECT-DEBIT-REGISTER-RECORD.
000000     05 DDRG-ACCT-NO        PIC 9(6).
000000     05 DDRG-INSTALLMENT-NO PIC 9(2).
000000     05 DDRG-AMOUNT         PIC 9(7)V99.
000000     05 DDRG-COLLECT-DATE   PIC 9(8).
000000     05 DDRG-SEQUENCE       PIC 9(5).
000000     05 DDRG-STATE          PIC X(1).
000000         88 DDRG-COLLECTED  VALUE 'C'.
000000         88 DDRG-RETURNED   VALUE 'R'.
000000     05 DDRG-RETURN-DATE    PIC 9(8).
000000     05 DDRG-RETURN-REASON  PIC X(4).
000000     05 DDRG-RUN-ID         PIC 9(5).
