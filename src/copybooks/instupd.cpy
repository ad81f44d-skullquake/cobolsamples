000000*------------------------------------------------------------------------
000000*UPDATED INSTALLMENT SCHEDULE RECORD
000000*One INSTUPD record per installment as payment application left
000000*it: the INSTSC schedule line with its paid status and the
000000*amount paid against it.  Written by payment application and
000000*read by every step and inquiry that needs what is still owed.
000000*INSTUPD is line sequential, so every program reading it must
000000*COPY this layout - a reader with a shorter record would get
000000*each line back as two.
000000*------------------------------------------------------------------------
000000 01  UPDATED-SCHEDULE-RECORD.
000000     05 IUPD-ACCT-NO         PIC 9(6).
000000     05 IUPD-INSTALLMENT-NO  PIC 9(2).
000000     05 IUPD-INSTALLMENT-AMT PIC 9(7)V99.
000000     05 IUPD-DUE-DATE        PIC 9(8).
000000     05 IUPD-PAID-STATUS     PIC X(1).
000000         88 IUPD-PAID    VALUE 'P'.
000000         88 IUPD-PARTIAL VALUE 'T'.
000000         88 IUPD-OPEN    VALUE 'O'.
000000     05 IUPD-PAID-AMT        PIC 9(7)V99.
000000     05 IUPD-PRINCIPAL-AMT   PIC 9(7)V99.
000000     05 IUPD-INTEREST-AMT    PIC 9(7)V99.
000000     05 IUPD-REMAINING-BAL   PIC 9(7)V99.
000000*Originating sales order, carried from the INSTSC schedule.
000000     05 IUPD-ORDER-NO        PIC 9(6).
