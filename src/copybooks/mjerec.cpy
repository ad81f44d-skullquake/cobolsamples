000000*------------------------------------------------------------------------
000000*MANUAL JOURNAL ENTRY LINE
000000*One line of an accounting adjustment keyed through glmje.  The
000000*lines of an entry wait on MJELINE while the entry's GLMJE
000000*record is on the PENDCHG approval queue; chgappr moves them to
000000*MJEREL when a second operator approves the entry, and the next
000000*gljrnl run journals them as manual adjustments and stamps each
000000*with its run-ID (zero until journaled).  A blank company is the
000000*base company, as on the transaction records.
000000*------------------------------------------------------------------------
000000 01  MANUAL-JOURNAL-LINE.
000000     05 MJE-ENTRY-NO     PIC 9(5).
000000     05 MJE-LINE-NO      PIC 9(3).
000000     05 MJE-ACCOUNT      PIC X(8).
000000     05 MJE-COMPANY      PIC X(3).
000000     05 MJE-SIDE         PIC X(1).
000000         88 MJE-SIDE-DEBIT  VALUE 'D'.
000000         88 MJE-SIDE-CREDIT VALUE 'C'.
000000     05 MJE-AMOUNT       PIC 9(9)V99.
000000     05 MJE-NARRATIVE    PIC X(30).
000000     05 MJE-MAKER        PIC X(8).
000000     05 MJE-CHECKER      PIC X(8).
000000     05 MJE-JOURNAL-RUN-ID PIC 9(5).
