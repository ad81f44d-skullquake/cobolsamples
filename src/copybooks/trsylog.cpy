000000*------------------------------------------------------------------------
000000*TREASURY INSTRUCTION LOG RECORD
000000*One line per instruction the desk hands back through TRSYSVC,
000000*accepted or rejected, with the answer it was given.  TRSYLOG
000000*holds the instructions received since the last TRSYPOST run;
000000*that step posts the accepted ones, moves every line to the
000000*TRSYHIST history stamped with its run id, and empties TRSYLOG.
000000*The history is what stops an instruction number being accepted
000000*twice.  Amounts are in currency units, signed as the desk sent
000000*them.
000000*------------------------------------------------------------------------
000000 01  TREASURY-LOG-RECORD.
000000     05 TLOG-DATE          PIC 9(8).
000000     05 TLOG-TIME          PIC 9(6).
000000     05 TLOG-INSTR-ID      PIC 9(12).
000000     05 TLOG-KIND          PIC X(1).
000000         88 TLOG-SWEEP         VALUE 'S'.
000000         88 TLOG-INTEREST-ADJ  VALUE 'I'.
000000         88 TLOG-FEE-ADJ       VALUE 'F'.
000000     05 TLOG-FROM-COMPANY  PIC X(3).
000000     05 TLOG-FROM-ACCT     PIC 9(6).
000000     05 TLOG-TO-COMPANY    PIC X(3).
000000     05 TLOG-TO-ACCT       PIC 9(6).
000000     05 TLOG-AMOUNT        PIC S9(9)V99.
000000     05 TLOG-VALUE-DATE    PIC 9(8).
000000     05 TLOG-TREASURER     PIC X(8).
000000     05 TLOG-STATUS        PIC X(1).
000000         88 TLOG-ACCEPTED      VALUE 'A'.
000000         88 TLOG-REJECTED      VALUE 'R'.
000000     05 TLOG-REASON-CODE   PIC X(2).
000000     05 TLOG-REASON-TEXT   PIC X(40).
000000     05 TLOG-RUN-ID        PIC 9(5).
