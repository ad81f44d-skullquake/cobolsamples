000000*------------------------------------------------------------------------
000000*POSTING CONTROL RECORD
000000*One POSTCTL record per company per posting run, written by the
000000*posting engine and read back by the gatekeeper, the proof step
000000*and the trial balance.  Counts and totals cover every record
000000*posted, including those that carried no account: those posted
000000*to the totals but moved no net position, and are counted again
000000*apart in PCTL-NO-ACCT-COUNT.  POSTCTL is line sequential, so
000000*every program reading it must COPY this layout - a reader with
000000*a shorter record would get each line back as two.
000000*------------------------------------------------------------------------
000000 01  POST-CONTROL-RECORD.
000000     05 PCTL-REC-COUNT    PIC 9(5).
000000     05 PCTL-DEBIT-COUNT  PIC 9(5).
000000     05 PCTL-CREDIT-COUNT PIC 9(5).
000000     05 PCTL-DEBIT-TOTAL  PIC S9(9)V99.
000000     05 PCTL-CREDIT-TOTAL PIC S9(9)V99.
000000     05 PCTL-NET-TOTAL    PIC S9(9)V99.
000000     05 PCTL-RUN-ID       PIC 9(5).
000000     05 PCTL-RUN-DATE     PIC 9(8).
000000     05 PCTL-COMPANY-CODE PIC X(3).
000000     05 PCTL-NO-ACCT-COUNT PIC 9(5).
