000000*------------------------------------------------------------------------
000000*UNUSUAL-ACTIVITY ALERT CASE RECORD
000000*One case the nightly activity monitor raised against an account
000000*when a monitoring rule fired - at most one case per account per
000000*rule per night.  The amount, posting count and basis amount
000000*record what the rule saw (the largest posting against the
000000*large-posting threshold, the night's total against the trailing
000000*daily average, and so on) so the analyst does not have to
000000*rebuild it from the log.  ALRTCASE is rewritten whole by the
000000*monitor and by the analyst review console; a closed case stays
000000*on file as the record of what was looked at.
000000*------------------------------------------------------------------------
000000 01  ALERT-CASE-RECORD.
000000     05 ACAS-CASE-NO       PIC 9(7).
000000     05 ACAS-ACCT-NO       PIC 9(6).
000000     05 ACAS-RULE-CODE     PIC X(2).
000000         88 ACAS-RULE-LARGE       VALUE 'LG'.
000000         88 ACAS-RULE-SPIKE       VALUE 'SP'.
000000         88 ACAS-RULE-STRUCTURING VALUE 'ST'.
000000         88 ACAS-RULE-DORMANT     VALUE 'DW'.
000000     05 ACAS-RAISED-DATE   PIC 9(8).
000000     05 ACAS-RAISED-RUN-ID PIC 9(5).
000000     05 ACAS-AMOUNT        PIC 9(9)V99.
000000     05 ACAS-POSTING-COUNT PIC 9(5).
000000     05 ACAS-BASIS-AMOUNT  PIC 9(9)V99.
000000     05 ACAS-STATUS        PIC X(1).
000000         88 ACAS-OPEN       VALUE 'O'.
000000         88 ACAS-ESCALATED  VALUE 'E'.
000000         88 ACAS-CLOSED     VALUE 'C'.
000000     05 ACAS-ANALYST       PIC X(8).
000000     05 ACAS-UPDATED-DATE  PIC 9(8).
000000     05 ACAS-NOTE          PIC X(40).
