000000*------------------------------------------------------------------------
000000*DISPUTE-SERVICE CALL AREA
000000*Shared request/result layout for the DISPSVC callable dispute
000000*lookup, so every collections step asks one subprogram whether
000000*an item is in dispute instead of each reading the DISPUTE file
000000*its own way.  Functions:
000000*  'R' refresh - reload the open disputes from DISPUTE; a step
000000*      calls it once at start so it sees tonight's file
000000*  'I' is the item DSPV-ITEM-TYPE/DSPV-ITEM-NO on account
000000*      DSPV-ACCT-NO in open dispute - the dispute comes back in
000000*      the first result entry
000000*  'A' the open disputes on account DSPV-ACCT-NO, any item, up
000000*      to 10
000000*DSPV-DISPUTED when at least one open dispute answers the
000000*question, DSPV-CLEAR when none does.
000000*------------------------------------------------------------------------
000000 01  DISPSVC-REQUEST.
000000     05 DSPV-FUNCTION  PIC X(1).
000000         88 DSPV-FUNC-REFRESH VALUE 'R'.
000000         88 DSPV-FUNC-ITEM    VALUE 'I'.
000000         88 DSPV-FUNC-ACCOUNT VALUE 'A'.
000000     05 DSPV-ACCT-NO   PIC 9(6).
000000     05 DSPV-ITEM-TYPE PIC X(1).
000000     05 DSPV-ITEM-NO   PIC 9(6).
000000 01  DISPSVC-RESULT.
000000     05 DSPV-OPEN-COUNT PIC 9(3).
000000     05 DSPV-ENTRY OCCURS 10 TIMES.
000000         10 DSPV-DISPUTE-NO     PIC 9(6).
000000         10 DSPV-LIST-ITEM-TYPE PIC X(1).
000000         10 DSPV-LIST-ITEM-NO   PIC 9(6).
000000         10 DSPV-OPENED-DATE    PIC 9(8).
000000         10 DSPV-REASON         PIC X(30).
000000         10 DSPV-OWNER          PIC X(8).
000000 01  DISPSVC-STATUS PIC X(1).
000000     88 DSPV-DISPUTED VALUE 'D'.
000000     88 DSPV-CLEAR    VALUE 'C'.
000000     88 DSPV-ERROR    VALUE 'E'.
