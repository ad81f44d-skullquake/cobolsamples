000000*------------------------------------------------------------------------
000000*AUDIT STAMP LINE
000000*Written to a maintenance audit trail (CUSTAUD, STRAUD, SPAUD,
000000*PRCAUD, RESCHAUD, ACCTAUD, CALAUD, COAAUD, CTRAUD, DSPAUD,
000000*PARMAUD, RATEAUD) ahead of each before/after pair, so every pair
000000*carries when it was made, by whom, what was done and to which
000000*key.  The action is the program's maintenance-action text -
000000*master name then action, as SECLOG gets it.  The approver is
000000*filled only where a second operator released the change under
000000*dual control.  A batch step stamps BATCH as its operator.  The
000000*stamp carries no ' BY ' so the recertification count of
000000*maintenance lines is unchanged; audcons reads it back.
000000*------------------------------------------------------------------------
000000 01  AUDIT-STAMP-LINE.
000000     05 AST-TAG      PIC X(6) VALUE 'STAMP:'.
000000     05 FILLER       PIC X(1) VALUE SPACE.
000000     05 AST-DATE     PIC 9(8) VALUE ZERO.
000000     05 FILLER       PIC X(1) VALUE SPACE.
000000     05 AST-TIME     PIC 9(6) VALUE ZERO.
000000     05 FILLER       PIC X(1) VALUE SPACE.
000000     05 AST-OPERATOR PIC X(8) VALUE SPACES.
000000     05 FILLER       PIC X(1) VALUE SPACE.
000000     05 AST-ACTION   PIC X(20) VALUE SPACES.
000000     05 FILLER       PIC X(1) VALUE SPACE.
000000     05 AST-KEY      PIC X(12) VALUE SPACES.
000000     05 FILLER       PIC X(1) VALUE SPACE.
000000     05 AST-APPROVER PIC X(8) VALUE SPACES.
000000     05 FILLER       PIC X(6) VALUE SPACES.
000000 01  AUDIT-STAMP-CLOCK PIC 9(8) VALUE ZERO.
