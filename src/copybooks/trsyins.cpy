000000*------------------------------------------------------------------------
000000*TREASURY INSTRUCTION SERVICE CALL AREA
000000*Shared layout for the TRSYSVC callable, the return path of the
000000*treasury bridge: trsyxfer hands the desk tonight's positions,
000000*and the desk hands back its decisions here, one instruction per
000000*call, instead of by email.  Each instruction is validated on
000000*the call and answered at once - accepted, or rejected with a
000000*reason - and every instruction is written to the TRSYLOG
000000*inbound log.  The nightly TRSYPOST step turns the accepted ones
000000*into typed TRANSFL postings for the posting engine.
000000*Like every struct on the bridge the instruction carries an
000000*additive integrity checksum, the same discipline STRCTBCL
000000*applies: TINS-CHECKSUM must equal TINS-INSTR-ID + TINS-FROM-
000000*ACCT + TINS-TO-ACCT + TINS-AMOUNT + TINS-VALUE-DATE, or the
000000*instruction did not cross intact and is refused.
000000*The layout is built for the C side: every number is a native
000000*binary integer and every text field a fixed-length blank-filled
000000*char array with no terminating NUL.  The groups carry no slack
000000*bytes, so the matching C structs are declared byte-packed
000000*(#pragma pack(1)).  Money crosses in cents, dates as YYYYMMDD.
000000*  COBOL                        C
000000*  BINARY-LONG SIGNED           int
000000*  BINARY-DOUBLE SIGNED         long long
000000*  PIC X(n)                     char[n]
000000*Instruction - 51 bytes:
000000*  TINS-INSTR-ID      long long treasury's instruction number,
000000*                               1 to 999999999999, never reused
000000*  TINS-KIND          char      'S' funding sweep between two
000000*                               company accounts, 'I' interest
000000*                               adjustment, 'F' fee adjustment
000000*  TINS-FROM-COMPANY  char[3]   sweep: company paying out;
000000*                               adjustment: company of the account
000000*  TINS-FROM-ACCT     int       sweep: that company's settlement
000000*                               account on ICBANK; adjustment: the
000000*                               account adjusted
000000*  TINS-TO-COMPANY    char[3]   sweep: company receiving; blank
000000*                               on an adjustment
000000*  TINS-TO-ACCT       int       sweep: that company's settlement
000000*                               account; 0 on an adjustment
000000*  TINS-AMOUNT        long long cents; a sweep is positive, an
000000*                               adjustment is positive to charge
000000*                               the account and negative to give
000000*                               back
000000*  TINS-VALUE-DATE    int       effective date, 0 = the night it
000000*                               posts
000000*  TINS-TREASURER     char[8]   dealer keying it, logged only
000000*  TINS-CHECKSUM      long long see above
000000*Response - 46 bytes, cleared on every call:
000000*  TRSP-REASON-CODE   char[2]   blank when accepted, else one of
000000*     CK checksum does not tie       ID id missing or already in
000000*     KD unknown kind                AM amount not allowed
000000*     DT value date not a date       CO unknown company
000000*     AC unknown account             CL account closed
000000*     SM sweep to the same account   AL over the authority limit
000000*  TRSP-REASON-TEXT   char[40]  the reason in words
000000*  TRSP-POSTING-COUNT int       postings the instruction makes:
000000*                               2 for a sweep, 1 for an adjustment,
000000*                               0 when rejected
000000*Status:
000000*  'A' accepted and logged for tonight's posting
000000*  'R' rejected - logged, and nothing will post
000000*  'E' the inbound log could not be written - nothing recorded,
000000*      send the instruction again
000000*------------------------------------------------------------------------
000000 01  TRSYSVC-INSTRUCTION.
000000     05 TINS-INSTR-ID     BINARY-DOUBLE SIGNED.
000000     05 TINS-KIND         PIC X(1).
000000         88 TINS-SWEEP          VALUE 'S'.
000000         88 TINS-INTEREST-ADJ   VALUE 'I'.
000000         88 TINS-FEE-ADJ        VALUE 'F'.
000000         88 TINS-KIND-VALID     VALUE 'S' 'I' 'F'.
000000     05 TINS-FROM-COMPANY PIC X(3).
000000     05 TINS-FROM-ACCT    BINARY-LONG SIGNED.
000000     05 TINS-TO-COMPANY   PIC X(3).
000000     05 TINS-TO-ACCT      BINARY-LONG SIGNED.
000000     05 TINS-AMOUNT       BINARY-DOUBLE SIGNED.
000000     05 TINS-VALUE-DATE   BINARY-LONG SIGNED.
000000     05 TINS-TREASURER    PIC X(8).
000000     05 TINS-CHECKSUM     BINARY-DOUBLE SIGNED.
000000 01  TRSYSVC-RESPONSE.
000000     05 TRSP-REASON-CODE   PIC X(2).
000000     05 TRSP-REASON-TEXT   PIC X(40).
000000     05 TRSP-POSTING-COUNT BINARY-LONG SIGNED.
000000 01  TRSYSVC-STATUS PIC X(1).
000000     88 TRSP-ACCEPTED VALUE 'A'.
000000     88 TRSP-REJECTED VALUE 'R'.
000000     88 TRSP-FAILED   VALUE 'E'.
