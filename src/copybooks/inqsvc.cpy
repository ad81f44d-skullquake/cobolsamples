000000*------------------------------------------------------------------------
000000*ACCOUNT-INQUIRY SERVICE CALL AREA
000000*Shared request/response layout for the INQSVC callable account
000000*inquiry, the one entry point the customer portal's C and C++
000000*hosts call to show a customer its balance, next installment due
000000*and available credit without going through cust360.  Given an
000000*account number it returns the account's NETPOS positions, the
000000*next unpaid installment on INSTUPD, the owning customer's credit
000000*limit, exposure and headroom worked the way crdgate works them,
000000*and the customer's statement and letter history from MAILLOG.
000000*Every call is written to the INQLOG inquiry log.
000000*The layout is built for the C side: every number is a native
000000*binary integer and every text field a fixed-length blank-filled
000000*char array with no terminating NUL.  The groups carry no slack
000000*bytes, so the matching C structs are declared byte-packed
000000*(#pragma pack(1)).  Money crosses in cents, dates as YYYYMMDD.
000000*  COBOL                        C
000000*  BINARY-LONG SIGNED           int
000000*  BINARY-DOUBLE SIGNED         long long
000000*  PIC X(n)                     char[n]
000000*  OCCURS n TIMES               array[n]
000000*Request - 12 bytes:
000000*  INQV-ACCT-NO     int      account asked about, 1 to 999999
000000*  INQV-REQUESTER   char[8]  calling channel or user, logged only
000000*Response - cleared on every call:
000000*  INQV-CUST-ID     char[7]  customer owning the account
000000*  INQV-ACCT-STATUS char     ACCTMS status, blank when derived
000000*  INQV-POSITION-COUNT       positions on NETPOS, all companies;
000000*                            the first 5 come back by company
000000*  INQV-POSITION-TOTAL       sum of every company's position,
000000*                            negative where the account owes
000000*  INQV-INST-NO     int      next unpaid installment, 0 = none
000000*  INQV-INST-DUE-DATE        its due date
000000*  INQV-INST-AMOUNT          still to pay on it, net of any part
000000*                            payment
000000*  INQV-INST-STATUS char     'O' open, 'T' part paid
000000*  INQV-INST-DISPUTED char   'Y' held out in open dispute
000000*  INQV-CREDIT-LIMIT         customer's own limit, 0 = none set
000000*  INQV-EXPOSURE             owed NETPOS positions over all the
000000*                            customer's accounts plus its open
000000*                            ARITEM invoices
000000*  INQV-GROUP-ID    char[7]  parent company, blank = no group
000000*  INQV-GROUP-LIMIT          the parent's group limit, 0 = none
000000*  INQV-GROUP-EXPOSURE       the same exposure over the group
000000*  INQV-AVAILABLE            headroom under the tighter of the
000000*                            two limits; 0 when neither is set,
000000*                            negative when over
000000*  INQV-MAIL-COUNT  int      statements and letters on MAILLOG;
000000*                            the latest 10 come back newest
000000*                            first, kind 'S' statement, 'G'
000000*                            group statement, 'L' letter, 'R'
000000*                            reminder
000000*Status:
000000*  'F' found - the account is on ACCTMS, or derived under the
000000*      account number = customer id rule to a customer on CUSTMS
000000*  'N' no such account - the response is left cleared
000000*  'E' account number outside 1 to 999999
000000*------------------------------------------------------------------------
000000 01  INQSVC-REQUEST.
000000     05 INQV-ACCT-NO   BINARY-LONG SIGNED.
000000     05 INQV-REQUESTER PIC X(8).
000000 01  INQSVC-RESULT.
000000     05 INQV-CUST-ID        PIC X(7).
000000     05 INQV-ACCT-STATUS    PIC X(1).
000000     05 INQV-POSITION-COUNT BINARY-LONG SIGNED.
000000     05 INQV-POSITION-TOTAL BINARY-DOUBLE SIGNED.
000000     05 INQV-POSITION-ENTRY OCCURS 5 TIMES.
000000         10 INQV-POS-COMPANY PIC X(3).
000000         10 INQV-POS-AMOUNT  BINARY-DOUBLE SIGNED.
000000     05 INQV-INST-NO        BINARY-LONG SIGNED.
000000     05 INQV-INST-DUE-DATE  BINARY-LONG SIGNED.
000000     05 INQV-INST-AMOUNT    BINARY-DOUBLE SIGNED.
000000     05 INQV-INST-STATUS    PIC X(1).
000000     05 INQV-INST-DISPUTED  PIC X(1).
000000     05 INQV-CREDIT-LIMIT   BINARY-DOUBLE SIGNED.
000000     05 INQV-EXPOSURE       BINARY-DOUBLE SIGNED.
000000     05 INQV-GROUP-ID       PIC X(7).
000000     05 INQV-GROUP-LIMIT    BINARY-DOUBLE SIGNED.
000000     05 INQV-GROUP-EXPOSURE BINARY-DOUBLE SIGNED.
000000     05 INQV-AVAILABLE      BINARY-DOUBLE SIGNED.
000000     05 INQV-MAIL-COUNT     BINARY-LONG SIGNED.
000000     05 INQV-MAIL-ENTRY OCCURS 10 TIMES.
000000         10 INQV-MAIL-KIND PIC X(1).
000000         10 INQV-MAIL-DATE BINARY-LONG SIGNED.
000000 01  INQSVC-STATUS PIC X(1).
000000     88 INQV-FOUND     VALUE 'F'.
000000     88 INQV-NOT-FOUND VALUE 'N'.
000000     88 INQV-ERROR     VALUE 'E'.
