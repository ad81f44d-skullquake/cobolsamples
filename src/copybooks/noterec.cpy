000000*------------------------------------------------------------------------
000000*ACCOUNT NOTE RECORD
000000*One ACCTNOTE record per note an operator writes against an
000000*account - "promised to pay Friday", "called, left message" -
000000*so collections, customer service and credit all see the same
000000*history.  NOTE-OPERATOR is the signed-on operator who wrote
000000*it.  A note may carry a follow-up date; the follow-up is the
000000*writer's until it is marked done, and appears on that
000000*operator's worklist from the follow-up date on.  Notes are
000000*never changed or removed once written - only the follow-up
000000*status moves from open to done.
000000*------------------------------------------------------------------------
000000 01  ACCOUNT-NOTE-RECORD.
000000     05 NOTE-NO              PIC 9(6).
000000     05 NOTE-ACCT-NO         PIC 9(6).
000000     05 NOTE-DATE            PIC 9(8).
000000     05 NOTE-TIME            PIC 9(4).
000000     05 NOTE-OPERATOR        PIC X(8).
000000     05 NOTE-CATEGORY        PIC X(4).
000000         88 NOTE-CAT-COLLECTION VALUE 'COLL'.
000000         88 NOTE-CAT-PROMISE    VALUE 'PTP '.
000000         88 NOTE-CAT-SERVICE    VALUE 'SERV'.
000000         88 NOTE-CAT-CREDIT     VALUE 'CRED'.
000000         88 NOTE-CAT-GENERAL    VALUE 'GEN '.
000000         88 NOTE-CAT-VALID      VALUE 'COLL' 'PTP ' 'SERV'
000000                                      'CRED' 'GEN '.
000000     05 NOTE-TEXT            PIC X(60).
000000     05 NOTE-FOLLOW-UP-DATE  PIC 9(8).
000000     05 NOTE-FOLLOW-UP-STATUS PIC X(1).
000000         88 NOTE-FOLLOW-UP-NONE VALUE ' '.
000000         88 NOTE-FOLLOW-UP-OPEN VALUE 'O'.
000000         88 NOTE-FOLLOW-UP-DONE VALUE 'D'.
000000     05 NOTE-DONE-DATE       PIC 9(8).
000000     05 NOTE-DONE-BY         PIC X(8).
