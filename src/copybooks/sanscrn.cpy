000000*------------------------------------------------------------------------
000000*SANCTIONS SCREENING CALL AREA
000000*Shared request/result layout for the SANSCRN callable screening
000000*service, so customer maintenance, the customer load, the bank
000000*settlement build and the refund run all test a name against
000000*compliance's watch list - and consult the review queue - the
000000*same way.
000000*Functions:
000000*  'C' screen the customer details supplied (id, name, postal
000000*      code), as keyed or loaded
000000*  'A' screen the owner of account SSCR-ACCT-NO, resolved through
000000*      the account service and the customer master
000000*  'R' log the release of a held payment for SSCR-ACCT-NO
000000*SSCR-SOURCE names the caller on the queue and the audit log.
000000*------------------------------------------------------------------------
000000 01  SANSCRN-REQUEST.
000000     05 SSCR-FUNCTION    PIC X(1).
000000         88 SSCR-FUNC-CUSTOMER VALUE 'C'.
000000         88 SSCR-FUNC-ACCOUNT  VALUE 'A'.
000000         88 SSCR-FUNC-RELEASE  VALUE 'R'.
000000     05 SSCR-CUST-ID     PIC X(7).
000000     05 SSCR-NAME        PIC X(30).
000000     05 SSCR-POSTAL-CODE PIC X(10).
000000     05 SSCR-ACCT-NO     PIC 9(6).
000000     05 SSCR-SOURCE      PIC X(8).
000000     05 SSCR-RUN-DATE    PIC 9(8).
000000 01  SANSCRN-RESULT.
000000     05 SSCR-SCREENED-ID   PIC X(7).
000000     05 SSCR-SCREENED-NAME PIC X(30).
000000     05 SSCR-ENTRY-ID      PIC X(9).
000000     05 SSCR-LIST-CODE     PIC X(4).
000000     05 SSCR-MATCH-TYPE    PIC X(1).
000000         88 SSCR-MATCH-NAME   VALUE 'N'.
000000         88 SSCR-MATCH-POSTAL VALUE 'P'.
000000*Clear - nothing on the list, or a match compliance has cleared
000000*for exactly these details.  Hold - a possible match awaiting
000000*review (raised now or still pending).  Blocked - a match
000000*compliance has confirmed.  No list - SANLIST is not available
000000*and nothing could be screened.
000000 01  SANSCRN-STATUS PIC X(1).
000000     88 SSCR-CLEAR   VALUE 'C'.
000000     88 SSCR-HOLD    VALUE 'H'.
000000     88 SSCR-BLOCKED VALUE 'X'.
000000     88 SSCR-NO-LIST VALUE 'L'.
000000     88 SSCR-ERROR   VALUE 'E'.
