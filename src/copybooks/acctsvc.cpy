000000*------------------------------------------------------------------------
000000*ACCOUNT-SERVICE CALL AREA
000000*Shared request/result layout for the ACCTSVC callable account
000000*service, so statements, letters, the customer 360 view, the
000000*credit gate and the merge utility all resolve account-to-
000000*customer through the ACCTMS account master the same way
000000*instead of each deriving the owner from the account number.
000000*Functions:
000000*  'O' owner of account ASVC-ACCT-NO - customer id, account type,
000000*      open date and status
000000*  'L' accounts held by customer ASVC-CUST-ID, in account order,
000000*      up to 20
000000*An account (or customer) with no ACCTMS record - or no ACCTMS
000000*at all on an installation that has not built one - resolves
000000*under the original rule, account number = customer id, and
000000*comes back ASVC-DERIVED rather than ASVC-OK.
000000*------------------------------------------------------------------------
000000 01  ACCTSVC-REQUEST.
000000     05 ASVC-FUNCTION PIC X(1).
000000         88 ASVC-FUNC-OWNER    VALUE 'O'.
000000         88 ASVC-FUNC-ACCOUNTS VALUE 'L'.
000000     05 ASVC-ACCT-NO  PIC 9(6).
000000     05 ASVC-CUST-ID  PIC X(7).
000000 01  ACCTSVC-RESULT.
000000     05 ASVC-OWNER-CUST-ID PIC X(7).
000000     05 ASVC-ACCT-TYPE     PIC X(2).
000000     05 ASVC-OPEN-DATE     PIC 9(8).
000000     05 ASVC-ACCT-STATUS   PIC X(1).
000000     05 ASVC-ACCT-COUNT    PIC 9(2).
000000     05 ASVC-ACCT-ENTRY OCCURS 20 TIMES.
000000         10 ASVC-LIST-ACCT-NO PIC 9(6).
000000         10 ASVC-LIST-TYPE    PIC X(2).
000000         10 ASVC-LIST-STATUS  PIC X(1).
000000 01  ACCTSVC-STATUS PIC X(1).
000000     88 ASVC-OK      VALUE 'O'.
000000     88 ASVC-DERIVED VALUE 'D'.
000000     88 ASVC-ERROR   VALUE 'E'.
