000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT AR-ITEM-FILE ASSIGN TO "ARITEM"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AR-ITEM-STATUS.
000000     SELECT CREDIT-HOLD-FILE ASSIGN TO "CRDHOLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CREDIT-HOLD-STATUS.
000000     05 EXT-PRODUCT-CODE    PIC X(8).
000000     05 EXT-UNIT-COST       PIC 9(5)V99.
000000     05 EXT-COST-AMT        PIC 9(9)V99.
000000     05 EXT-PRICED-DATE     PIC 9(8).
000000 FD  ORDER-CUSTOMER-FILE.
000000     COPY "ordcust.cpy".
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  AR-ITEM-FILE.
000000     COPY "aritem.cpy".
000000 FD  CREDIT-HOLD-FILE.
000000 01  CREDIT-HOLD-LINE PIC X(110).
000000 FD  CREDIT-RELEASE-FILE.
000000 01  CREDIT-RELEASE-RECORD.
000000     05 CREL-ORDER-NO PIC 9(6).
000000    01 ORDER-CUSTOMER-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 AR-ITEM-STATUS PIC X(2) VALUE '00'.
000000    01 CREDIT-HOLD-STATUS PIC X(2) VALUE '00'.
000000    01 CREDIT-RELEASE-STATUS PIC X(2) VALUE '00'.
000000    01 CREDIT-GATE-REPORT-STATUS PIC X(2) VALUE '00'.
000000       88 CUSTOMER-EOF-YES VALUE 'Y'.
000000    01 NET-POSITION-EOF PIC X VALUE 'N'.
000000       88 NET-POSITION-EOF-YES VALUE 'Y'.
000000    01 AR-ITEM-EOF PIC X VALUE 'N'.
000000       88 AR-ITEM-EOF-YES VALUE 'Y'.
000000    01 CREDIT-HOLD-EOF PIC X VALUE 'N'.
000000       88 CREDIT-HOLD-EOF-YES VALUE 'Y'.
000000    01 CREDIT-RELEASE-EOF PIC X VALUE 'N'.
000000    01 PRICED-LINE-TABLE.
000000       05 PRICED-LINE-COUNT PIC 9(3) VALUE ZERO.
000000       05 PRICED-LINE-ENTRY OCCURS 400 TIMES.
000000          10 TBL-LINE-IMAGE PIC X(110).
000000          10 TBL-LINE-HELD  PIC X(1).
000000    01 LINE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LINE-OVERFLOW PIC X VALUE 'N'.
000000       05 ORDER-ENTRY OCCURS 100 TIMES.
000000          10 TBL-ORD-NO      PIC 9(6).
000000          10 TBL-ORD-ACCT    PIC 9(6).
000000          10 TBL-ORD-CUST-ID PIC X(7).
000000          10 TBL-ORD-VALUE   PIC 9(11)V99.
000000          10 TBL-ORD-VERDICT PIC X(1).
000000             88 TBL-ORD-PASSED VALUE 'P'.
000000    01 LIMIT-TABLE.
000000       05 LIMIT-COUNT PIC 9(3) VALUE ZERO.
000000       05 LIMIT-ENTRY OCCURS 200 TIMES.
000000          10 TBL-LIM-CUST-ID PIC X(7).
000000          10 TBL-LIM-LIMIT   PIC 9(9).
000000          10 TBL-LIM-GROUP-ID    PIC X(7).
000000          10 TBL-LIM-GROUP-LIMIT PIC 9(9).
000000    01 LIM-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CUST-GROUP-IX BINARY-SHORT SIGNED VALUE 0.
000000*NETPOS is read by key as each customer is judged: the account
000000*service lists the customer's accounts and each account's
000000*positions, one per company, follow one another on the file.
000000    01 NET-POSITION-OPEN PIC X VALUE 'N'.
000000       88 NET-POSITION-OPEN-YES VALUE 'Y'.
000000    01 ACCT-LIST-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 OWED-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 CUSTOMER-OWED PIC S9(11)V99 VALUE ZERO.
000000*Invoices still open on the receivables ledger, at the home-
000000*currency value the pricing converted them at, with the owner
000000*resolved as for the positions.
000000    01 OPEN-ITEM-TABLE.
000000       05 OPEN-ITEM-COUNT PIC 9(4) VALUE ZERO.
000000       05 OPEN-ITEM-ENTRY OCCURS 1000 TIMES.
000000          10 TBL-OPI-CUST-ID PIC X(7).
000000          10 TBL-OPI-AMOUNT  PIC 9(9)V99.
000000    01 OPI-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RELEASE-TABLE.
000000       05 RELEASE-COUNT PIC 9(2) VALUE ZERO.
000000       05 RELEASE-ORDER PIC 9(6) OCCURS 50 TIMES.
000000    01 HELD-LINE-TABLE.
000000       05 HELD-LINE-COUNT PIC 9(3) VALUE ZERO.
000000       05 HELD-LINE-ENTRY OCCURS 200 TIMES.
000000          10 TBL-HELD-IMAGE PIC X(110).
000000    01 HELD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HELD-ORDER-NO PIC 9(6) VALUE ZERO.
000000    01 ACCOUNT-EXPOSURE PIC S9(11)V99 VALUE ZERO.
000000    01 ACCOUNT-LIMIT PIC 9(9) VALUE ZERO.
000000    01 ACCOUNT-BALANCE PIC S9(7)V99 VALUE ZERO.
000000    01 GROUP-EXPOSURE PIC S9(11)V99 VALUE ZERO.
000000    01 GROUP-LIMIT PIC 9(9) VALUE ZERO.
000000    01 ORDER-GROUP-ID PIC X(7) VALUE SPACES.
000000    01 MEMBER-CUST-ID PIC X(7) VALUE SPACES.
000000    01 MEMBER-GROUP-ID PIC X(7) VALUE SPACES.
000000    01 OVER-LIMIT-SW PIC X VALUE 'N'.
000000       88 OVER-LIMIT-YES VALUE 'Y'.
000000    01 HELD-ORDER-COUNT PIC 9(3) VALUE ZERO.
000000    01 RELEASED-ORDER-COUNT PIC 9(3) VALUE ZERO.
000000    01 PASSED-ORDER-COUNT PIC 9(3) VALUE ZERO.
000000    01 TAX-ADJUST-STATUS PIC X(2) VALUE '00'.
000000    01 HELD-TAX-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 RELEASED-TAX-TOTAL PIC 9(11)V99 VALUE ZERO.
000000     COPY "acctsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*ORDER-CHAIN CREDIT GATE
000000*Sits between the extended-price pass and posting so the system
000000*stops extending unlimited credit: each order on tonight's
000000*EXTPRC output is joined to its customer account through the
000000*ORDCUST cross-reference and to the customer owning that
000000*account on the ACCTMS account master, and the customer's
000000*exposure - the amount already owed on NETPOS (the negative
000000*positions of every account the customer holds) plus tonight's
000000*priced-but-unposted order value on any of them, plus the
000000*invoices still open against them on the ARITEM receivables
000000*ledger - is compared
000000*to the CUST-CREDIT-LIMIT the customer maintenance keeps.
000000*Over-limit orders divert whole to the CRDHOLD hold file and
000000*come out of EXTPRC, so nothing downstream posts them; the
000000*CRDGRPT report shows every verdict.  The credit team releases
000000*a held order by listing its number on the CRDREL card file -
000000*the next gate run returns the order's lines to EXTPRC
000000*regardless of the limit.
000000*A customer that is a branch of a parent company is judged twice:
000000*against its own limit, and - when the parent carries a group
000000*credit limit - the whole group's combined exposure, every
000000*member's NETPOS, open invoices and tonight's passed orders,
000000*against the group limit.  Breaching either holds the order.
000000*Orders with no cross-reference entry, customers with a zero
000000*limit and masters written before the limit existed all pass
000000*unchecked, so legacy feeds flow exactly as before.
000000*More NETPOS positions than the table holds would understate
000000*exposure, so the overflow is raised to the table monitor and
000000*the gate ends RC 8 to stop the stream.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-LOAD-ORDER-XREF THRU 1000-EXIT.
000000     PERFORM 1200-LOAD-CREDIT-LIMITS THRU 1200-EXIT.
000000     PERFORM 1400-OPEN-NET-POSITIONS THRU 1400-EXIT.
000000     PERFORM 1560-LOAD-OPEN-INVOICES THRU 1560-EXIT.
000000     PERFORM 1600-LOAD-RELEASE-CARDS THRU 1600-EXIT.
000000     PERFORM 1800-LOAD-HELD-LINES THRU 1800-EXIT.
000000     PERFORM 2000-LOAD-PRICED-LINES THRU 2000-EXIT.
000000     PERFORM 3000-JUDGE-ORDERS THRU 3000-EXIT.
000000     IF NET-POSITION-OPEN-YES
000000         CLOSE NET-POSITION-FILE
000000     END-IF.
000000     PERFORM 4000-REWRITE-FILES THRU 4000-EXIT.
000000     PERFORM 4700-WRITE-TAX-ADJUSTMENT THRU 4700-EXIT.
000000     DISPLAY 'CRDGATE: ' PASSED-ORDER-COUNT ' PASSED, '
000000     PERFORM 1100-READ-ORDER-XREF.
000000*------------------------------------------------------------------------
000000*CREDIT-LIMIT PICKUP
000000*Limits are held by customer id; accounts reach them through
000000*the owner the account service resolves.  Customers in a group
000000*are kept even without a limit of their own, so the group's
000000*membership and the parent's group limit are both to hand.
000000*------------------------------------------------------------------------
000000 1200-LOAD-CREDIT-LIMITS.
000000     OPEN INPUT CUSTOMER-MASTER.
000000         AT END SET CUSTOMER-EOF-YES TO TRUE
000000     END-READ.
000000 1300-STORE-CUSTOMER-LIMIT.
000000     IF CUST-CREDIT-LIMIT IS NOT NUMERIC
000000         MOVE ZERO TO CUST-CREDIT-LIMIT
000000     END-IF.
000000     IF CUST-GROUP-CREDIT-LIMIT IS NOT NUMERIC
000000         MOVE ZERO TO CUST-GROUP-CREDIT-LIMIT
000000     END-IF.
000000     IF CUST-CREDIT-LIMIT > ZERO OR CUST-GROUP-ID NOT = SPACES
000000         ADD 1 TO LIMIT-COUNT
000000         MOVE CUST-ID TO TBL-LIM-CUST-ID(LIMIT-COUNT)
000000         MOVE CUST-CREDIT-LIMIT TO TBL-LIM-LIMIT(LIMIT-COUNT)
000000         MOVE CUST-GROUP-ID TO TBL-LIM-GROUP-ID(LIMIT-COUNT)
000000         MOVE CUST-GROUP-CREDIT-LIMIT
000000             TO TBL-LIM-GROUP-LIMIT(LIMIT-COUNT)
000000     END-IF.
000000     PERFORM 1250-READ-CUSTOMER.
000000*Optional - no NETPOS, nothing owed on positions.
000000 1400-OPEN-NET-POSITIONS.
000000     OPEN INPUT NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS = '00'
000000         SET NET-POSITION-OPEN-YES TO TRUE
000000     END-IF.
000000 1400-EXIT.
000000     EXIT.
000000 1550-RESOLVE-OWNER.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000 1550-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*OPEN INVOICES
000000*An item partly credited or paid counts at the same share of
000000*its converted value.  Optional - no ledger, no invoices owed.
000000*------------------------------------------------------------------------
000000 1560-LOAD-OPEN-INVOICES.
000000     OPEN INPUT AR-ITEM-FILE.
000000     IF AR-ITEM-STATUS NOT = '00'
000000         GO TO 1560-EXIT
000000     END-IF.
000000     PERFORM 1570-READ-AR-ITEM.
000000     PERFORM 1580-STORE-OPEN-INVOICE
000000         UNTIL AR-ITEM-EOF-YES OR OPEN-ITEM-COUNT = 1000.
000000     CLOSE AR-ITEM-FILE.
000000 1560-EXIT.
000000     EXIT.
000000 1570-READ-AR-ITEM.
000000     READ AR-ITEM-FILE
000000         AT END SET AR-ITEM-EOF-YES TO TRUE
000000     END-READ.
000000 1580-STORE-OPEN-INVOICE.
000000     IF ARI-OPEN-ITEM AND ARI-AMOUNT > ZERO
000000         ADD 1 TO OPEN-ITEM-COUNT
000000         MOVE ARI-ACCT-NO TO ASVC-ACCT-NO
000000         PERFORM 1550-RESOLVE-OWNER THRU 1550-EXIT
000000         MOVE ASVC-OWNER-CUST-ID
000000             TO TBL-OPI-CUST-ID(OPEN-ITEM-COUNT)
000000         COMPUTE TBL-OPI-AMOUNT(OPEN-ITEM-COUNT) ROUNDED =
000000             ARI-CONV-AMOUNT * ARI-OPEN / ARI-AMOUNT
000000     END-IF.
000000     PERFORM 1570-READ-AR-ITEM.
000000*------------------------------------------------------------------------
000000*RELEASE CARDS
000000*------------------------------------------------------------------------
000000     PERFORM 2100-READ-PRICED-LINE.
000000*------------------------------------------------------------------------
000000*PER-ORDER CREDIT VERDICT
000000*Exposure is what the customer already owes (the negative side
000000*of each of its accounts' NETPOS positions and its open
000000*invoices on the receivables ledger) plus everything of
000000*tonight's pricing already passed for the same customer plus
000000*this order.
000000*------------------------------------------------------------------------
000000 3000-JUDGE-ORDERS.
000000     IF LINE-OVERFLOW-YES
000000         MOVE 'P' TO TBL-ORD-VERDICT(ORD-IX)
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE TBL-ORD-ACCT(ORD-IX) TO ASVC-ACCT-NO.
000000     PERFORM 1550-RESOLVE-OWNER THRU 1550-EXIT.
000000     MOVE ASVC-OWNER-CUST-ID TO TBL-ORD-CUST-ID(ORD-IX).
000000     MOVE ZERO TO ACCOUNT-LIMIT.
000000     MOVE SPACES TO ORDER-GROUP-ID.
000000     PERFORM VARYING LIM-IX FROM 1 BY 1
000000             UNTIL LIM-IX > LIMIT-COUNT
000000         IF TBL-LIM-CUST-ID(LIM-IX) = TBL-ORD-CUST-ID(ORD-IX)
000000             MOVE TBL-LIM-LIMIT(LIM-IX) TO ACCOUNT-LIMIT
000000             MOVE TBL-LIM-GROUP-ID(LIM-IX) TO ORDER-GROUP-ID
000000         END-IF
000000     END-PERFORM.
000000     MOVE ZERO TO GROUP-LIMIT.
000000     IF ORDER-GROUP-ID NOT = SPACES
000000         PERFORM VARYING LIM-IX FROM 1 BY 1
000000                 UNTIL LIM-IX > LIMIT-COUNT
000000             IF TBL-LIM-CUST-ID(LIM-IX) = ORDER-GROUP-ID
000000                 MOVE TBL-LIM-GROUP-LIMIT(LIM-IX) TO GROUP-LIMIT
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     IF ACCOUNT-LIMIT = ZERO AND GROUP-LIMIT = ZERO
000000         ADD 1 TO PASSED-ORDER-COUNT
000000         MOVE 'P' TO TBL-ORD-VERDICT(ORD-IX)
000000         GO TO 3100-EXIT
000000     END-IF.
000000*A credit balance on one account does not offset what is owed
000000*on another - only the owed side counts toward exposure.
000000     MOVE TBL-ORD-CUST-ID(ORD-IX) TO MEMBER-CUST-ID.
000000     PERFORM 3400-CUSTOMER-OWED THRU 3400-EXIT.
000000     MOVE CUSTOMER-OWED TO ACCOUNT-EXPOSURE.
000000     PERFORM VARYING OPI-IX FROM 1 BY 1
000000             UNTIL OPI-IX > OPEN-ITEM-COUNT
000000         IF TBL-OPI-CUST-ID(OPI-IX) = TBL-ORD-CUST-ID(ORD-IX)
000000             ADD TBL-OPI-AMOUNT(OPI-IX) TO ACCOUNT-EXPOSURE
000000         END-IF
000000     END-PERFORM.
000000*Orders already passed tonight for the same customer count
000000*against the limit before this one is judged.
000000     PERFORM VARYING LIM-IX FROM 1 BY 1
000000             UNTIL LIM-IX >= ORD-IX
000000         IF TBL-ORD-ACCT(LIM-IX) NOT = ZERO
000000             AND TBL-ORD-CUST-ID(LIM-IX) = TBL-ORD-CUST-ID(ORD-IX)
000000             AND TBL-ORD-VERDICT(LIM-IX) = 'P'
000000             ADD TBL-ORD-VALUE(LIM-IX) TO ACCOUNT-EXPOSURE
000000         END-IF
000000     END-PERFORM.
000000     ADD TBL-ORD-VALUE(ORD-IX) TO ACCOUNT-EXPOSURE.
000000     MOVE 'N' TO OVER-LIMIT-SW.
000000     IF ACCOUNT-LIMIT > ZERO AND ACCOUNT-EXPOSURE > ACCOUNT-LIMIT
000000         SET OVER-LIMIT-YES TO TRUE
000000     END-IF.
000000     IF GROUP-LIMIT > ZERO
000000         PERFORM 3200-GROUP-EXPOSURE THRU 3200-EXIT
000000         IF GROUP-EXPOSURE > GROUP-LIMIT
000000             SET OVER-LIMIT-YES TO TRUE
000000         END-IF
000000     END-IF.
000000     IF OVER-LIMIT-YES
000000         ADD 1 TO HELD-ORDER-COUNT
000000         MOVE 'H' TO TBL-ORD-VERDICT(ORD-IX)
000000         MOVE SPACES TO CREDIT-GATE-REPORT-LINE
000000             INTO CREDIT-GATE-REPORT-LINE
000000         WRITE CREDIT-GATE-REPORT-LINE
000000     END-IF.
000000     IF GROUP-LIMIT > ZERO
000000         MOVE SPACES TO CREDIT-GATE-REPORT-LINE
000000         STRING '    GROUP ' ORDER-GROUP-ID
000000             ' EXPOSURE ' GROUP-EXPOSURE
000000             ' LIMIT ' GROUP-LIMIT
000000             INTO CREDIT-GATE-REPORT-LINE
000000         WRITE CREDIT-GATE-REPORT-LINE
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*GROUP EXPOSURE
000000*The same three parts as the customer's own exposure - owed
000000*NETPOS positions, open invoices and tonight's passed orders -
000000*summed over every member of the order's group, parent
000000*included, plus this order.
000000*------------------------------------------------------------------------
000000 3200-GROUP-EXPOSURE.
000000     MOVE ORDER-GROUP-ID TO MEMBER-CUST-ID.
000000     PERFORM 3400-CUSTOMER-OWED THRU 3400-EXIT.
000000     MOVE CUSTOMER-OWED TO GROUP-EXPOSURE.
000000     PERFORM VARYING LIM-IX FROM 1 BY 1
000000             UNTIL LIM-IX > LIMIT-COUNT
000000         IF TBL-LIM-GROUP-ID(LIM-IX) = ORDER-GROUP-ID
000000             AND TBL-LIM-CUST-ID(LIM-IX) NOT = ORDER-GROUP-ID
000000             MOVE TBL-LIM-CUST-ID(LIM-IX) TO MEMBER-CUST-ID
000000             PERFORM 3400-CUSTOMER-OWED THRU 3400-EXIT
000000             ADD CUSTOMER-OWED TO GROUP-EXPOSURE
000000         END-IF
000000     END-PERFORM.
000000     PERFORM VARYING OPI-IX FROM 1 BY 1
000000             UNTIL OPI-IX > OPEN-ITEM-COUNT
000000         MOVE TBL-OPI-CUST-ID(OPI-IX) TO MEMBER-CUST-ID
000000         PERFORM 3300-FIND-MEMBER-GROUP THRU 3300-EXIT
000000         IF MEMBER-GROUP-ID = ORDER-GROUP-ID
000000             ADD TBL-OPI-AMOUNT(OPI-IX) TO GROUP-EXPOSURE
000000         END-IF
000000     END-PERFORM.
000000     PERFORM VARYING LIM-IX FROM 1 BY 1
000000             UNTIL LIM-IX >= ORD-IX
000000         IF TBL-ORD-ACCT(LIM-IX) NOT = ZERO
000000             AND TBL-ORD-VERDICT(LIM-IX) = 'P'
000000             MOVE TBL-ORD-CUST-ID(LIM-IX) TO MEMBER-CUST-ID
000000             PERFORM 3300-FIND-MEMBER-GROUP THRU 3300-EXIT
000000             IF MEMBER-GROUP-ID = ORDER-GROUP-ID
000000                 ADD TBL-ORD-VALUE(LIM-IX) TO GROUP-EXPOSURE
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     ADD TBL-ORD-VALUE(ORD-IX) TO GROUP-EXPOSURE.
000000 3200-EXIT.
000000     EXIT.
000000*The parent heads its own group, so its id answers for itself
000000*even where its record names no group.
000000 3300-FIND-MEMBER-GROUP.
000000     MOVE SPACES TO MEMBER-GROUP-ID.
000000     IF MEMBER-CUST-ID = ORDER-GROUP-ID
000000         MOVE ORDER-GROUP-ID TO MEMBER-GROUP-ID
000000         GO TO 3300-EXIT
000000     END-IF.
000000     PERFORM VARYING CUST-GROUP-IX FROM 1 BY 1
000000             UNTIL CUST-GROUP-IX > LIMIT-COUNT
000000                 OR MEMBER-GROUP-ID NOT = SPACES
000000         IF TBL-LIM-CUST-ID(CUST-GROUP-IX) = MEMBER-CUST-ID
000000             MOVE TBL-LIM-GROUP-ID(CUST-GROUP-IX)
000000                 TO MEMBER-GROUP-ID
000000         END-IF
000000     END-PERFORM.
000000 3300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CUSTOMER OWED ON NETPOS
000000*The owed side of every position held by MEMBER-CUST-ID's
000000*accounts, as a positive amount.  A credit balance on one
000000*account or company does not offset what is owed on another.
000000*------------------------------------------------------------------------
000000 3400-CUSTOMER-OWED.
000000     MOVE ZERO TO CUSTOMER-OWED.
000000     IF NOT NET-POSITION-OPEN-YES
000000         GO TO 3400-EXIT
000000     END-IF.
000000     MOVE 'L' TO ASVC-FUNCTION.
000000     MOVE MEMBER-CUST-ID TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ERROR
000000         GO TO 3400-EXIT
000000     END-IF.
000000     PERFORM 3450-ACCOUNT-OWED THRU 3450-EXIT
000000         VARYING ACCT-LIST-IX FROM 1 BY 1
000000         UNTIL ACCT-LIST-IX > ASVC-ACCT-COUNT.
000000 3400-EXIT.
000000     EXIT.
000000 3450-ACCOUNT-OWED.
000000     MOVE ASVC-LIST-ACCT-NO(ACCT-LIST-IX) TO OWED-ACCT-NO.
000000     MOVE OWED-ACCT-NO TO NET-ACCT-NO.
000000     MOVE LOW-VALUES TO NET-COMPANY-CODE.
000000     MOVE 'N' TO NET-POSITION-EOF.
000000     START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
000000         INVALID KEY GO TO 3450-EXIT
000000     END-START.
000000     PERFORM 3460-READ-NEXT-POSITION.
000000     PERFORM 3470-ADD-OWED-POSITION
000000         UNTIL NET-POSITION-EOF-YES.
000000 3450-EXIT.
000000     EXIT.
000000 3460-READ-NEXT-POSITION.
000000     READ NET-POSITION-FILE NEXT RECORD
000000         AT END SET NET-POSITION-EOF-YES TO TRUE
000000     END-READ.
000000     IF NET-ACCT-NO NOT = OWED-ACCT-NO
000000         SET NET-POSITION-EOF-YES TO TRUE
000000     END-IF.
000000 3470-ADD-OWED-POSITION.
000000     IF NET-AMOUNT < ZERO
000000         MOVE NET-AMOUNT TO ACCOUNT-BALANCE
000000         SUBTRACT ACCOUNT-BALANCE FROM CUSTOMER-OWED
000000     END-IF.
000000     PERFORM 3460-READ-NEXT-POSITION.
000000*------------------------------------------------------------------------
000000*FILE REWRITE
000000*EXTPRC is rewritten with tonight's passed lines plus any held
000000*lines the release cards freed; CRDHOLD is rewritten with the
