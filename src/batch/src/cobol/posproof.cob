000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SETTLEMENT-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT PROOF-REPORT-FILE ASSIGN TO "POSRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000     SELECT PROOF-VERDICT-FILE ASSIGN TO "POSPRF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PROOF-VERDICT-STATUS.
000000     SELECT ACCOUNT-POSTING-FILE ASSIGN TO "ACCTPOST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCOUNT-POSTING-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     SELECT SANCTION-HOLD-FILE ASSIGN TO "SANHOLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SANCTION-HOLD-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  OPENING-POSITION-FILE.
000000 01  OPENING-POSITION-RECORD.
000000     05 OPEN-ACCT-NO      PIC 9(6).
000000     05 OPEN-AMOUNT       PIC S9(7)V99.
000000     05 OPEN-COMPANY-CODE PIC X(3).
000000 FD  DEBITS-FILE.
000000 01  DEBIT-RECORD.
000000     05 DEBIT-ACCT-NO      PIC 9(6).
000000     05 DEBIT-AMOUNT       PIC S9(7)V99.
000000     05 DEBIT-COMPANY-CODE PIC X(3).
000000 FD  CREDITS-FILE.
000000 01  CREDIT-RECORD.
000000     05 CREDIT-ACCT-NO      PIC 9(6).
000000     05 CREDIT-AMOUNT       PIC S9(7)V99.
000000     05 CREDIT-COMPANY-CODE PIC X(3).
000000 FD  SETTLEMENT-FILE.
000000 01  SETTLEMENT-LINE PIC X(40).
000000     05 SETD-RECORD-TYPE PIC X(1).
000000     05 SETD-ACCT-NO     PIC 9(6).
000000     05 SETD-DIRECTION   PIC X(1).
000000     05 SETD-AMOUNT      PIC 9(9)V99.
000000     05 SETD-SEQUENCE    PIC 9(5).
000000     05 SETD-VALUE-DATE  PIC 9(8).
000000     05 SETD-ROLL-FLAG   PIC X(1).
000000     05 FILLER           PIC X(7).
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  ACCOUNT-POSTING-FILE.
000000 01  ACCOUNT-POSTING-RECORD.
000000     05 APST-ACCT-NO       PIC 9(6).
000000     05 APST-DEBIT-AMOUNT  PIC S9(9)V99.
000000     05 APST-CREDIT-AMOUNT PIC S9(9)V99.
000000     05 APST-COMPANY-CODE  PIC X(3).
000000     05 APST-RUN-ID        PIC 9(5).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000 FD  SANCTION-HOLD-FILE.
000000     COPY "sanhold.cpy".
000000 FD  PROOF-REPORT-FILE.
000000 01  PROOF-REPORT-LINE PIC X(80).
000000 FD  PROOF-VERDICT-FILE.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 PROOF-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 PROOF-VERDICT-STATUS PIC X(2) VALUE '00'.
000000    01 ACCOUNT-POSTING-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SANCTION-HOLD-STATUS PIC X(2) VALUE '00'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000*One slot per account seen on any of the six files, carrying
000000*every leg of the movement equation.
000000    01 ACCOUNT-TABLE.
000000       05 ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
000000       05 ACCOUNT-ENTRY OCCURS 500 TIMES.
000000          10 TBL-ACC-ACCT    PIC 9(6).
000000          10 TBL-ACC-OPEN    PIC S9(9)V99.
000000          10 TBL-ACC-DEBITS  PIC S9(9)V99.
000000          10 TBL-ACC-CREDITS PIC S9(9)V99.
000000          10 TBL-ACC-POSTED  PIC S9(9)V99.
000000          10 TBL-ACC-SETTLED PIC S9(11)V99.
000000          10 TBL-ACC-CLOSING PIC S9(9)V99.
000000          10 TBL-ACC-HAS-CLOSING PIC X(1).
000000    01 ACC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ACC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LOOKUP-ACCT PIC 9(6) VALUE ZERO.
000000    01 ACCOUNT-OVERFLOW PIC X VALUE 'N'.
000000       88 ACCOUNT-OVERFLOW-YES VALUE 'Y'.
000000    01 RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000     COPY "tblmon.cpy".
000000    01 EXPECTED-CLOSING PIC S9(11)V99 VALUE ZERO.
000000    01 ACTIVITY-MOVEMENT PIC S9(11)V99 VALUE ZERO.
000000    01 BREAK-AMOUNT PIC S9(11)V99 VALUE ZERO.
000000    01 BREAK-DISPLAY PIC -(11)9.99 VALUE ZERO.
000000    01 BREAK-COUNT PIC 9(5) VALUE ZERO.
000000    01 PROVED-COUNT PIC 9(5) VALUE ZERO.
000000 LINKAGE SECTION.
000000*Proves the full movement equation account by account after the
000000*settlement step, instead of trusting that the pieces agree:
000000*the opening position carried forward, plus the day's posted
000000*activity (credits less debits from the sequenced feeds), plus
000000*the typed postings the posting engine applied to the account
000000*(ACCTPOST), must equal tonight's closing NETPOS - and the
000000*settlement file must have instructed exactly the feed
000000*movement to the bank, no more and no less.  Typed postings are
000000*book entries - fees, accruals - and never reach the bank.
000000*Payments the settlement build held for sanctions review count
000000*as instructed on the night they were held, and a held payment
000000*released on a later night counts against that night's file
000000*instead, so a hold moves the money between nights without
000000*breaking either night's proof.  Every account where either leg
000000*fails prints on POSRPT with the size and side of the break,
000000*and the POSPRF verdict record gives the gatekeeper a machine-
000000*readable PASS or FAIL to gate the rest of the stream on.
000000*When more accounts turn up than the table holds, the records
000000*for the accounts left out are counted and reported to the
000000*table monitor against the 500-position limit.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 1000-GATHER-OPENING THRU 1000-EXIT.
000000     PERFORM 1200-GATHER-DEBITS THRU 1200-EXIT.
000000     PERFORM 1400-GATHER-CREDITS THRU 1400-EXIT.
000000     PERFORM 1500-GATHER-POSTINGS THRU 1500-EXIT.
000000     PERFORM 1600-GATHER-SETTLEMENT THRU 1600-EXIT.
000000     PERFORM 1700-GATHER-SANCTION-HOLDS THRU 1700-EXIT.
000000     PERFORM 1800-GATHER-CLOSING THRU 1800-EXIT.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000     PERFORM 2000-PROVE-EACH-ACCOUNT THRU 2000-EXIT.
000000     PERFORM 3000-WRITE-VERDICT THRU 3000-EXIT.
000000     DISPLAY 'POSPROOF: ' PROVED-COUNT ' ACCOUNT(S) PROVED, '
000000     END-IF.
000000 1420-NEXT.
000000     PERFORM 1410-READ-CREDIT.
000000*Only this cycle's movements count - the netting step refuses
000000*a stale ACCTPOST, so the proof must too.
000000 1500-GATHER-POSTINGS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT ACCOUNT-POSTING-FILE.
000000     IF ACCOUNT-POSTING-STATUS NOT = '00'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     PERFORM 1510-READ-POSTING.
000000     PERFORM 1520-STORE-POSTING THRU 1520-NEXT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE ACCOUNT-POSTING-FILE.
000000 1500-EXIT.
000000     EXIT.
000000 1510-READ-POSTING.
000000     READ ACCOUNT-POSTING-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1520-STORE-POSTING.
000000     IF APST-RUN-ID NOT = CURRENT-RUN-ID
000000         GO TO 1520-NEXT
000000     END-IF.
000000     MOVE APST-ACCT-NO TO LOOKUP-ACCT.
000000     PERFORM 5000-FIND-ACCOUNT-SLOT THRU 5000-EXIT.
000000     IF ACC-FOUND-IX > ZERO
000000         ADD APST-CREDIT-AMOUNT TO TBL-ACC-POSTED(ACC-FOUND-IX)
000000         SUBTRACT APST-DEBIT-AMOUNT
000000             FROM TBL-ACC-POSTED(ACC-FOUND-IX)
000000     END-IF.
000000 1520-NEXT.
000000     PERFORM 1510-READ-POSTING.
000000 1600-GATHER-SETTLEMENT.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT SETTLEMENT-FILE.
000000     END-IF.
000000 1620-NEXT.
000000     PERFORM 1610-READ-SETTLEMENT.
000000 1700-GATHER-SANCTION-HOLDS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT SANCTION-HOLD-FILE.
000000     IF SANCTION-HOLD-STATUS NOT = '00'
000000         GO TO 1700-EXIT
000000     END-IF.
000000     PERFORM 1710-READ-SANCTION-HOLD.
000000     PERFORM 1720-STORE-SANCTION-HOLD THRU 1720-NEXT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE SANCTION-HOLD-FILE.
000000 1700-EXIT.
000000     EXIT.
000000 1710-READ-SANCTION-HOLD.
000000     READ SANCTION-HOLD-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1720-STORE-SANCTION-HOLD.
000000     MOVE SHLD-ACCT-NO TO LOOKUP-ACCT.
000000     IF SHLD-HELD-RUN-ID = CURRENT-RUN-ID
000000         PERFORM 5000-FIND-ACCOUNT-SLOT THRU 5000-EXIT
000000         IF ACC-FOUND-IX > ZERO
000000             IF SHLD-DIRECTION = 'D'
000000                 SUBTRACT SHLD-AMOUNT
000000                     FROM TBL-ACC-SETTLED(ACC-FOUND-IX)
000000             ELSE
000000                 ADD SHLD-AMOUNT
000000                     TO TBL-ACC-SETTLED(ACC-FOUND-IX)
000000             END-IF
000000         END-IF
000000         GO TO 1720-NEXT
000000     END-IF.
000000     IF SHLD-RELEASED AND SHLD-RELEASE-RUN-ID = CURRENT-RUN-ID
000000         PERFORM 5000-FIND-ACCOUNT-SLOT THRU 5000-EXIT
000000         IF ACC-FOUND-IX > ZERO
000000             IF SHLD-DIRECTION = 'D'
000000                 ADD SHLD-AMOUNT
000000                     TO TBL-ACC-SETTLED(ACC-FOUND-IX)
000000             ELSE
000000                 SUBTRACT SHLD-AMOUNT
000000                     FROM TBL-ACC-SETTLED(ACC-FOUND-IX)
000000             END-IF
000000         END-IF
000000     END-IF.
000000 1720-NEXT.
000000     PERFORM 1710-READ-SANCTION-HOLD.
000000 1800-GATHER-CLOSING.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT NET-POSITION-FILE.
000000             MOVE ZERO TO TBL-ACC-OPEN(ACC-FOUND-IX)
000000             MOVE ZERO TO TBL-ACC-DEBITS(ACC-FOUND-IX)
000000             MOVE ZERO TO TBL-ACC-CREDITS(ACC-FOUND-IX)
000000             MOVE ZERO TO TBL-ACC-POSTED(ACC-FOUND-IX)
000000             MOVE ZERO TO TBL-ACC-SETTLED(ACC-FOUND-IX)
000000             MOVE ZERO TO TBL-ACC-CLOSING(ACC-FOUND-IX)
000000             MOVE 'N' TO TBL-ACC-HAS-CLOSING(ACC-FOUND-IX)
000000         ELSE
000000             SET ACCOUNT-OVERFLOW-YES TO TRUE
000000             ADD 1 TO RECORDS-LEFT-OUT
000000         END-IF
000000     END-IF.
000000 5000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TABLE USAGE
000000*------------------------------------------------------------------------
000000 1900-REPORT-TABLE-USAGE.
000000     MOVE 'POSPROOF' TO TMON-PROGRAM.
000000     MOVE 'NETPOS  ' TO TMON-FILE.
000000     MOVE 500 TO TMON-LIMIT.
000000     MOVE ACCOUNT-COUNT TO TMON-USED.
000000     MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*THE PROOF
000000*Two legs per account: continuity (opening plus the day's
000000*movement equals the closing position) and settlement coverage
000000     SUBTRACT TBL-ACC-DEBITS(ACC-IX)
000000         FROM TBL-ACC-CREDITS(ACC-IX)
000000         GIVING ACTIVITY-MOVEMENT.
000000     COMPUTE EXPECTED-CLOSING ROUNDED = TBL-ACC-OPEN(ACC-IX)
000000         + ACTIVITY-MOVEMENT + TBL-ACC-POSTED(ACC-IX).
000000     IF TBL-ACC-HAS-CLOSING(ACC-IX) = 'Y'
000000         AND TBL-ACC-CLOSING(ACC-IX) = EXPECTED-CLOSING
000000         AND TBL-ACC-SETTLED(ACC-IX) = ACTIVITY-MOVEMENT
000000         SUBTRACT EXPECTED-CLOSING
000000             FROM TBL-ACC-CLOSING(ACC-IX)
000000             GIVING BREAK-AMOUNT
000000         MOVE BREAK-AMOUNT TO BREAK-DISPLAY
000000         MOVE SPACES TO PROOF-REPORT-LINE
000000         IF BREAK-AMOUNT > ZERO
000000             STRING '*** ACCT ' TBL-ACC-ACCT(ACC-IX)
000000                 ' CLOSING LONG BY ' BREAK-DISPLAY
000000                 INTO PROOF-REPORT-LINE
000000         ELSE
000000             STRING '*** ACCT ' TBL-ACC-ACCT(ACC-IX)
000000                 ' CLOSING SHORT BY ' BREAK-DISPLAY
000000                 INTO PROOF-REPORT-LINE
000000         END-IF
000000         WRITE PROOF-REPORT-LINE
000000         SUBTRACT ACTIVITY-MOVEMENT
000000             FROM TBL-ACC-SETTLED(ACC-IX)
000000             GIVING BREAK-AMOUNT
000000         MOVE BREAK-AMOUNT TO BREAK-DISPLAY
000000         MOVE SPACES TO PROOF-REPORT-LINE
000000         IF BREAK-AMOUNT > ZERO
000000             STRING '*** ACCT ' TBL-ACC-ACCT(ACC-IX)
000000                 ' OVER-INSTRUCTED BY ' BREAK-DISPLAY
000000                 INTO PROOF-REPORT-LINE
000000         ELSE
000000             STRING '*** ACCT ' TBL-ACC-ACCT(ACC-IX)
000000                 ' UNDER-INSTRUCTED BY ' BREAK-DISPLAY
000000                 INTO PROOF-REPORT-LINE
000000         END-IF
000000         WRITE PROOF-REPORT-LINE
000000 2100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CYCLE RUN-CONTROL PICKUP
000000*RUNCTL is optional - a standalone run outside the stream
000000*proves against zeros, as the posting engine stamps them.
000000*------------------------------------------------------------------------
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MACHINE-READABLE VERDICT FOR THE GATEKEEPER
000000*------------------------------------------------------------------------
000000 3000-WRITE-VERDICT.
