000000     SELECT DUNNING-REGISTER-FILE ASSIGN TO "DUNRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DUNNING-REGISTER-STATUS.
000000     SELECT NEG-EXCEPTION-MASTER ASSIGN TO "NEGEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS NEG-EXCEPTION-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     05 DUN-LEVEL       PIC 9(1).
000000     05 DUN-LEVEL-DATE  PIC 9(8).
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  DUNNING-TEMPLATE-FILE.
000000 01  DUNNING-TEMPLATE-LINE PIC X(80).
000000 FD  CUSTOMER-MASTER.
000000 01  DUNNING-LETTER-LINE PIC X(80).
000000 FD  DUNNING-REGISTER-FILE.
000000 01  DUNNING-REGISTER-LINE PIC X(80).
000000 FD  NEG-EXCEPTION-MASTER.
000000 01  NEG-EXCEPTION-RECORD.
000000     05 NEG-ACCT-NO    PIC 9(6).
000000     05 NEG-STATUS     PIC X(1).
000000         88 NEG-CHARGED-OFF VALUE 'W'.
000000     05 NEG-FIRST-SEEN PIC 9(8).
000000     05 NEG-LAST-SEEN  PIC 9(8).
000000     05 NEG-PLACED-FLAG PIC X(1).
000000     05 NEG-PLACE-BATCH PIC 9(5).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 DUNNING-LETTER-STATUS PIC X(2) VALUE '00'.
000000    01 DUNNING-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 NEG-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 DUNNING-MASTER-EOF PIC X VALUE 'N'.
000000       88 DUNNING-MASTER-EOF-YES VALUE 'Y'.
000000       88 SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 TEMPLATE-EOF PIC X VALUE 'N'.
000000       88 TEMPLATE-EOF-YES VALUE 'Y'.
000000    01 NEG-EXCEPTION-EOF PIC X VALUE 'N'.
000000       88 NEG-EXCEPTION-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000     COPY "dispsvc.cpy".
000000*Each account's dunning level: 0 is cured/never dunned, 1 first
000000*notice through 4 final demand.  WORST-DAYS is rebuilt each run
000000*from the updated installment schedule.
000000          10 TBL-ACC-WORST-DAYS PIC S9(5).
000000          10 TBL-ACC-UNPAID     PIC 9(9)V99.
000000          10 TBL-ACC-SEEN       PIC X(1).
000000          10 TBL-ACC-HELD       PIC X(1).
000000    01 ACC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ACC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*The DUNTMPL template carries one section per level, opened by a
000000    01 CURED-COUNT PIC 9(5) VALUE ZERO.
000000    01 LETTER-COUNT PIC 9(5) VALUE ZERO.
000000    01 NO-TEMPLATE-COUNT PIC 9(5) VALUE ZERO.
000000    01 DISPUTED-COUNT PIC 9(5) VALUE ZERO.
000000    01 HELD-COUNT PIC 9(5) VALUE ZERO.
000000*Accounts written off to bad debt on the NEGEXC master - there
000000*is nothing left on the books to dun them for.
000000    01 CHARGED-OFF-TABLE.
000000       05 CHARGED-OFF-COUNT PIC 9(3) VALUE ZERO.
000000       05 TBL-CHO-ACCT PIC 9(6) OCCURS 200 TIMES.
000000    01 CHO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHO-SEARCH-ACCT PIC 9(6) VALUE ZERO.
000000    01 CHARGED-OFF-ITEM-COUNT PIC 9(5) VALUE ZERO.
000000    01 CHARGED-OFF-DROPPED PIC 9(5) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*DUNNING ESCALATION
000000*DUNLTRS, so the first notice goes out the cycle the account
000000*turns delinquent instead of three weeks later, and the DUNRPT
000000*register shows every move, cure and missing template section.
000000*An installment in open dispute on the DISPUTE register is left
000000*out of the aging, and an account held only by disputed items
000000*stays at the level it had - neither escalated nor cured - until
000000*the dispute is closed.  A charged-off account (status 'W' on
000000*the NEGEXC exception master) is not aged and leaves dunning.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     MOVE 'R' TO DSPV-FUNCTION.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     PERFORM 1000-LOAD-DUNNING-MASTER THRU 1000-EXIT.
000000     PERFORM 1900-LOAD-CHARGED-OFF THRU 1900-EXIT.
000000     PERFORM 1300-LOAD-TEMPLATE THRU 1300-EXIT.
000000     PERFORM 1500-AGE-SCHEDULE THRU 1500-EXIT.
000000     OPEN OUTPUT DUNNING-REGISTER-FILE.
000000     MOVE ZERO TO TBL-ACC-WORST-DAYS(ACCOUNT-COUNT).
000000     MOVE ZERO TO TBL-ACC-UNPAID(ACCOUNT-COUNT).
000000     MOVE 'N' TO TBL-ACC-SEEN(ACCOUNT-COUNT).
000000     MOVE 'N' TO TBL-ACC-HELD(ACCOUNT-COUNT).
000000     PERFORM 1100-READ-DUNNING-MASTER.
000000*------------------------------------------------------------------------
000000*LEVEL-SECTIONED TEMPLATE PICKUP
000000     IF UNPAID-AMOUNT <= ZERO
000000         GO TO 1700-NEXT
000000     END-IF.
000000     MOVE 'I' TO DSPV-FUNCTION.
000000     MOVE IUPD-ACCT-NO TO DSPV-ACCT-NO.
000000     MOVE 'I' TO DSPV-ITEM-TYPE.
000000     MOVE IUPD-INSTALLMENT-NO TO DSPV-ITEM-NO.
000000     CALL 'dispsvc' USING DISPSVC-REQUEST DISPSVC-RESULT
000000         DISPSVC-STATUS.
000000     MOVE IUPD-ACCT-NO TO CHO-SEARCH-ACCT.
000000     PERFORM 1950-FIND-CHARGED-OFF THRU 1950-EXIT.
000000     IF CHO-FOUND-IX > ZERO
000000         ADD 1 TO CHARGED-OFF-ITEM-COUNT
000000         GO TO 1700-NEXT
000000     END-IF.
000000     IF DSPV-DISPUTED
000000         ADD 1 TO DISPUTED-COUNT
000000         PERFORM 1800-FIND-ACCOUNT-SLOT THRU 1800-EXIT
000000         IF ACC-FOUND-IX > ZERO
000000             MOVE 'Y' TO TBL-ACC-HELD(ACC-FOUND-IX)
000000         END-IF
000000         GO TO 1700-NEXT
000000     END-IF.
000000     MOVE ZERO TO DAYS-PAST-DUE.
000000     IF CURRENT-RUN-DATE > ZERO
000000         AND IUPD-DUE-DATE IS NUMERIC
000000         MOVE ZERO TO TBL-ACC-WORST-DAYS(ACC-FOUND-IX)
000000         MOVE ZERO TO TBL-ACC-UNPAID(ACC-FOUND-IX)
000000         MOVE 'Y' TO TBL-ACC-SEEN(ACC-FOUND-IX)
000000         MOVE 'N' TO TBL-ACC-HELD(ACC-FOUND-IX)
000000     END-IF.
000000 1800-EXIT.
000000     EXIT.
000000 1900-LOAD-CHARGED-OFF.
000000     OPEN INPUT NEG-EXCEPTION-MASTER.
000000     IF NEG-EXCEPTION-STATUS NOT = '00'
000000         GO TO 1900-EXIT
000000     END-IF.
000000     PERFORM 1910-READ-NEG-MASTER.
000000     PERFORM 1920-STORE-CHARGED-OFF
000000         UNTIL NEG-EXCEPTION-EOF-YES OR CHARGED-OFF-COUNT = 200.
000000     CLOSE NEG-EXCEPTION-MASTER.
000000 1900-EXIT.
000000     EXIT.
000000 1910-READ-NEG-MASTER.
000000     READ NEG-EXCEPTION-MASTER
000000         AT END SET NEG-EXCEPTION-EOF-YES TO TRUE
000000     END-READ.
000000 1920-STORE-CHARGED-OFF.
000000     IF NEG-CHARGED-OFF
000000         ADD 1 TO CHARGED-OFF-COUNT
000000         MOVE NEG-ACCT-NO TO TBL-CHO-ACCT(CHARGED-OFF-COUNT)
000000     END-IF.
000000     PERFORM 1910-READ-NEG-MASTER.
000000 1950-FIND-CHARGED-OFF.
000000     MOVE ZERO TO CHO-FOUND-IX.
000000     PERFORM VARYING CHO-IX FROM 1 BY 1
000000             UNTIL CHO-IX > CHARGED-OFF-COUNT
000000                 OR CHO-FOUND-IX > ZERO
000000         IF TBL-CHO-ACCT(CHO-IX) = CHO-SEARCH-ACCT
000000             MOVE CHO-IX TO CHO-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 1950-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PER-ACCOUNT ESCALATION
000000*The level advances at most one step per cycle toward the level
000000*the worst bucket calls for - an account discovered 70 days
000000*late still receives the notices in order - and resets to 0 the
000000*cycle the past-due amount clears.  An account whose only
000000*past-due items are in dispute is held where it stands.  A
000000*charged-off account drops to 0 and off the master for good.
000000*------------------------------------------------------------------------
000000 2000-ESCALATE-ONE-ACCOUNT.
000000     MOVE TBL-ACC-ACCT(ACC-IX) TO CHO-SEARCH-ACCT.
000000     PERFORM 1950-FIND-CHARGED-OFF THRU 1950-EXIT.
000000     IF CHO-FOUND-IX > ZERO
000000         IF TBL-ACC-LEVEL(ACC-IX) > ZERO
000000             ADD 1 TO CHARGED-OFF-DROPPED
000000             MOVE SPACES TO DUNNING-REGISTER-LINE
000000             STRING 'CHARGED OFF ACCT ' TBL-ACC-ACCT(ACC-IX)
000000                 ' LEAVES DUNNING AT LEVEL '
000000                 TBL-ACC-LEVEL(ACC-IX)
000000                 INTO DUNNING-REGISTER-LINE
000000             WRITE DUNNING-REGISTER-LINE
000000             MOVE ZERO TO TBL-ACC-LEVEL(ACC-IX)
000000             MOVE CURRENT-RUN-DATE
000000                 TO TBL-ACC-LEVEL-DATE(ACC-IX)
000000         END-IF
000000         GO TO 2000-EXIT
000000     END-IF.
000000     IF TBL-ACC-HELD(ACC-IX) = 'Y'
000000         AND (TBL-ACC-SEEN(ACC-IX) NOT = 'Y'
000000             OR TBL-ACC-WORST-DAYS(ACC-IX) <= ZERO)
000000         IF TBL-ACC-LEVEL(ACC-IX) > ZERO
000000             ADD 1 TO HELD-COUNT
000000             MOVE SPACES TO DUNNING-REGISTER-LINE
000000             STRING 'HELD ACCT ' TBL-ACC-ACCT(ACC-IX)
000000                 ' AT LEVEL ' TBL-ACC-LEVEL(ACC-IX)
000000                 ' - ITEMS IN DISPUTE'
000000                 INTO DUNNING-REGISTER-LINE
000000             WRITE DUNNING-REGISTER-LINE
000000         END-IF
000000         GO TO 2000-EXIT
000000     END-IF.
000000     IF TBL-ACC-SEEN(ACC-IX) NOT = 'Y'
000000         OR TBL-ACC-WORST-DAYS(ACC-IX) <= ZERO
000000         IF TBL-ACC-LEVEL(ACC-IX) > ZERO
000000         ' MISSING TEMPLATES: ' NO-TEMPLATE-COUNT
000000         INTO DUNNING-REGISTER-LINE.
000000     WRITE DUNNING-REGISTER-LINE.
000000     MOVE SPACES TO DUNNING-REGISTER-LINE.
000000     STRING 'DISPUTED ITEMS HELD OUT: ' DISPUTED-COUNT
000000         ' ACCOUNTS HELD AT LEVEL: ' HELD-COUNT
000000         INTO DUNNING-REGISTER-LINE.
000000     WRITE DUNNING-REGISTER-LINE.
000000     MOVE SPACES TO DUNNING-REGISTER-LINE.
000000     STRING 'CHARGED-OFF ITEMS NOT AGED: ' CHARGED-OFF-ITEM-COUNT
000000         ' ACCOUNTS LEFT DUNNING: ' CHARGED-OFF-DROPPED
000000         INTO DUNNING-REGISTER-LINE.
000000     WRITE DUNNING-REGISTER-LINE.
000000 5000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
