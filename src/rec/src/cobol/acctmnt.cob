       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctmnt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-AUDIT-FILE ASSIGN TO "ACCTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-AUDIT-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY "acctrec.cpy".
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  ACCOUNT-AUDIT-FILE.
       01  ACCOUNT-AUDIT-LINE PIC X(80).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-EOF PIC X VALUE 'N'.
           88 ACCOUNT-EOF-YES VALUE 'Y'.
       01  LOAD-OVERFLOW PIC X VALUE 'N'.
           88 LOAD-OVERFLOW-YES VALUE 'Y'.
       01  ACCOUNT-TABLE.
           05 ACCOUNT-COUNT PIC 9(3) VALUE ZERO.
           05 ACCOUNT-ENTRY OCCURS 500 TIMES.
               10 TBL-ACCT-NO        PIC 9(6).
               10 TBL-ACCT-CUST-ID   PIC X(7).
               10 TBL-ACCT-TYPE      PIC X(2).
               10 TBL-ACCT-OPEN-DATE PIC 9(8).
               10 TBL-ACCT-STATUS    PIC X(1).
       01  ACCT-IX BINARY-SHORT SIGNED VALUE 0.
       01  FOUND-IX BINARY-SHORT SIGNED VALUE 0.
       01  MAINT-CHOICE PIC X(1) VALUE SPACE.
       01  WORK-ACCT-NO PIC X(6) VALUE SPACES.
       01  WORK-ACCT-NUM PIC 9(6) VALUE ZERO.
       01  WORK-CUST-ID PIC X(7) VALUE SPACES.
       01  WORK-ACCT-TYPE PIC X(2) VALUE SPACES.
       01  TODAY-DATE PIC 9(8) VALUE ZERO.
       01  CUSTOMER-OK PIC X VALUE 'N'.
           88 CUSTOMER-OK-YES VALUE 'Y'.
       01  BEFORE-IMAGE PIC X(70) VALUE SPACES.
       01  AFTER-IMAGE PIC X(70) VALUE SPACES.
       01  CHANGES-MADE PIC X VALUE 'N'.
           88 CHANGES-MADE-YES VALUE 'Y'.
       01  SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  SIGNON-LEVEL PIC X(1) VALUE SPACE.
           88 SIGNON-LEVEL-INQUIRY    VALUE 'I'.
           88 SIGNON-LEVEL-ADMINISTER VALUE 'A'.
       01  SIGNON-STATUS PIC X(1) VALUE SPACE.
           88 SIGNON-ACCEPTED VALUE 'O'.
       01  MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
           COPY "audstmp.cpy".
       01  SORT-IX BINARY-SHORT SIGNED VALUE 0.
       01  SWAP-ENTRY PIC X(24) VALUE SPACES.
       01  SORT-SWAPPED PIC X VALUE 'N'.
           88 SORT-SWAPPED-YES VALUE 'Y'.
      *------------------------------------------------------------------------
      *ACCOUNT MASTER MAINTENANCE
      *Operator-keyed open/close/reassign for ACCTMS, the account
      *master that ties each 6-digit account to the CUSTMS customer
      *owning it, in the same ACCEPT/DISPLAY style as the customer
      *maintenance.  An account can only be opened for, or moved to,
      *an active customer on file; duplicate numbers are rejected;
      *and accounts are closed rather than deleted so their history
      *survives.  Every accepted change writes a before/after pair
      *to ACCTAUD and a SECLOG entry under the operator's id.  The
      *master is loaded into a table and written back in one piece
      *on exit, so an interrupted session leaves it as it was.
      *Moving an account to another owner is administer-only - it
      *moves the account's balance, statements and letters with it.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            DISPLAY 'OPERATOR ID:'.
            ACCEPT SIGNON-OPERATOR-ID.
            CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
                SIGNON-STATUS.
            IF NOT SIGNON-ACCEPTED
                DISPLAY 'SIGN-ON REFUSED - MAINTENANCE UNAVAILABLE'
                STOP RUN
            END-IF.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 1000-LOAD-ACCOUNT-MASTER THRU 1000-EXIT.
            PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
            IF CHANGES-MADE-YES
                PERFORM 8000-WRITE-ACCOUNT-MASTER THRU 8000-EXIT
            END-IF.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
      *------------------------------------------------------------------------
      *MASTER LOAD
      *ACCTMS is optional - starting with an empty master lets this
      *program build the file from nothing; until an account is on
      *it, every program resolves the account number as the owning
      *customer's id, exactly as before the master existed.
      *------------------------------------------------------------------------
       1000-LOAD-ACCOUNT-MASTER.
            OPEN INPUT ACCOUNT-MASTER.
            IF ACCOUNT-MASTER-STATUS NOT = '00'
                DISPLAY 'ACCTMS NOT FOUND - STARTING EMPTY MASTER'
                GO TO 1000-EXIT
            END-IF.
            PERFORM 1100-READ-ACCOUNT.
            PERFORM 1200-STORE-ACCOUNT
                UNTIL ACCOUNT-EOF-YES OR ACCOUNT-COUNT = 500.
            IF NOT ACCOUNT-EOF-YES
                SET LOAD-OVERFLOW-YES TO TRUE
                DISPLAY '*** ACCTMS HOLDS MORE THAN 500 ACCOUNTS'
                DISPLAY '*** CHANGES THIS SESSION WILL NOT BE SAVED'
            END-IF.
            CLOSE ACCOUNT-MASTER.
       1000-EXIT.
            EXIT.
       1100-READ-ACCOUNT.
            READ ACCOUNT-MASTER NEXT RECORD
                AT END SET ACCOUNT-EOF-YES TO TRUE
            END-READ.
       1200-STORE-ACCOUNT.
            ADD 1 TO ACCOUNT-COUNT.
            MOVE ACCOUNT-RECORD TO ACCOUNT-ENTRY(ACCOUNT-COUNT).
            IF NOT ACCT-OPEN AND NOT ACCT-CLOSED
                MOVE 'O' TO TBL-ACCT-STATUS(ACCOUNT-COUNT)
            END-IF.
            PERFORM 1100-READ-ACCOUNT.
      *------------------------------------------------------------------------
      *MAINTENANCE MENU
      *------------------------------------------------------------------------
       5000-MAINTENANCE-MENU.
            PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
       5000-EXIT.
            EXIT.
       5100-SHOW-MAINT-MENU.
            DISPLAY '----------------------------------------'.
            DISPLAY 'ACCOUNT MASTER MAINTENANCE'.
            DISPLAY 'ACCOUNTS ON FILE: ' ACCOUNT-COUNT.
            IF NOT SIGNON-LEVEL-INQUIRY
                DISPLAY '1. OPEN ACCOUNT'
                DISPLAY '2. CLOSE ACCOUNT'
                DISPLAY '3. REASSIGN ACCOUNT OWNER'
            END-IF.
            DISPLAY '4. LIST ACCOUNTS'.
            DISPLAY '0. EXIT MAINTENANCE'.
            ACCEPT MAINT-CHOICE.
            IF SIGNON-LEVEL-INQUIRY
                AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2'
                    OR MAINT-CHOICE = '3')
                DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
                MOVE SPACE TO MAINT-CHOICE
            END-IF.
            IF MAINT-CHOICE = '3' AND NOT SIGNON-LEVEL-ADMINISTER
                DISPLAY 'REASSIGN NEEDS ADMINISTER AUTHORITY'
                MOVE SPACE TO MAINT-CHOICE
            END-IF.
            EVALUATE MAINT-CHOICE
                WHEN '1' PERFORM 5200-OPEN-ACCOUNT THRU 5200-EXIT
                WHEN '2' PERFORM 5300-CLOSE-ACCOUNT THRU 5300-EXIT
                WHEN '3' PERFORM 5400-REASSIGN-OWNER THRU 5400-EXIT
                WHEN '4' PERFORM 5500-LIST-ACCOUNTS THRU 5500-EXIT
                WHEN OTHER CONTINUE
            END-EVALUATE.
      *------------------------------------------------------------------------
      *OPEN - duplicate numbers are rejected and the owner must be an
      *active customer on CUSTMS.
      *------------------------------------------------------------------------
       5200-OPEN-ACCOUNT.
            IF ACCOUNT-COUNT = 500
                DISPLAY 'MASTER FULL - OPEN REJECTED'
                GO TO 5200-EXIT
            END-IF.
            PERFORM 5800-ACCEPT-ACCOUNT-NO THRU 5800-EXIT.
            IF WORK-ACCT-NUM = ZERO
                GO TO 5200-EXIT
            END-IF.
            IF FOUND-IX > 0
                DISPLAY 'DUPLICATE ACCOUNT ' WORK-ACCT-NUM
                    ' - OPEN REJECTED'
                GO TO 5200-EXIT
            END-IF.
            DISPLAY 'OWNING CUSTOMER ID:'.
            ACCEPT WORK-CUST-ID.
            PERFORM 6100-CHECK-CUSTOMER THRU 6100-EXIT.
            IF NOT CUSTOMER-OK-YES
                GO TO 5200-EXIT
            END-IF.
            DISPLAY 'ACCOUNT TYPE (TR TRADING, IN INSTALLMENT):'.
            ACCEPT WORK-ACCT-TYPE.
            MOVE WORK-ACCT-TYPE TO ACCT-TYPE.
            IF NOT ACCT-TYPE-VALID
                DISPLAY 'UNKNOWN ACCOUNT TYPE ' WORK-ACCT-TYPE
                    ' - OPEN REJECTED'
                GO TO 5200-EXIT
            END-IF.
            ADD 1 TO ACCOUNT-COUNT.
            MOVE WORK-ACCT-NUM TO TBL-ACCT-NO(ACCOUNT-COUNT).
            MOVE WORK-CUST-ID TO TBL-ACCT-CUST-ID(ACCOUNT-COUNT).
            MOVE WORK-ACCT-TYPE TO TBL-ACCT-TYPE(ACCOUNT-COUNT).
            MOVE TODAY-DATE TO TBL-ACCT-OPEN-DATE(ACCOUNT-COUNT).
            MOVE 'O' TO TBL-ACCT-STATUS(ACCOUNT-COUNT).
            MOVE SPACES TO BEFORE-IMAGE.
            MOVE ACCOUNT-ENTRY(ACCOUNT-COUNT) TO AFTER-IMAGE.
            MOVE 'ACCTMS OPEN       ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'OPENED ' WORK-ACCT-NUM ' FOR ' WORK-CUST-ID.
       5200-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CLOSE - the record stays on file with status 'C' so its history
      *is kept and the number cannot be silently reused.
      *------------------------------------------------------------------------
       5300-CLOSE-ACCOUNT.
            PERFORM 5800-ACCEPT-ACCOUNT-NO THRU 5800-EXIT.
            IF WORK-ACCT-NUM = ZERO
                GO TO 5300-EXIT
            END-IF.
            IF FOUND-IX = 0
                DISPLAY 'ACCOUNT ' WORK-ACCT-NUM ' NOT ON FILE'
                GO TO 5300-EXIT
            END-IF.
            IF TBL-ACCT-STATUS(FOUND-IX) = 'C'
                DISPLAY 'ACCOUNT ' WORK-ACCT-NUM ' ALREADY CLOSED'
                GO TO 5300-EXIT
            END-IF.
            MOVE ACCOUNT-ENTRY(FOUND-IX) TO BEFORE-IMAGE.
            MOVE 'C' TO TBL-ACCT-STATUS(FOUND-IX).
            MOVE ACCOUNT-ENTRY(FOUND-IX) TO AFTER-IMAGE.
            MOVE 'ACCTMS CLOSE      ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'CLOSED ' WORK-ACCT-NUM.
       5300-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *REASSIGN - the account keeps its number, balance and history;
      *only the owning customer changes.
      *------------------------------------------------------------------------
       5400-REASSIGN-OWNER.
            PERFORM 5800-ACCEPT-ACCOUNT-NO THRU 5800-EXIT.
            IF WORK-ACCT-NUM = ZERO
                GO TO 5400-EXIT
            END-IF.
            IF FOUND-IX = 0
                DISPLAY 'ACCOUNT ' WORK-ACCT-NUM ' NOT ON FILE'
                GO TO 5400-EXIT
            END-IF.
            DISPLAY 'CURRENT OWNER: ' TBL-ACCT-CUST-ID(FOUND-IX).
            DISPLAY 'NEW OWNING CUSTOMER ID:'.
            ACCEPT WORK-CUST-ID.
            IF WORK-CUST-ID = TBL-ACCT-CUST-ID(FOUND-IX)
                DISPLAY 'SAME OWNER - NOTHING CHANGED'
                GO TO 5400-EXIT
            END-IF.
            PERFORM 6100-CHECK-CUSTOMER THRU 6100-EXIT.
            IF NOT CUSTOMER-OK-YES
                GO TO 5400-EXIT
            END-IF.
            MOVE ACCOUNT-ENTRY(FOUND-IX) TO BEFORE-IMAGE.
            MOVE WORK-CUST-ID TO TBL-ACCT-CUST-ID(FOUND-IX).
            MOVE ACCOUNT-ENTRY(FOUND-IX) TO AFTER-IMAGE.
            MOVE 'ACCTMS REASSIGN   ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'ACCOUNT ' WORK-ACCT-NUM ' NOW OWNED BY '
                WORK-CUST-ID.
       5400-EXIT.
            EXIT.
       5500-LIST-ACCOUNTS.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ACCOUNT-COUNT
                DISPLAY TBL-ACCT-NO(ACCT-IX) ' '
                    TBL-ACCT-CUST-ID(ACCT-IX) ' '
                    TBL-ACCT-TYPE(ACCT-IX) ' '
                    TBL-ACCT-OPEN-DATE(ACCT-IX) ' '
                    TBL-ACCT-STATUS(ACCT-IX)
            END-PERFORM.
       5500-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ACCOUNT-NUMBER ENTRY - six digits, not all zero; leaves the
      *table index of an existing account in FOUND-IX.
      *------------------------------------------------------------------------
       5800-ACCEPT-ACCOUNT-NO.
            MOVE ZERO TO WORK-ACCT-NUM.
            MOVE 0 TO FOUND-IX.
            DISPLAY 'ACCOUNT NUMBER (6 DIGITS):'.
            ACCEPT WORK-ACCT-NO.
            IF WORK-ACCT-NO IS NOT NUMERIC
                DISPLAY 'ACCOUNT NUMBER NOT NUMERIC - REJECTED'
                GO TO 5800-EXIT
            END-IF.
            MOVE WORK-ACCT-NO TO WORK-ACCT-NUM.
            IF WORK-ACCT-NUM = ZERO
                DISPLAY 'ACCOUNT NUMBER ZERO - REJECTED'
                GO TO 5800-EXIT
            END-IF.
            PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
       5800-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *TABLE LOOKUP
      *------------------------------------------------------------------------
       6000-FIND-ACCOUNT.
            MOVE 0 TO FOUND-IX.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ACCOUNT-COUNT OR FOUND-IX > 0
                IF TBL-ACCT-NO(ACCT-IX) = WORK-ACCT-NUM
                    MOVE ACCT-IX TO FOUND-IX
                END-IF
            END-PERFORM.
       6000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *OWNER CHECK - the customer must be on CUSTMS and active.
      *------------------------------------------------------------------------
       6100-CHECK-CUSTOMER.
            MOVE 'N' TO CUSTOMER-OK.
            OPEN INPUT CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS NOT = '00'
                DISPLAY 'CUSTMS NOT AVAILABLE - CHANGE REJECTED'
                GO TO 6100-EXIT
            END-IF.
            MOVE WORK-CUST-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
                    DISPLAY 'CUSTOMER ' WORK-CUST-ID ' NOT ON FILE'
                    CLOSE CUSTOMER-MASTER
                    GO TO 6100-EXIT
            END-READ.
            IF NOT CUST-ACTIVE
                DISPLAY 'CUSTOMER ' WORK-CUST-ID ' IS NOT ACTIVE'
                    ' - CHANGE REJECTED'
            ELSE
                SET CUSTOMER-OK-YES TO TRUE
            END-IF.
            CLOSE CUSTOMER-MASTER.
       6100-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *BEFORE/AFTER AUDIT TRAIL
      *One image pair appended to ACCTAUD per accepted change - a blank
      *before-image marks an open - headed by the stamp line saying
      *when, by whom, what and to which account.
      *------------------------------------------------------------------------
       7000-WRITE-AUDIT-PAIR.
            OPEN EXTEND ACCOUNT-AUDIT-FILE.
            IF ACCOUNT-AUDIT-STATUS = '05' OR
               ACCOUNT-AUDIT-STATUS = '35'
                OPEN OUTPUT ACCOUNT-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
            MOVE MAINT-ACTION-TEXT TO AST-ACTION.
            MOVE WORK-ACCT-NUM TO AST-KEY.
            MOVE AUDIT-STAMP-LINE TO ACCOUNT-AUDIT-LINE.
            WRITE ACCOUNT-AUDIT-LINE.
            MOVE SPACES TO ACCOUNT-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE INTO ACCOUNT-AUDIT-LINE.
            WRITE ACCOUNT-AUDIT-LINE.
            MOVE SPACES TO ACCOUNT-AUDIT-LINE.
            STRING 'AFTER:  ' AFTER-IMAGE INTO ACCOUNT-AUDIT-LINE.
            WRITE ACCOUNT-AUDIT-LINE.
            CLOSE ACCOUNT-AUDIT-FILE.
       7000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *MASTER WRITE-BACK
      *Sorted by account number first - an indexed file opened OUTPUT
      *must be written in ascending key order.
      *------------------------------------------------------------------------
       8000-WRITE-ACCOUNT-MASTER.
            IF LOAD-OVERFLOW-YES
                DISPLAY '*** ACCTMS NOT REWRITTEN - LOAD OVERFLOWED'
                MOVE 8 TO RETURN-CODE
                GO TO 8000-EXIT
            END-IF.
            PERFORM 8500-SORT-ACCOUNT-TABLE THRU 8500-EXIT.
            OPEN OUTPUT ACCOUNT-MASTER.
            PERFORM VARYING ACCT-IX FROM 1 BY 1
                    UNTIL ACCT-IX > ACCOUNT-COUNT
                MOVE ACCOUNT-ENTRY(ACCT-IX) TO ACCOUNT-RECORD
                WRITE ACCOUNT-RECORD
                    INVALID KEY
                        DISPLAY 'WRITE FAILED FOR ' ACCT-NO
                END-WRITE
            END-PERFORM.
            CLOSE ACCOUNT-MASTER.
            DISPLAY 'ACCTMS REWRITTEN - ' ACCOUNT-COUNT
                ' ACCOUNT(S)'.
       8000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *KEY-ORDER SORT
      *------------------------------------------------------------------------
       8500-SORT-ACCOUNT-TABLE.
            SET SORT-SWAPPED-YES TO TRUE.
            PERFORM 8600-SORT-ONE-PASS THRU 8600-EXIT
                UNTIL NOT SORT-SWAPPED-YES.
       8500-EXIT.
            EXIT.
       8600-SORT-ONE-PASS.
            MOVE 'N' TO SORT-SWAPPED.
            PERFORM VARYING SORT-IX FROM 1 BY 1
                    UNTIL SORT-IX >= ACCOUNT-COUNT
                IF TBL-ACCT-NO(SORT-IX) > TBL-ACCT-NO(SORT-IX + 1)
                    MOVE ACCOUNT-ENTRY(SORT-IX) TO SWAP-ENTRY
                    MOVE ACCOUNT-ENTRY(SORT-IX + 1)
                        TO ACCOUNT-ENTRY(SORT-IX)
                    MOVE SWAP-ENTRY TO ACCOUNT-ENTRY(SORT-IX + 1)
                    SET SORT-SWAPPED-YES TO TRUE
                END-IF
            END-PERFORM.
       8600-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *MAINTENANCE-ACTION LOG
      *------------------------------------------------------------------------
       9900-LOG-MAINT-ACTION.
            OPEN EXTEND SECURITY-LOG-FILE.
            IF SECURITY-LOG-STATUS = '05' OR
               SECURITY-LOG-STATUS = '35'
                OPEN OUTPUT SECURITY-LOG-FILE
            END-IF.
            MOVE SPACES TO SECURITY-LOG-LINE.
            STRING MAINT-ACTION-TEXT ' ' WORK-ACCT-NUM
                ' BY ' SIGNON-OPERATOR-ID
                INTO SECURITY-LOG-LINE.
            WRITE SECURITY-LOG-LINE.
            CLOSE SECURITY-LOG-FILE.
       9900-EXIT.
            EXIT.
