               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
           SELECT MERGE-XREF-FILE ASSIGN TO "MERGXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-XREF-STATUS.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  ACCOUNT-MASTER.
           COPY "acctrec.cpy".
       FD  MERGE-XREF-FILE.
       01  MERGE-XREF-RECORD.
           05 MRGX-VICTIM-ACCT   PIC 9(6).
       01  SECURITY-LOG-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-MASTER-STATUS PIC X(2) VALUE '00'.
       01  MERGE-XREF-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-EOF PIC X VALUE 'N'.
           88 ACCOUNT-EOF-YES VALUE 'Y'.
       01  SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  SIGNON-LEVEL PIC X(1) VALUE SPACE.
           88 SIGNON-LEVEL-ADMINISTER VALUE 'A'.
       01  SURVIVOR-ID PIC X(7) VALUE SPACES.
       01  VICTIM-ID PIC X(7) VALUE SPACES.
       01  CUST-ID-NUM PIC 9(7) VALUE ZERO.
       01  VICTIM-ACCT PIC 9(6) VALUE ZERO.
       01  SURVIVOR-NAME PIC X(30) VALUE SPACES.
       01  MERGE-DATE PIC 9(8) VALUE ZERO.
       01  PAIR-VALID PIC X VALUE 'N'.
           88 PAIR-VALID-YES VALUE 'Y'.
       01  BEFORE-IMAGE PIC X(70) VALUE SPACES.
       01  AFTER-IMAGE PIC X(70) VALUE SPACES.
           COPY "audstmp.cpy".
       01  ACCOUNT-UPDATE-FAILED PIC X VALUE 'N'.
           88 ACCOUNT-UPDATE-FAILED-YES VALUE 'Y'.
       01  VICTIM-ACCT-ON-FILE PIC X VALUE 'N'.
           88 VICTIM-ACCT-ON-FILE-YES VALUE 'Y'.
       01  TRANSFERRED-ACCOUNTS PIC 9(3) VALUE ZERO.
      *------------------------------------------------------------------------
      *CUSTOMER MERGE UTILITY
      *Duplicate customers used to be merely deactivated, stranding
      *the dead id's accounts.  This utility merges them properly:
      *given the survivor and the victim ids, every account the
      *victim owns on the ACCTMS account master is transferred to the
      *survivor - number, position, installments and exception state
      *all travel with the account untouched - and a victim still
      *on the original account-number-equals-id rule has that account
      *entered on the master under the survivor.  One MERGXREF
      *cross-reference record per transferred account keeps the
      *merge traceable against the historical transaction log, and
      *the victim's master record is marked MERGED - not merely
      *inactive - with the usual before/after pairs on CUSTAUD.
      *Statement, letter and credit-gate selection resolve through
      *the account master, so future mailings and exposure land on
      *the survivor automatically.  Administer authority required;
      *every merge logs to SECLOG.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                STOP RUN
            END-IF.
            PERFORM 1000-VALIDATE-THE-PAIR THRU 1000-EXIT.
            IF NOT PAIR-VALID-YES
                STOP RUN
            END-IF.
            PERFORM 2000-TRANSFER-ACCOUNTS THRU 2000-EXIT.
            IF ACCOUNT-UPDATE-FAILED-YES
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 5000-MARK-VICTIM-MERGED THRU 5000-EXIT.
            PERFORM 9900-LOG-MERGE THRU 9900-EXIT.
            DISPLAY 'CUSTMRG: ' VICTIM-ID ' MERGED INTO '
                SURVIVOR-ID ' - '
                TRANSFERRED-ACCOUNTS ' ACCOUNT(S) TRANSFERRED'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
      *------------------------------------------------------------------------
      *PAIR VALIDATION
      *Both ids must be on the master, the survivor active and the
      *victim not already merged.  A numeric victim id also names the
      *account it held under the original account-number-equals-id
      *rule.
      *------------------------------------------------------------------------
       1000-VALIDATE-THE-PAIR.
            OPEN INPUT CUSTOMER-MASTER.
                GO TO 1000-EXIT
            END-IF.
            MOVE CUST-NAME TO SURVIVOR-NAME.
            MOVE VICTIM-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
                    DISPLAY 'VICTIM ' VICTIM-ID ' NOT ON FILE'
                    CLOSE CUSTOMER-MASTER
                    GO TO 1000-EXIT
            END-READ.
            IF CUST-MERGED
                DISPLAY 'VICTIM ' VICTIM-ID ' ALREADY MERGED - '
                    'MERGE REFUSED'
                CLOSE CUSTOMER-MASTER
                GO TO 1000-EXIT
            END-IF.
            MOVE ZERO TO VICTIM-ACCT.
            IF CUST-ID IS NUMERIC
                MOVE CUST-ID TO CUST-ID-NUM
                IF CUST-ID-NUM NOT > 999999
                    MOVE CUST-ID-NUM TO VICTIM-ACCT
                END-IF
            END-IF.
            CLOSE CUSTOMER-MASTER.
            SET PAIR-VALID-YES TO TRUE.
       1000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ACCOUNT TRANSFER
      *The victim's accounts change owner on ACCTMS; the accounts
      *themselves - numbers, positions, installments, exceptions -
      *are untouched, so nothing on the position or schedule files
      *has to be rewritten.  The master is updated in place: each of
      *the victim's accounts is rewritten under the survivor as the
      *master is read through, and a derived account is written by
      *key, so no account on the master is ever carried through
      *working storage.  A master that cannot be opened or updated
      *stops the merge before the victim is marked.
      *------------------------------------------------------------------------
       2000-TRANSFER-ACCOUNTS.
            OPEN I-O ACCOUNT-MASTER.
            IF ACCOUNT-MASTER-STATUS = '35'
                OPEN OUTPUT ACCOUNT-MASTER
                CLOSE ACCOUNT-MASTER
                OPEN I-O ACCOUNT-MASTER
            END-IF.
            IF ACCOUNT-MASTER-STATUS NOT = '00'
                DISPLAY '*** ACCTMS NOT AVAILABLE FOR UPDATE - '
                    'MERGE REFUSED'
                SET ACCOUNT-UPDATE-FAILED-YES TO TRUE
                GO TO 2000-EXIT
            END-IF.
            OPEN EXTEND MERGE-XREF-FILE.
            IF MERGE-XREF-STATUS = '05' OR MERGE-XREF-STATUS = '35'
                OPEN OUTPUT MERGE-XREF-FILE
            END-IF.
            PERFORM 2100-READ-ACCOUNT.
            PERFORM 2300-TRANSFER-ONE-ACCOUNT THRU 2300-EXIT
                UNTIL ACCOUNT-EOF-YES.
      *A victim still on the original rule holds its derived account
      *without a master record; entering it under the survivor is
      *what moves it.
            IF VICTIM-ACCT > ZERO AND NOT VICTIM-ACCT-ON-FILE-YES
                PERFORM 2400-ENTER-DERIVED-ACCOUNT THRU 2400-EXIT
            END-IF.
            CLOSE MERGE-XREF-FILE.
            CLOSE ACCOUNT-MASTER.
       2000-EXIT.
            EXIT.
       2100-READ-ACCOUNT.
            READ ACCOUNT-MASTER NEXT RECORD
                AT END SET ACCOUNT-EOF-YES TO TRUE
            END-READ.
       2300-TRANSFER-ONE-ACCOUNT.
            IF ACCT-NO = VICTIM-ACCT
                SET VICTIM-ACCT-ON-FILE-YES TO TRUE
            END-IF.
            IF ACCT-CUST-ID NOT = VICTIM-ID
                GO TO 2300-NEXT
            END-IF.
            MOVE SPACES TO BEFORE-IMAGE.
            STRING 'ACCT ' ACCOUNT-RECORD INTO BEFORE-IMAGE.
            MOVE SURVIVOR-ID TO ACCT-CUST-ID.
            REWRITE ACCOUNT-RECORD
                INVALID KEY
                    DISPLAY 'REWRITE FAILED FOR ' ACCT-NO
                    SET ACCOUNT-UPDATE-FAILED-YES TO TRUE
                    GO TO 2300-NEXT
            END-REWRITE.
            MOVE SPACES TO AFTER-IMAGE.
            STRING 'ACCT ' ACCOUNT-RECORD INTO AFTER-IMAGE.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            PERFORM 6100-WRITE-ONE-XREF THRU 6100-EXIT.
            ADD 1 TO TRANSFERRED-ACCOUNTS.
       2300-NEXT.
            PERFORM 2100-READ-ACCOUNT.
       2300-EXIT.
            EXIT.
       2400-ENTER-DERIVED-ACCOUNT.
            MOVE VICTIM-ACCT TO ACCT-NO.
            MOVE SURVIVOR-ID TO ACCT-CUST-ID.
            MOVE 'TR' TO ACCT-TYPE.
            MOVE MERGE-DATE TO ACCT-OPEN-DATE.
            MOVE 'O' TO ACCT-STATUS.
            WRITE ACCOUNT-RECORD
                INVALID KEY
                    DISPLAY 'WRITE FAILED FOR ' ACCT-NO
                    SET ACCOUNT-UPDATE-FAILED-YES TO TRUE
                    GO TO 2400-EXIT
            END-WRITE.
            MOVE SPACES TO BEFORE-IMAGE.
            STRING 'ACCT ' VICTIM-ACCT ' OWNER ' VICTIM-ID
                ' (BY ACCOUNT NUMBER)'
                INTO BEFORE-IMAGE.
            MOVE SPACES TO AFTER-IMAGE.
            STRING 'ACCT ' ACCOUNT-RECORD INTO AFTER-IMAGE.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            PERFORM 6100-WRITE-ONE-XREF THRU 6100-EXIT.
            ADD 1 TO TRANSFERRED-ACCOUNTS.
       2400-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *VICTIM MARKED MERGED - stronger than deactivated; the id can
            STRING CUST-ID ' MERGED INTO ' SURVIVOR-ID
                INTO AFTER-IMAGE.
            CLOSE CUSTOMER-MASTER.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
       5000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CROSS-REFERENCE
      *One appended record per transferred account, written as the
      *account moves.  The account keeps its number, so victim and
      *survivor account are the same - the record dates the change of
      *owner for anyone reading the historical transaction log.
      *------------------------------------------------------------------------
       6100-WRITE-ONE-XREF.
            MOVE ACCT-NO TO MRGX-VICTIM-ACCT.
            MOVE ACCT-NO TO MRGX-SURVIVOR-ACCT.
            MOVE MERGE-DATE TO MRGX-MERGE-DATE.
            MOVE SIGNON-OPERATOR-ID TO MRGX-OPERATOR.
            WRITE MERGE-XREF-RECORD.
       6100-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *BEFORE/AFTER AUDIT TRAIL
      *------------------------------------------------------------------------
       7000-WRITE-AUDIT-PAIR.
            OPEN EXTEND CUSTOMER-AUDIT-FILE.
            IF CUSTOMER-AUDIT-STATUS = '05' OR
               CUSTOMER-AUDIT-STATUS = '35'
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
            MOVE 'CUSTMS MERGE' TO AST-ACTION.
            MOVE VICTIM-ID TO AST-KEY.
            MOVE AUDIT-STAMP-LINE TO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            MOVE SPACES TO CUSTOMER-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE
                INTO CUSTOMER-AUDIT-LINE.
                INTO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            CLOSE CUSTOMER-AUDIT-FILE.
       7000-EXIT.
            EXIT.
       9900-LOG-MERGE.
            OPEN EXTEND SECURITY-LOG-FILE.
