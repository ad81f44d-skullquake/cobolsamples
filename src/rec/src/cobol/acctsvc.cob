      * shared callable account service, in the style of datesvc -
      * resolves an account to its owning customer, or a customer to
      * the accounts it holds, against the ACCTMS account master, so
      * every program that needs the account/customer relationship
      * CALLs one subprogram instead of deriving the owner from the
      * account number.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctsvc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCOUNT-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY "acctrec.cpy".
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-STATUS PIC X(2) VALUE '00'.
       01  ACCOUNT-EOF PIC X VALUE 'N'.
           88 ACCOUNT-EOF-YES VALUE 'Y'.
       01  CUST-ID-NUM PIC 9(7) VALUE ZERO.
       01  DERIVED-ACCT PIC 9(6) VALUE ZERO.
       01  DERIVED-ACCT-TAKEN PIC X VALUE 'N'.
           88 DERIVED-ACCT-TAKEN-YES VALUE 'Y'.
       LINKAGE SECTION.
           COPY "acctsvc.cpy".
      *------------------------------------------------------------------------
      *ACCOUNT SERVICE DISPATCH
      *------------------------------------------------------------------------
       PROCEDURE DIVISION USING ACCTSVC-REQUEST ACCTSVC-RESULT
           ACCTSVC-STATUS.
            SET ASVC-OK TO TRUE.
            MOVE SPACES TO ASVC-OWNER-CUST-ID.
            MOVE SPACES TO ASVC-ACCT-TYPE.
            MOVE ZERO TO ASVC-OPEN-DATE.
            MOVE SPACE TO ASVC-ACCT-STATUS.
            MOVE ZERO TO ASVC-ACCT-COUNT.
            EVALUATE TRUE
                WHEN ASVC-FUNC-OWNER
                    PERFORM 1000-OWNER-OF-ACCOUNT THRU 1000-EXIT
                WHEN ASVC-FUNC-ACCOUNTS
                    PERFORM 2000-ACCOUNTS-OF-CUSTOMER THRU 2000-EXIT
                WHEN OTHER
                    SET ASVC-ERROR TO TRUE
            END-EVALUATE.
            EXIT PROGRAM.
      *------------------------------------------------------------------------
      *'O' - OWNER OF AN ACCOUNT
      *A keyed read of ACCTMS.  No master, or no record for the
      *account, falls back to the original one-account-per-customer
      *rule: the owner is the account number zero-filled to seven.
      *------------------------------------------------------------------------
       1000-OWNER-OF-ACCOUNT.
            IF ASVC-ACCT-NO IS NOT NUMERIC OR ASVC-ACCT-NO = ZERO
                SET ASVC-ERROR TO TRUE
                GO TO 1000-EXIT
            END-IF.
            OPEN INPUT ACCOUNT-MASTER.
            IF ACCOUNT-MASTER-STATUS NOT = '00'
                PERFORM 8000-DERIVE-OWNER THRU 8000-EXIT
                GO TO 1000-EXIT
            END-IF.
            MOVE ASVC-ACCT-NO TO ACCT-NO.
            READ ACCOUNT-MASTER
                KEY IS ACCT-NO
                INVALID KEY
                    CLOSE ACCOUNT-MASTER
                    PERFORM 8000-DERIVE-OWNER THRU 8000-EXIT
                    GO TO 1000-EXIT
            END-READ.
            MOVE ACCT-CUST-ID TO ASVC-OWNER-CUST-ID.
            MOVE ACCT-TYPE TO ASVC-ACCT-TYPE.
            MOVE ACCT-OPEN-DATE TO ASVC-OPEN-DATE.
            MOVE ACCT-STATUS TO ASVC-ACCT-STATUS.
            CLOSE ACCOUNT-MASTER.
       1000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *'L' - ACCOUNTS HELD BY A CUSTOMER
      *A pass of ACCTMS in key order collects every account the
      *customer owns.  A numeric customer id also still holds its
      *original derived account, unless that number has since been
      *entered on the master; a customer holding nothing but the
      *derived account comes back ASVC-DERIVED.
      *------------------------------------------------------------------------
       2000-ACCOUNTS-OF-CUSTOMER.
            IF ASVC-CUST-ID = SPACES
                SET ASVC-ERROR TO TRUE
                GO TO 2000-EXIT
            END-IF.
            MOVE 'N' TO ACCOUNT-EOF.
            MOVE 'N' TO DERIVED-ACCT-TAKEN.
            MOVE ZERO TO DERIVED-ACCT.
            IF ASVC-CUST-ID IS NUMERIC
                MOVE ASVC-CUST-ID TO CUST-ID-NUM
                IF CUST-ID-NUM NOT > 999999
                    MOVE CUST-ID-NUM TO DERIVED-ACCT
                END-IF
            END-IF.
            OPEN INPUT ACCOUNT-MASTER.
            IF ACCOUNT-MASTER-STATUS = '00'
                PERFORM 2100-READ-ACCOUNT
                PERFORM 2200-COLLECT-ACCOUNT
                    UNTIL ACCOUNT-EOF-YES
                CLOSE ACCOUNT-MASTER
            END-IF.
            IF DERIVED-ACCT = ZERO OR DERIVED-ACCT-TAKEN-YES
                IF ASVC-ACCT-COUNT = ZERO
                    SET ASVC-ERROR TO TRUE
                END-IF
                GO TO 2000-EXIT
            END-IF.
            IF ASVC-ACCT-COUNT = ZERO
                SET ASVC-DERIVED TO TRUE
            END-IF.
            IF ASVC-ACCT-COUNT = 20
                DISPLAY '*** ACCTSVC: ' ASVC-CUST-ID
                    ' HOLDS MORE THAN 20 ACCOUNTS - LIST TRUNCATED'
                GO TO 2000-EXIT
            END-IF.
            ADD 1 TO ASVC-ACCT-COUNT.
            MOVE DERIVED-ACCT TO ASVC-LIST-ACCT-NO(ASVC-ACCT-COUNT).
            MOVE SPACES TO ASVC-LIST-TYPE(ASVC-ACCT-COUNT).
            MOVE 'O' TO ASVC-LIST-STATUS(ASVC-ACCT-COUNT).
       2000-EXIT.
            EXIT.
       2100-READ-ACCOUNT.
            READ ACCOUNT-MASTER NEXT RECORD
                AT END SET ACCOUNT-EOF-YES TO TRUE
            END-READ.
       2200-COLLECT-ACCOUNT.
            IF ACCT-NO = DERIVED-ACCT
                SET DERIVED-ACCT-TAKEN-YES TO TRUE
            END-IF.
            IF ACCT-CUST-ID = ASVC-CUST-ID
                IF ASVC-ACCT-COUNT < 20
                    ADD 1 TO ASVC-ACCT-COUNT
                    MOVE ACCT-NO TO ASVC-LIST-ACCT-NO(ASVC-ACCT-COUNT)
                    MOVE ACCT-TYPE TO ASVC-LIST-TYPE(ASVC-ACCT-COUNT)
                    MOVE ACCT-STATUS
                        TO ASVC-LIST-STATUS(ASVC-ACCT-COUNT)
                ELSE
                    DISPLAY '*** ACCTSVC: ' ASVC-CUST-ID
                        ' HOLDS MORE THAN 20 ACCOUNTS - LIST TRUNCATED'
                END-IF
            END-IF.
            PERFORM 2100-READ-ACCOUNT.
      *------------------------------------------------------------------------
      *ORIGINAL ONE-ACCOUNT-PER-CUSTOMER RULE
      *------------------------------------------------------------------------
       8000-DERIVE-OWNER.
            SET ASVC-DERIVED TO TRUE.
            MOVE ASVC-ACCT-NO TO CUST-ID-NUM.
            MOVE CUST-ID-NUM TO ASVC-OWNER-CUST-ID.
            MOVE 'O' TO ASVC-ACCT-STATUS.
       8000-EXIT.
            EXIT.
