       IDENTIFICATION DIVISION.
       PROGRAM-ID. grpstmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NET-POSITION-KEY
               FILE STATUS IS NET-POSITION-STATUS.
           SELECT GROUP-STATEMENT-FILE ASSIGN TO "GRPSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GROUP-STATEMENT-STATUS.
           SELECT MAIL-HOLD-FILE ASSIGN TO "MAILHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-HOLD-STATUS.
           SELECT MAILING-LOG-FILE ASSIGN TO "MAILLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILING-LOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT POSITION-WORK-FILE ASSIGN TO "GRPPWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-WORK-STATUS.
           SELECT SORTED-POSITION-FILE ASSIGN TO "GRPPSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORTED-POSITION-STATUS.
           SELECT POSITION-SORT-FILE ASSIGN TO "GRPPSRT".
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  NET-POSITION-FILE.
           COPY "netpos.cpy".
       FD  GROUP-STATEMENT-FILE.
       01  GROUP-STATEMENT-LINE PIC X(80).
       FD  MAIL-HOLD-FILE.
       01  MAIL-HOLD-LINE PIC X(80).
       FD  MAILING-LOG-FILE.
           COPY "maillog.cpy".
       FD  RUN-CONTROL-FILE.
           COPY "runctlrec.cpy".
      *GRPPWRK carries each NETPOS line whose owning customer belongs
      *to a group, tagged with the group and the owner; GRPPSRTD is
      *the same lines sorted group-then-member-then-account, the
      *order the print pass meets the members in.
       FD  POSITION-WORK-FILE.
       01  POSITION-WORK-RECORD.
           05 PWRK-GROUP-ID PIC X(7).
           05 PWRK-CUST-ID  PIC X(7).
           05 PWRK-ACCT-NO  PIC 9(6).
           05 PWRK-AMOUNT   PIC S9(7)V99.
       FD  SORTED-POSITION-FILE.
       01  SORTED-POSITION-RECORD.
           05 SPOS-MEMBER-KEY.
               10 SPOS-GROUP-ID PIC X(7).
               10 SPOS-CUST-ID  PIC X(7).
           05 SPOS-ACCT-NO  PIC 9(6).
           05 SPOS-AMOUNT   PIC S9(7)V99.
       SD  POSITION-SORT-FILE.
       01  POSITION-SORT-RECORD.
           05 SRT-GROUP-ID PIC X(7).
           05 SRT-CUST-ID  PIC X(7).
           05 SRT-ACCT-NO  PIC 9(6).
           05 SRT-AMOUNT   PIC S9(7)V99.
       WORKING-STORAGE SECTION.
           COPY "rpthdr.cpy".
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  NET-POSITION-STATUS PIC X(2) VALUE '00'.
       01  GROUP-STATEMENT-STATUS PIC X(2) VALUE '00'.
       01  MAIL-HOLD-STATUS PIC X(2) VALUE '00'.
       01  MAILING-LOG-STATUS PIC X(2) VALUE '00'.
       01  RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-EOF PIC X VALUE 'N'.
           88 CUSTOMER-EOF-YES VALUE 'Y'.
       01  NET-POSITION-EOF PIC X VALUE 'N'.
           88 NET-POSITION-EOF-YES VALUE 'Y'.
      *Every customer that belongs to a group, sorted group-then-
      *member so the print pass meets each group's members together.
       01  MEMBER-TABLE.
           05 MEMBER-COUNT PIC 9(3) VALUE ZERO.
           05 MEMBER-ENTRY OCCURS 300 TIMES.
               10 TBL-MBR-GROUP-ID PIC X(7).
               10 TBL-MBR-CUST-ID  PIC X(7).
               10 TBL-MBR-NAME     PIC X(30).
       01  MBR-IX BINARY-SHORT SIGNED VALUE 0.
       01  MBR-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
       01  POSITION-WORK-STATUS PIC X(2) VALUE '00'.
       01  SORTED-POSITION-STATUS PIC X(2) VALUE '00'.
       01  SORTED-POSITION-EOF PIC X VALUE 'N'.
           88 SORTED-POSITION-EOF-YES VALUE 'Y'.
       01  RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
       01  SORT-IX BINARY-SHORT SIGNED VALUE 0.
       01  SWAP-ENTRY PIC X(44) VALUE SPACES.
       01  SORT-SWAPPED PIC X VALUE 'N'.
           88 SORT-SWAPPED-YES VALUE 'Y'.
       01  TABLE-OVERFLOW PIC X VALUE 'N'.
           88 TABLE-OVERFLOW-YES VALUE 'Y'.
           COPY "tblmon.cpy".
       01  GROUP-DONE PIC X VALUE 'N'.
           88 GROUP-DONE-YES VALUE 'Y'.
       01  SUPPRESS-THIS-ONE PIC X VALUE 'N'.
           88 SUPPRESS-THIS-ONE-YES VALUE 'Y'.
       01  STMT-GROUP-ID PIC X(7) VALUE SPACES.
       01  STMT-ACCOUNTS PIC 9(3) VALUE ZERO.
       01  MEMBER-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  GROUP-TOTAL PIC S9(9)V99 VALUE ZERO.
       01  GROUP-LIMIT PIC 9(9) VALUE ZERO.
       01  AMOUNT-DISPLAY PIC -(6)9.99 VALUE ZERO.
       01  TOTAL-DISPLAY PIC -(8)9.99 VALUE ZERO.
       01  STMT-PAGE-NO PIC 9(3) VALUE ZERO.
       01  STMT-COUNT PIC 9(5) VALUE ZERO.
       01  SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
       01  CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
           COPY "acctsvc.cpy".
      *------------------------------------------------------------------------
      *CONSOLIDATED GROUP STATEMENT
      *One statement per customer group - the branches of one parent
      *company - mailed to the parent: headed with the shared RPTHDR
      *page heading, carrying the parent's name and mailing address
      *from CUSTMS and the group credit limit, then every member
      *(the parent included) with the net position of each account it
      *holds on NETPOS, the member's total and the group's total.
      *Accounts resolve to their owner through the ACCTMS account
      *master (the ACCTSVC service), exactly as the customer
      *statements do.  A parent whose address the post office has
      *returned mail from has the group statement diverted to the
      *MAILHOLD holding register, as custstmt holds statements; each
      *statement printed is recorded on MAILLOG as kind 'G'.
      *Customers in no group are not touched - their own statements
      *from custstmt are unchanged.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
            OPEN INPUT CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS NOT = '00'
                DISPLAY 'CUSTMS NOT AVAILABLE - NO GROUP STATEMENTS'
                STOP RUN
            END-IF.
            PERFORM 1000-LOAD-MEMBERS THRU 1000-EXIT.
      *A short member table would leave members off their group's
      *statement; nothing is printed.
            IF TABLE-OVERFLOW-YES
                DISPLAY 'GRPSTMT: TABLE OVERFLOW - RUN BLOCKED'
                CLOSE CUSTOMER-MASTER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 1500-BUILD-POSITION-WORK THRU 1500-EXIT.
            PERFORM 1800-SORT-POSITION-WORK THRU 1800-EXIT.
            PERFORM 2000-SORT-MEMBER-TABLE THRU 2000-EXIT.
            OPEN OUTPUT GROUP-STATEMENT-FILE.
            MOVE 1 TO MBR-IX.
            PERFORM 3000-PRINT-ONE-GROUP THRU 3000-EXIT
                UNTIL MBR-IX > MEMBER-COUNT.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            STRING 'GROUP STATEMENTS PRINTED: ' STMT-COUNT
                INTO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            CLOSE GROUP-STATEMENT-FILE.
            CLOSE SORTED-POSITION-FILE.
            CLOSE CUSTOMER-MASTER.
            DISPLAY 'GRPSTMT: ' STMT-COUNT ' GROUP STATEMENT(S) '
                'PRINTED, ' SUPPRESSED-COUNT ' HELD'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
       0700-READ-RUN-CONTROL.
            OPEN INPUT RUN-CONTROL-FILE.
            IF RUN-CONTROL-STATUS NOT = '00'
                GO TO 0700-EXIT
            END-IF.
            READ RUN-CONTROL-FILE
                AT END GO TO 0700-CLOSE
            END-READ.
            MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
       0700-CLOSE.
            CLOSE RUN-CONTROL-FILE.
       0700-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *GROUP MEMBERSHIP
      *Blank group ids (customers in no group, and records written
      *before the field existed) are passed over.
      *------------------------------------------------------------------------
       1000-LOAD-MEMBERS.
            MOVE ZERO TO RECORDS-LEFT-OUT.
            PERFORM 1100-READ-CUSTOMER.
            PERFORM 1200-STORE-MEMBER THRU 1200-EXIT
                UNTIL CUSTOMER-EOF-YES.
            MOVE 'CUSTMS  ' TO TMON-FILE.
            MOVE 300 TO TMON-LIMIT.
            MOVE MEMBER-COUNT TO TMON-USED.
            PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
       1000-EXIT.
            EXIT.
       1100-READ-CUSTOMER.
            READ CUSTOMER-MASTER NEXT RECORD
                AT END SET CUSTOMER-EOF-YES TO TRUE
            END-READ.
       1200-STORE-MEMBER.
            IF CUST-GROUP-ID = SPACES
                GO TO 1200-NEXT
            END-IF.
            IF MEMBER-COUNT = 300
                ADD 1 TO RECORDS-LEFT-OUT
                GO TO 1200-NEXT
            END-IF.
            ADD 1 TO MEMBER-COUNT.
            MOVE CUST-GROUP-ID TO TBL-MBR-GROUP-ID(MEMBER-COUNT).
            MOVE CUST-ID TO TBL-MBR-CUST-ID(MEMBER-COUNT).
            MOVE CUST-NAME TO TBL-MBR-NAME(MEMBER-COUNT).
       1200-NEXT.
            PERFORM 1100-READ-CUSTOMER.
       1200-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *NET POSITIONS BY OWNING CUSTOMER
      *Each NETPOS line is resolved to its owner; a line whose owner
      *is a group member goes to GRPPWRK under the member's group and
      *is sorted into the print order.  NETPOS is optional - without
      *it every member prints with no accounts and a zero balance.
      *------------------------------------------------------------------------
       1500-BUILD-POSITION-WORK.
            OPEN OUTPUT POSITION-WORK-FILE.
            OPEN INPUT NET-POSITION-FILE.
            IF NET-POSITION-STATUS NOT = '00'
                DISPLAY 'NETPOS NOT AVAILABLE - NO BALANCES PRINTED'
                GO TO 1500-CLOSE
            END-IF.
            PERFORM 1600-READ-NET-POSITION.
            PERFORM 1700-STORE-NET-POSITION THRU 1700-EXIT
                UNTIL NET-POSITION-EOF-YES.
            CLOSE NET-POSITION-FILE.
       1500-CLOSE.
            CLOSE POSITION-WORK-FILE.
       1500-EXIT.
            EXIT.
       1600-READ-NET-POSITION.
            READ NET-POSITION-FILE
                AT END SET NET-POSITION-EOF-YES TO TRUE
            END-READ.
       1700-STORE-NET-POSITION.
            MOVE 'O' TO ASVC-FUNCTION.
            MOVE NET-ACCT-NO TO ASVC-ACCT-NO.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
            MOVE 0 TO MBR-FOUND-IX.
            PERFORM VARYING MBR-IX FROM 1 BY 1
                    UNTIL MBR-IX > MEMBER-COUNT
                        OR MBR-FOUND-IX > 0
                IF TBL-MBR-CUST-ID(MBR-IX) = ASVC-OWNER-CUST-ID
                    MOVE MBR-IX TO MBR-FOUND-IX
                END-IF
            END-PERFORM.
            IF MBR-FOUND-IX = 0
                GO TO 1700-NEXT
            END-IF.
            MOVE TBL-MBR-GROUP-ID(MBR-FOUND-IX) TO PWRK-GROUP-ID.
            MOVE ASVC-OWNER-CUST-ID TO PWRK-CUST-ID.
            MOVE NET-ACCT-NO TO PWRK-ACCT-NO.
            MOVE NET-AMOUNT TO PWRK-AMOUNT.
            WRITE POSITION-WORK-RECORD.
       1700-NEXT.
            PERFORM 1600-READ-NET-POSITION.
       1700-EXIT.
            EXIT.
       1800-SORT-POSITION-WORK.
            SORT POSITION-SORT-FILE
                ON ASCENDING KEY SRT-GROUP-ID SRT-CUST-ID SRT-ACCT-NO
                USING POSITION-WORK-FILE
                GIVING SORTED-POSITION-FILE.
            OPEN INPUT SORTED-POSITION-FILE.
            IF SORTED-POSITION-STATUS NOT = '00'
                DISPLAY '*** GRPPSRTD NOT AVAILABLE - NO BALANCES '
                    'PRINTED'
                SET SORTED-POSITION-EOF-YES TO TRUE
                GO TO 1800-EXIT
            END-IF.
            PERFORM 1810-READ-SORTED-POSITION.
       1800-EXIT.
            EXIT.
       1810-READ-SORTED-POSITION.
            READ SORTED-POSITION-FILE
                AT END SET SORTED-POSITION-EOF-YES TO TRUE
            END-READ.
      *------------------------------------------------------------------------
      *TABLE USAGE
      *The member load reports its usage to the table monitor;
      *members left out because the table was full raise the alarm
      *and block the run.
      *------------------------------------------------------------------------
       1900-REPORT-TABLE-USAGE.
            MOVE 'GRPSTMT ' TO TMON-PROGRAM.
            MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
            CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
            IF TMON-OVERFLOWED
                SET TABLE-OVERFLOW-YES TO TRUE
            END-IF.
       1900-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *GROUP-THEN-MEMBER SORT
      *------------------------------------------------------------------------
       2000-SORT-MEMBER-TABLE.
            SET SORT-SWAPPED-YES TO TRUE.
            PERFORM 2100-SORT-ONE-PASS THRU 2100-EXIT
                UNTIL NOT SORT-SWAPPED-YES.
       2000-EXIT.
            EXIT.
       2100-SORT-ONE-PASS.
            MOVE 'N' TO SORT-SWAPPED.
            PERFORM VARYING SORT-IX FROM 1 BY 1
                    UNTIL SORT-IX >= MEMBER-COUNT
                IF MEMBER-ENTRY(SORT-IX)(1:14)
                        > MEMBER-ENTRY(SORT-IX + 1)(1:14)
                    MOVE MEMBER-ENTRY(SORT-IX) TO SWAP-ENTRY
                    MOVE MEMBER-ENTRY(SORT-IX + 1)
                        TO MEMBER-ENTRY(SORT-IX)
                    MOVE SWAP-ENTRY TO MEMBER-ENTRY(SORT-IX + 1)
                    SET SORT-SWAPPED-YES TO TRUE
                END-IF
            END-PERFORM.
       2100-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ONE STATEMENT PER GROUP
      *MBR-IX enters on the group's first member and leaves on the
      *next group's first.
      *------------------------------------------------------------------------
       3000-PRINT-ONE-GROUP.
            MOVE TBL-MBR-GROUP-ID(MBR-IX) TO STMT-GROUP-ID.
            MOVE 'N' TO GROUP-DONE.
            MOVE ZERO TO GROUP-TOTAL.
            PERFORM 3100-READ-PARENT THRU 3100-EXIT.
            IF SUPPRESS-THIS-ONE-YES
                PERFORM 3900-NEXT-MEMBER THRU 3900-EXIT
                    UNTIL GROUP-DONE-YES
                GO TO 3000-EXIT
            END-IF.
            ADD 1 TO STMT-PAGE-NO.
            ADD 1 TO STMT-COUNT.
            MOVE 'CONSOLIDATED GROUP STATEMENT' TO RPTHDR-TITLE.
            MOVE STMT-PAGE-NO TO RPTHDR-PAGE-NO.
            WRITE GROUP-STATEMENT-LINE FROM REPORT-HEADER-LINE.
            PERFORM 3200-PRINT-PARENT-ADDRESS THRU 3200-EXIT.
            PERFORM 3400-PRINT-ONE-MEMBER THRU 3400-EXIT
                UNTIL GROUP-DONE-YES.
            MOVE GROUP-TOTAL TO TOTAL-DISPLAY.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            STRING 'GROUP TOTAL ALL MEMBERS: ' TOTAL-DISPLAY
                INTO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            OPEN EXTEND MAILING-LOG-FILE.
            IF MAILING-LOG-STATUS = '05'
                OR MAILING-LOG-STATUS = '35'
                OPEN OUTPUT MAILING-LOG-FILE
            END-IF.
            MOVE 'G' TO MLOG-KIND.
            MOVE STMT-GROUP-ID TO MLOG-CUST-ID.
            MOVE CURRENT-RUN-DATE TO MLOG-DATE.
            MOVE 'P' TO MLOG-CHANNEL.
            WRITE MAILING-LOG-RECORD.
            CLOSE MAILING-LOG-FILE.
       3000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *PARENT RECORD
      *The statement goes to the parent; an undeliverable parent
      *address diverts the whole group's statement to the holding
      *register.  A group whose parent is missing from the master
      *still prints, flagged for the mail room.
      *------------------------------------------------------------------------
       3100-READ-PARENT.
            MOVE 'N' TO SUPPRESS-THIS-ONE.
            MOVE ZERO TO GROUP-LIMIT.
            MOVE STMT-GROUP-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
                    MOVE SPACES TO CUST-NAME
                    GO TO 3100-EXIT
            END-READ.
            IF CUST-GROUP-CREDIT-LIMIT IS NUMERIC
                MOVE CUST-GROUP-CREDIT-LIMIT TO GROUP-LIMIT
            END-IF.
            IF CUST-ADDR-UNDELIVERABLE
                SET SUPPRESS-THIS-ONE-YES TO TRUE
                ADD 1 TO SUPPRESSED-COUNT
                OPEN EXTEND MAIL-HOLD-FILE
                IF MAIL-HOLD-STATUS = '05'
                    OR MAIL-HOLD-STATUS = '35'
                    OPEN OUTPUT MAIL-HOLD-FILE
                END-IF
                MOVE SPACES TO MAIL-HOLD-LINE
                STRING 'GROUP STATEMENT HELD - ' CUST-ID
                    ' ' CUST-NAME
                    ' ADDRESS UNDELIVERABLE'
                    INTO MAIL-HOLD-LINE
                WRITE MAIL-HOLD-LINE
                CLOSE MAIL-HOLD-FILE
            END-IF.
       3100-EXIT.
            EXIT.
       3200-PRINT-PARENT-ADDRESS.
            IF CUST-NAME = SPACES
                MOVE SPACES TO GROUP-STATEMENT-LINE
                STRING 'GROUP ' STMT-GROUP-ID
                    ' *** NO PARENT MASTER RECORD - INVESTIGATE '
                    'BEFORE MAILING'
                    INTO GROUP-STATEMENT-LINE
                WRITE GROUP-STATEMENT-LINE
                GO TO 3200-EXIT
            END-IF.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            MOVE CUST-NAME TO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            MOVE CUST-ADDR-LINE-1 TO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            IF CUST-ADDR-LINE-2 NOT = SPACES
                MOVE SPACES TO GROUP-STATEMENT-LINE
                MOVE CUST-ADDR-LINE-2 TO GROUP-STATEMENT-LINE
                WRITE GROUP-STATEMENT-LINE
            END-IF.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            STRING CUST-CITY ' ' CUST-POSTAL-CODE
                INTO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            STRING 'GROUP ' STMT-GROUP-ID
                '   GROUP CREDIT LIMIT: ' GROUP-LIMIT
                INTO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
       3200-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ONE MEMBER SECTION OF THE STATEMENT
      *------------------------------------------------------------------------
       3400-PRINT-ONE-MEMBER.
            MOVE ZERO TO MEMBER-TOTAL.
            MOVE ZERO TO STMT-ACCOUNTS.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            STRING 'MEMBER: ' TBL-MBR-CUST-ID(MBR-IX) ' '
                TBL-MBR-NAME(MBR-IX)
                INTO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
      *GRPPSRTD runs in the member table's order, so the member's
      *lines are the next ones on the file; anything sorting ahead of
      *the member belongs to no one still to print and is passed by.
            PERFORM 1810-READ-SORTED-POSITION
                UNTIL SORTED-POSITION-EOF-YES
                    OR SPOS-MEMBER-KEY >= MEMBER-ENTRY(MBR-IX)(1:14).
            PERFORM 3450-PRINT-ONE-ACCOUNT
                UNTIL SORTED-POSITION-EOF-YES
                    OR SPOS-MEMBER-KEY NOT = MEMBER-ENTRY(MBR-IX)(1:14).
            IF STMT-ACCOUNTS = ZERO
                MOVE SPACES TO GROUP-STATEMENT-LINE
                MOVE '  NO ACCOUNT POSITIONS' TO GROUP-STATEMENT-LINE
                WRITE GROUP-STATEMENT-LINE
            END-IF.
            ADD MEMBER-TOTAL TO GROUP-TOTAL.
            MOVE MEMBER-TOTAL TO TOTAL-DISPLAY.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            STRING '  MEMBER BALANCE: ' TOTAL-DISPLAY
                INTO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            PERFORM 3900-NEXT-MEMBER THRU 3900-EXIT.
       3400-EXIT.
            EXIT.
       3450-PRINT-ONE-ACCOUNT.
            ADD 1 TO STMT-ACCOUNTS.
            ADD SPOS-AMOUNT TO MEMBER-TOTAL.
            MOVE SPOS-AMOUNT TO AMOUNT-DISPLAY.
            MOVE SPACES TO GROUP-STATEMENT-LINE.
            STRING '  ACCOUNT: ' SPOS-ACCT-NO
                '   NET POSITION: ' AMOUNT-DISPLAY
                INTO GROUP-STATEMENT-LINE.
            WRITE GROUP-STATEMENT-LINE.
            PERFORM 1810-READ-SORTED-POSITION.
      *------------------------------------------------------------------------
      *GROUP BREAK - steps to the next member and notes when it
      *belongs to another group (or the table is exhausted).
      *------------------------------------------------------------------------
       3900-NEXT-MEMBER.
            ADD 1 TO MBR-IX.
            IF MBR-IX > MEMBER-COUNT
                SET GROUP-DONE-YES TO TRUE
                GO TO 3900-EXIT
            END-IF.
            IF TBL-MBR-GROUP-ID(MBR-IX) NOT = STMT-GROUP-ID
                SET GROUP-DONE-YES TO TRUE
            END-IF.
       3900-EXIT.
            EXIT.
