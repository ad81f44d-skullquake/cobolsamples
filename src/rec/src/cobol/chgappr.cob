           SELECT COST-MASTER-FILE ASSIGN TO "COSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.
           SELECT MANUAL-LINE-FILE ASSIGN TO "MJELINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUAL-LINE-STATUS.
           SELECT MANUAL-RELEASE-FILE ASSIGN TO "MJEREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUAL-RELEASE-STATUS.
           SELECT PARAMETER-LIBRARY ASSIGN TO "PARMLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS PARAMETER-LIBRARY-STATUS.
           SELECT PARAMETER-AUDIT-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
           05 CST-PRODUCT-CODE   PIC X(8).
           05 CST-EFFECTIVE-DATE PIC 9(8).
           05 CST-UNIT-COST      PIC 9(5)V99.
       FD  MANUAL-LINE-FILE.
           COPY "mjerec.cpy".
       FD  MANUAL-RELEASE-FILE.
       01  MANUAL-RELEASE-LINE PIC X(82).
       FD  PARAMETER-LIBRARY.
           COPY "parmrec.cpy".
       FD  PARAMETER-AUDIT-FILE.
       01  PARAMETER-AUDIT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  PENDING-CHANGE-STATUS PIC X(2) VALUE '00'.
       01  PENDING-HISTORY-STATUS PIC X(2) VALUE '00'.
               10 TBL-CUST-ADDRESS PIC X(90).
               10 TBL-CUST-LIMIT   PIC 9(9).
               10 TBL-CUST-ADDR-STAT PIC X(1).
               10 TBL-CUST-CERT-NO PIC X(15).
               10 TBL-CUST-CERT-JURIS PIC X(8).
               10 TBL-CUST-CERT-EXPIRY PIC 9(8).
               10 TBL-CUST-GROUP-ID PIC X(7).
               10 TBL-CUST-GROUP-LIMIT PIC 9(9).
               10 TBL-CUST-DELIV-PREF PIC X(1).
               10 TBL-CUST-EMAIL PIC X(60).
               10 TBL-CUST-EMAIL-STAT PIC X(1).
               10 TBL-CUST-CYCLE-DAY PIC 9(2).
       01  CUST-IX BINARY-SHORT SIGNED VALUE 0.
       01  PARENT-IX BINARY-SHORT SIGNED VALUE 0.
       01  WORK-GROUP-ID PIC X(7) VALUE SPACES.
       01  GROUP-PARENT-BAD PIC X VALUE 'N'.
           88 GROUP-PARENT-BAD-YES VALUE 'Y'.
       01  CUST-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
       01  CUSTOMER-CHANGED PIC X VALUE 'N'.
           88 CUSTOMER-CHANGED-YES VALUE 'Y'.
               10 TBL-CST-COST PIC 9(5)V99.
       01  CST-IX BINARY-SHORT SIGNED VALUE 0.
       01  CST-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
      *Manual journal entry lines awaiting approval, whole MJELINE.
       01  MANUAL-LINE-STATUS PIC X(2) VALUE '00'.
       01  MANUAL-RELEASE-STATUS PIC X(2) VALUE '00'.
       01  MANUAL-LINE-EOF PIC X VALUE 'N'.
           88 MANUAL-LINE-EOF-YES VALUE 'Y'.
       01  MANUAL-CHANGED PIC X VALUE 'N'.
           88 MANUAL-CHANGED-YES VALUE 'Y'.
       01  MANUAL-OVERFLOW PIC X VALUE 'N'.
           88 MANUAL-OVERFLOW-YES VALUE 'Y'.
       01  MANUAL-TABLE.
           05 MANUAL-LINE-COUNT PIC 9(3) VALUE ZERO.
           05 MANUAL-ENTRY OCCURS 500 TIMES.
               10 TBL-MJE-LINE    PIC X(82).
               10 TBL-MJE-DROPPED PIC X(1).
       01  MJE-IX BINARY-SHORT SIGNED VALUE 0.
       01  WORK-ENTRY-NO PIC 9(5) VALUE ZERO.
      *Parameter library changes - PCH-KEY carries the program.
       01  PARAMETER-LIBRARY-STATUS PIC X(2) VALUE '00'.
       01  PARAMETER-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  PARAMETER-PENDING-DATA.
           05 PPD-NAME           PIC X(12).
           05 PPD-EFFECTIVE-DATE PIC 9(8).
           05 PPD-VALUE          PIC X(40).
           05 FILLER             PIC X(60).
       01  TODAY-DATE PIC 9(8) VALUE ZERO.
       01  ENTRY-LINES-FOUND PIC 9(3) VALUE ZERO.
       01  WORK-COST-DATE PIC 9(8) VALUE ZERO.
       01  WORK-COST-RAW PIC 9(7) VALUE ZERO.
       01  WORK-COST-NUM PIC 9(5)V99 VALUE ZERO.
       01  REJECTED-COUNT PIC 9(3) VALUE ZERO.
       01  SKIPPED-COUNT PIC 9(3) VALUE ZERO.
       01  SORT-IX BINARY-SHORT SIGNED VALUE 0.
       01  SWAP-ENTRY PIC X(249) VALUE SPACES.
       01  SORT-SWAPPED PIC X VALUE 'N'.
           88 SORT-SWAPPED-YES VALUE 'Y'.
           COPY "sanscrn.cpy".
           COPY "parmsvc.cpy".
           COPY "audstmp.cpy".
      *------------------------------------------------------------------------
      *DUAL-CONTROL APPROVAL CONSOLE
      *The checker's half of maker-checker control: pending master
      *changes the maintenance programs queued on PENDCHG are shown
      *one by one to a second operator - who must hold administer
      *authority on OPRPROF and must not be the maker - and only
      *approved changes apply to CUSTMS or STRMAS.  An approved
      *GLMJE manual journal entry has its lines moved from MJELINE
      *to MJEREL, stamped with the approver, for the next gljrnl run
      *to journal; a rejected one has its lines dropped.  Each applied
      *change writes the usual before/after pair to the master's
      *audit file (CUSTAUD or STRAUD) followed by a line naming BOTH
      *operators - who keyed it and who approved it - and every
      *decision is appended to the PENDHIST history and to SECLOG.
      *Skipped changes stay pending for a later session; rejected
      *ones leave the queue with the rejection on the trail.
      *An approved PARMLB parameter change adds its record to the
      *PARMLIB parameter library, stamped with both operators and the
      *approval date, and writes the before/after pair - the value in
      *force on the effective date and the new one - to PARMAUD; a
      *change whose effective date has passed while it waited is
      *rejected, as nothing may take effect in the past.
      *An approved customer add, name change or address change is
      *screened against the sanctions watch list as it applies, and a
      *possible match is referred to compliance review.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 1500-LOAD-CUSTOMER-MASTER THRU 1500-EXIT.
            PERFORM 1800-LOAD-CODE-MASTER THRU 1800-EXIT.
            PERFORM 1850-LOAD-COST-MASTER THRU 1850-EXIT.
            PERFORM 1950-LOAD-MANUAL-LINES THRU 1950-EXIT.
            PERFORM 2000-REVIEW-ONE-CHANGE THRU 2000-EXIT
                VARYING PEND-IX FROM 1 BY 1
                UNTIL PEND-IX > PENDING-COUNT.
            IF COST-CHANGED-YES
                PERFORM 8300-WRITE-COST-MASTER THRU 8300-EXIT
            END-IF.
            IF MANUAL-CHANGED-YES
                PERFORM 8400-WRITE-MANUAL-LINES THRU 8400-EXIT
            END-IF.
            PERFORM 8500-ROLL-PENDING-FILE THRU 8500-EXIT.
            DISPLAY 'CHGAPPR: ' APPROVED-COUNT ' APPROVED, '
                REJECTED-COUNT ' REJECTED, '
            ELSE
                MOVE SPACE TO TBL-CUST-ADDR-STAT(CUSTOMER-COUNT)
            END-IF.
            IF CUST-EXEMPT-CERT-NO = SPACES
                OR CUST-EXEMPT-EXPIRY IS NOT NUMERIC
                MOVE SPACES TO TBL-CUST-CERT-NO(CUSTOMER-COUNT)
                MOVE SPACES TO TBL-CUST-CERT-JURIS(CUSTOMER-COUNT)
                MOVE ZERO TO TBL-CUST-CERT-EXPIRY(CUSTOMER-COUNT)
            ELSE
                MOVE CUST-EXEMPT-CERT-NO
                    TO TBL-CUST-CERT-NO(CUSTOMER-COUNT)
                MOVE CUST-EXEMPT-JURIS
                    TO TBL-CUST-CERT-JURIS(CUSTOMER-COUNT)
                MOVE CUST-EXEMPT-EXPIRY
                    TO TBL-CUST-CERT-EXPIRY(CUSTOMER-COUNT)
            END-IF.
            MOVE CUST-GROUP-ID TO TBL-CUST-GROUP-ID(CUSTOMER-COUNT).
            IF CUST-GROUP-CREDIT-LIMIT IS NUMERIC
                MOVE CUST-GROUP-CREDIT-LIMIT
                    TO TBL-CUST-GROUP-LIMIT(CUSTOMER-COUNT)
            ELSE
                MOVE ZERO TO TBL-CUST-GROUP-LIMIT(CUSTOMER-COUNT)
            END-IF.
            IF CUST-DELIVER-ELECTRONIC OR CUST-DELIVER-BOTH
                MOVE CUST-DELIVERY-PREF
                    TO TBL-CUST-DELIV-PREF(CUSTOMER-COUNT)
            ELSE
                MOVE 'P' TO TBL-CUST-DELIV-PREF(CUSTOMER-COUNT)
            END-IF.
            MOVE CUST-EMAIL-ADDR TO TBL-CUST-EMAIL(CUSTOMER-COUNT).
            MOVE CUST-EMAIL-STATUS
                TO TBL-CUST-EMAIL-STAT(CUSTOMER-COUNT).
            IF CUST-CYCLE-DAY IS NUMERIC
                AND CUST-CYCLE-DAY >= 1 AND CUST-CYCLE-DAY <= 28
                MOVE CUST-CYCLE-DAY
                    TO TBL-CUST-CYCLE-DAY(CUSTOMER-COUNT)
            ELSE
                MOVE 1 TO TBL-CUST-CYCLE-DAY(CUSTOMER-COUNT)
            END-IF.
            PERFORM 1600-READ-CUSTOMER.
       1800-LOAD-CODE-MASTER.
            OPEN INPUT STRING-MASTER-FILE.
                MOVE ZERO TO TBL-PROD-END(CODE-COUNT)
            END-IF.
            PERFORM 1850-READ-CODE.
       1950-LOAD-MANUAL-LINES.
            OPEN INPUT MANUAL-LINE-FILE.
            IF MANUAL-LINE-STATUS NOT = '00'
                GO TO 1950-EXIT
            END-IF.
            PERFORM 1960-READ-MANUAL-LINE.
            PERFORM 1970-STORE-MANUAL-LINE
                UNTIL MANUAL-LINE-EOF-YES OR MANUAL-LINE-COUNT = 500.
            IF NOT MANUAL-LINE-EOF-YES
                SET MANUAL-OVERFLOW-YES TO TRUE
                DISPLAY '*** MJELINE HOLDS MORE THAN 500 LINES'
                DISPLAY '*** JOURNAL ENTRIES CANNOT BE DECIDED TONIGHT'
            END-IF.
            CLOSE MANUAL-LINE-FILE.
       1950-EXIT.
            EXIT.
       1960-READ-MANUAL-LINE.
            READ MANUAL-LINE-FILE
                AT END SET MANUAL-LINE-EOF-YES TO TRUE
            END-READ.
       1970-STORE-MANUAL-LINE.
            ADD 1 TO MANUAL-LINE-COUNT.
            MOVE MANUAL-JOURNAL-LINE
                TO TBL-MJE-LINE(MANUAL-LINE-COUNT).
            MOVE 'N' TO TBL-MJE-DROPPED(MANUAL-LINE-COUNT).
            PERFORM 1960-READ-MANUAL-LINE.
      *------------------------------------------------------------------------
      *REVIEW SCREEN - one pending change at a time
      *------------------------------------------------------------------------
                    PERFORM 3000-APPLY-ONE-CHANGE THRU 3000-EXIT
                WHEN 'R'
                WHEN 'r'
                    IF PCH-MASTER-JOURNAL AND MANUAL-OVERFLOW-YES
                        ADD 1 TO SKIPPED-COUNT
                        DISPLAY 'MJELINE OVERFLOWED - LEFT PENDING'
                        GO TO 2000-EXIT
                    END-IF
                    IF PCH-MASTER-JOURNAL
                        PERFORM 5600-DROP-ENTRY-LINES THRU 5600-EXIT
                    END-IF
                    MOVE 'R' TO PCH-STATE
                    MOVE SIGNON-OPERATOR-ID TO PCH-CHECKER
                    MOVE PENDING-CHANGE-RECORD
      *APPLICATION OF AN APPROVED CHANGE
      *------------------------------------------------------------------------
       3000-APPLY-ONE-CHANGE.
            IF PCH-MASTER-PARAMETER
                PERFORM 5700-APPLY-PARAMETER-CHANGE THRU 5700-EXIT
                GO TO 3000-EXIT
            END-IF.
            IF PCH-MASTER-JOURNAL
                IF MANUAL-OVERFLOW-YES
                    ADD 1 TO SKIPPED-COUNT
                    DISPLAY 'MJELINE OVERFLOWED - LEFT PENDING'
                    GO TO 3000-EXIT
                END-IF
                PERFORM 5500-RELEASE-JOURNAL-ENTRY THRU 5500-EXIT
                GO TO 3000-EXIT
            END-IF.
            IF PCH-MASTER-CUSTOMER
                IF CUSTOMER-OVERFLOW-YES
                    ADD 1 TO SKIPPED-COUNT
                    MOVE ZERO TO TBL-CUST-LIMIT(CUSTOMER-COUNT)
                    MOVE SPACE
                        TO TBL-CUST-ADDR-STAT(CUSTOMER-COUNT)
                    MOVE SPACES TO TBL-CUST-CERT-NO(CUSTOMER-COUNT)
                    MOVE SPACES
                        TO TBL-CUST-CERT-JURIS(CUSTOMER-COUNT)
                    MOVE ZERO
                        TO TBL-CUST-CERT-EXPIRY(CUSTOMER-COUNT)
                    MOVE SPACES
                        TO TBL-CUST-GROUP-ID(CUSTOMER-COUNT)
                    MOVE ZERO
                        TO TBL-CUST-GROUP-LIMIT(CUSTOMER-COUNT)
                    MOVE 'P' TO TBL-CUST-DELIV-PREF(CUSTOMER-COUNT)
                    MOVE SPACES TO TBL-CUST-EMAIL(CUSTOMER-COUNT)
                    MOVE SPACE
                        TO TBL-CUST-EMAIL-STAT(CUSTOMER-COUNT)
                    MOVE 1 TO TBL-CUST-CYCLE-DAY(CUSTOMER-COUNT)
                    MOVE SPACES TO BEFORE-IMAGE
                    MOVE CUSTOMER-ENTRY(CUSTOMER-COUNT)(1:70)
                        TO AFTER-IMAGE
                        TO TBL-CUST-ADDR-STAT(CUST-FOUND-IX)
                    MOVE CUSTOMER-ENTRY(CUST-FOUND-IX)(1:70)
                        TO AFTER-IMAGE
                WHEN 'EXEMPTION '
                    IF CUST-FOUND-IX = 0
                        OR PCH-DATA(24:8) IS NOT NUMERIC
                        PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                        DISPLAY 'NOT ON FILE OR BAD EXPIRY - '
                            'EXEMPTION REJECTED ON APPLY'
                        GO TO 4000-EXIT
                    END-IF
                    MOVE SPACES TO BEFORE-IMAGE
                    STRING WORK-CUST-ID ' EXEMPT '
                        TBL-CUST-CERT-NO(CUST-FOUND-IX) ' '
                        TBL-CUST-CERT-JURIS(CUST-FOUND-IX) ' '
                        TBL-CUST-CERT-EXPIRY(CUST-FOUND-IX)
                        INTO BEFORE-IMAGE
                    MOVE PCH-DATA(1:15)
                        TO TBL-CUST-CERT-NO(CUST-FOUND-IX)
                    MOVE PCH-DATA(16:8)
                        TO TBL-CUST-CERT-JURIS(CUST-FOUND-IX)
                    MOVE PCH-DATA(24:8)
                        TO TBL-CUST-CERT-EXPIRY(CUST-FOUND-IX)
                    MOVE SPACES TO AFTER-IMAGE
                    STRING WORK-CUST-ID ' EXEMPT '
                        TBL-CUST-CERT-NO(CUST-FOUND-IX) ' '
                        TBL-CUST-CERT-JURIS(CUST-FOUND-IX) ' '
                        TBL-CUST-CERT-EXPIRY(CUST-FOUND-IX)
                        INTO AFTER-IMAGE
                WHEN 'GROUP     '
                    IF CUST-FOUND-IX = 0
                        OR PCH-DATA(8:9) IS NOT NUMERIC
                        PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                        DISPLAY 'NOT ON FILE OR BAD LIMIT - '
                            'GROUP REJECTED ON APPLY'
                        GO TO 4000-EXIT
                    END-IF
                    PERFORM 4200-CHECK-GROUP-PARENT THRU 4200-EXIT
                    IF GROUP-PARENT-BAD-YES
                        PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                        DISPLAY 'PARENT DOES NOT HEAD A GROUP - '
                            'GROUP REJECTED ON APPLY'
                        GO TO 4000-EXIT
                    END-IF
                    MOVE SPACES TO BEFORE-IMAGE
                    STRING WORK-CUST-ID ' GROUP '
                        TBL-CUST-GROUP-ID(CUST-FOUND-IX) ' LIMIT '
                        TBL-CUST-GROUP-LIMIT(CUST-FOUND-IX)
                        INTO BEFORE-IMAGE
                    MOVE PCH-DATA(1:7)
                        TO TBL-CUST-GROUP-ID(CUST-FOUND-IX)
                    MOVE PCH-DATA(8:9)
                        TO TBL-CUST-GROUP-LIMIT(CUST-FOUND-IX)
                    MOVE SPACES TO AFTER-IMAGE
                    STRING WORK-CUST-ID ' GROUP '
                        TBL-CUST-GROUP-ID(CUST-FOUND-IX) ' LIMIT '
                        TBL-CUST-GROUP-LIMIT(CUST-FOUND-IX)
                        INTO AFTER-IMAGE
                WHEN 'DELIVERY  '
                    IF CUST-FOUND-IX = 0
                        PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                        DISPLAY 'NOT ON FILE - '
                            'DELIVERY REJECTED ON APPLY'
                        GO TO 4000-EXIT
                    END-IF
                    MOVE SPACES TO BEFORE-IMAGE
                    STRING WORK-CUST-ID ' DELIVERY '
                        TBL-CUST-DELIV-PREF(CUST-FOUND-IX) ' '
                        TBL-CUST-EMAIL-STAT(CUST-FOUND-IX) ' '
                        TBL-CUST-EMAIL(CUST-FOUND-IX)(1:45)
                        INTO BEFORE-IMAGE
                    MOVE PCH-DATA(1:1)
                        TO TBL-CUST-DELIV-PREF(CUST-FOUND-IX)
                    MOVE PCH-DATA(2:60)
                        TO TBL-CUST-EMAIL(CUST-FOUND-IX)
                    MOVE SPACE TO TBL-CUST-EMAIL-STAT(CUST-FOUND-IX)
                    MOVE SPACES TO AFTER-IMAGE
                    STRING WORK-CUST-ID ' DELIVERY '
                        TBL-CUST-DELIV-PREF(CUST-FOUND-IX) ' '
                        TBL-CUST-EMAIL-STAT(CUST-FOUND-IX) ' '
                        TBL-CUST-EMAIL(CUST-FOUND-IX)(1:45)
                        INTO AFTER-IMAGE
                WHEN 'CYCLE     '
                    IF CUST-FOUND-IX = 0
                        OR PCH-DATA(1:2) IS NOT NUMERIC
                        PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                        DISPLAY 'NOT ON FILE OR BAD CYCLE DAY - '
                            'CYCLE REJECTED ON APPLY'
                        GO TO 4000-EXIT
                    END-IF
                    MOVE SPACES TO BEFORE-IMAGE
                    STRING WORK-CUST-ID ' CYCLE DAY '
                        TBL-CUST-CYCLE-DAY(CUST-FOUND-IX)
                        INTO BEFORE-IMAGE
                    MOVE PCH-DATA(1:2)
                        TO TBL-CUST-CYCLE-DAY(CUST-FOUND-IX)
                    MOVE SPACES TO AFTER-IMAGE
                    STRING WORK-CUST-ID ' CYCLE DAY '
                        TBL-CUST-CYCLE-DAY(CUST-FOUND-IX)
                        INTO AFTER-IMAGE
                WHEN OTHER
                    PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                    DISPLAY 'UNKNOWN ACTION - REJECTED ON APPLY'
            SET CUSTOMER-CHANGED-YES TO TRUE.
            PERFORM 6100-MARK-APPROVED THRU 6100-EXIT.
            PERFORM 7000-WRITE-CUSTOMER-AUDIT THRU 7000-EXIT.
            IF PCH-ACTION = 'ADD       '
                MOVE CUSTOMER-COUNT TO CUST-FOUND-IX
            END-IF.
            IF PCH-ACTION = 'ADD       ' OR PCH-ACTION = 'CHANGE    '
                OR PCH-ACTION = 'ADDRESS   '
                PERFORM 4500-SCREEN-CUSTOMER THRU 4500-EXIT
            END-IF.
       4000-EXIT.
            EXIT.
      *A queued group change is checked again as it applies: the
      *parent named must still head its group, and a parent leaving
      *its own group must have no members left under it.
       4200-CHECK-GROUP-PARENT.
            MOVE 'N' TO GROUP-PARENT-BAD.
            MOVE PCH-DATA(1:7) TO WORK-GROUP-ID.
            IF WORK-GROUP-ID NOT = WORK-CUST-ID
                AND TBL-CUST-GROUP-ID(CUST-FOUND-IX) = WORK-CUST-ID
                PERFORM VARYING CUST-IX FROM 1 BY 1
                        UNTIL CUST-IX > CUSTOMER-COUNT
                    IF TBL-CUST-GROUP-ID(CUST-IX) = WORK-CUST-ID
                        AND TBL-CUST-ID(CUST-IX) NOT = WORK-CUST-ID
                        SET GROUP-PARENT-BAD-YES TO TRUE
                    END-IF
                END-PERFORM
            END-IF.
            IF WORK-GROUP-ID = SPACES OR WORK-GROUP-ID = WORK-CUST-ID
                GO TO 4200-EXIT
            END-IF.
            MOVE 0 TO PARENT-IX.
            PERFORM VARYING CUST-IX FROM 1 BY 1
                    UNTIL CUST-IX > CUSTOMER-COUNT OR PARENT-IX > 0
                IF TBL-CUST-ID(CUST-IX) = WORK-GROUP-ID
                    MOVE CUST-IX TO PARENT-IX
                END-IF
            END-PERFORM.
            IF PARENT-IX = 0
                SET GROUP-PARENT-BAD-YES TO TRUE
                GO TO 4200-EXIT
            END-IF.
            IF TBL-CUST-GROUP-ID(PARENT-IX) NOT = WORK-GROUP-ID
                SET GROUP-PARENT-BAD-YES TO TRUE
            END-IF.
       4200-EXIT.
            EXIT.
      *Sanctions screening of the customer as the change left it.
       4500-SCREEN-CUSTOMER.
            MOVE 'C' TO SSCR-FUNCTION.
            MOVE TBL-CUST-ID(CUST-FOUND-IX) TO SSCR-CUST-ID.
            MOVE TBL-CUST-NAME(CUST-FOUND-IX) TO SSCR-NAME.
            MOVE TBL-CUST-ADDRESS(CUST-FOUND-IX)(81:10)
                TO SSCR-POSTAL-CODE.
            MOVE ZERO TO SSCR-ACCT-NO.
            MOVE 'CHGAPPR ' TO SSCR-SOURCE.
            MOVE ZERO TO SSCR-RUN-DATE.
            CALL 'sanscrn' USING SANSCRN-REQUEST SANSCRN-RESULT
                SANSCRN-STATUS.
            EVALUATE TRUE
                WHEN SSCR-HOLD
                    DISPLAY '*** POSSIBLE SANCTIONS MATCH ('
                        SSCR-LIST-CODE ' ' SSCR-ENTRY-ID
                        ') - REFERRED TO COMPLIANCE REVIEW'
                WHEN SSCR-BLOCKED
                    DISPLAY '*** CONFIRMED SANCTIONS MATCH - '
                        'PAYMENTS TO THIS CUSTOMER ARE BLOCKED'
                WHEN SSCR-NO-LIST
                    DISPLAY '*** NO SANCTIONS WATCH LIST - '
                        'CUSTOMER NOT SCREENED'
            END-EVALUATE.
       4500-EXIT.
            EXIT.
       5000-APPLY-PRODUCT-CHANGE.
            MOVE PCH-KEY TO WORK-CODE.
            MOVE 0 TO CODE-FOUND-IX.
            PERFORM 7100-WRITE-PRODUCT-AUDIT THRU 7100-EXIT.
       5000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *MANUAL JOURNAL ENTRIES - PCH-KEY is 'MJ' and the entry number.
      *Release appends the entry's lines to MJEREL under the approver's
      *id; gljrnl journals them on its next run.
      *------------------------------------------------------------------------
       5500-RELEASE-JOURNAL-ENTRY.
            MOVE PCH-KEY(3:5) TO WORK-ENTRY-NO.
            MOVE ZERO TO ENTRY-LINES-FOUND.
            PERFORM VARYING MJE-IX FROM 1 BY 1
                    UNTIL MJE-IX > MANUAL-LINE-COUNT
                MOVE TBL-MJE-LINE(MJE-IX) TO MANUAL-JOURNAL-LINE
                IF MJE-ENTRY-NO = WORK-ENTRY-NO
                    AND TBL-MJE-DROPPED(MJE-IX) = 'N'
                    ADD 1 TO ENTRY-LINES-FOUND
                END-IF
            END-PERFORM.
            IF ENTRY-LINES-FOUND = ZERO
                PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                DISPLAY 'ENTRY LINES NOT ON MJELINE - '
                    'ENTRY REJECTED ON APPLY'
                GO TO 5500-EXIT
            END-IF.
            OPEN EXTEND MANUAL-RELEASE-FILE.
            IF MANUAL-RELEASE-STATUS = '05' OR
               MANUAL-RELEASE-STATUS = '35'
                OPEN OUTPUT MANUAL-RELEASE-FILE
            END-IF.
            PERFORM VARYING MJE-IX FROM 1 BY 1
                    UNTIL MJE-IX > MANUAL-LINE-COUNT
                MOVE TBL-MJE-LINE(MJE-IX) TO MANUAL-JOURNAL-LINE
                IF MJE-ENTRY-NO = WORK-ENTRY-NO
                    AND TBL-MJE-DROPPED(MJE-IX) = 'N'
                    MOVE SIGNON-OPERATOR-ID TO MJE-CHECKER
                    MOVE ZERO TO MJE-JOURNAL-RUN-ID
                    MOVE MANUAL-JOURNAL-LINE TO MANUAL-RELEASE-LINE
                    WRITE MANUAL-RELEASE-LINE
                    MOVE 'Y' TO TBL-MJE-DROPPED(MJE-IX)
                END-IF
            END-PERFORM.
            CLOSE MANUAL-RELEASE-FILE.
            SET MANUAL-CHANGED-YES TO TRUE.
            PERFORM 6100-MARK-APPROVED THRU 6100-EXIT.
            DISPLAY 'ENTRY ' WORK-ENTRY-NO ' RELEASED - '
                ENTRY-LINES-FOUND ' LINE(S)'.
       5500-EXIT.
            EXIT.
       5600-DROP-ENTRY-LINES.
            MOVE PCH-KEY(3:5) TO WORK-ENTRY-NO.
            PERFORM VARYING MJE-IX FROM 1 BY 1
                    UNTIL MJE-IX > MANUAL-LINE-COUNT
                MOVE TBL-MJE-LINE(MJE-IX) TO MANUAL-JOURNAL-LINE
                IF MJE-ENTRY-NO = WORK-ENTRY-NO
                    MOVE 'Y' TO TBL-MJE-DROPPED(MJE-IX)
                    SET MANUAL-CHANGED-YES TO TRUE
                END-IF
            END-PERFORM.
       5600-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *PARAMETER LIBRARY - PCH-KEY is the program, PCH-DATA the name,
      *effective date and value.  SET adds the value from the date,
      *WITHDRAW a withdrawn record; nothing on PARMLIB is rewritten.
      *------------------------------------------------------------------------
       5700-APPLY-PARAMETER-CHANGE.
            MOVE PCH-DATA TO PARAMETER-PENDING-DATA.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            IF PPD-EFFECTIVE-DATE IS NOT NUMERIC
                OR PPD-EFFECTIVE-DATE < TODAY-DATE
                PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                DISPLAY 'EFFECTIVE DATE HAS PASSED - '
                    'CHANGE REJECTED ON APPLY'
                GO TO 5700-EXIT
            END-IF.
            MOVE PCH-KEY TO PSVC-PROGRAM.
            MOVE PPD-NAME TO PSVC-NAME.
            MOVE PPD-EFFECTIVE-DATE TO PSVC-AS-OF-DATE.
            CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
                PARMSVC-STATUS.
            IF PCH-ACTION = 'WITHDRAW  ' AND PSVC-NOT-IN-FORCE
                PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                DISPLAY 'NO VALUE IN FORCE TO WITHDRAW - '
                    'CHANGE REJECTED ON APPLY'
                GO TO 5700-EXIT
            END-IF.
            MOVE SPACES TO BEFORE-IMAGE.
            IF PSVC-NOT-IN-FORCE
                STRING PCH-KEY DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    PPD-NAME DELIMITED BY SPACE
                    ' NONE IN FORCE' DELIMITED BY SIZE
                    INTO BEFORE-IMAGE
            ELSE
                STRING PCH-KEY DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    PPD-NAME DELIMITED BY SPACE
                    ' ' PSVC-EFFECTIVE-DATE
                    ' ' PSVC-VALUE DELIMITED BY SIZE
                    INTO BEFORE-IMAGE
            END-IF.
            MOVE PCH-KEY TO PARM-PROGRAM.
            MOVE PPD-NAME TO PARM-NAME.
            MOVE PPD-EFFECTIVE-DATE TO PARM-EFFECTIVE-DATE.
            IF PCH-ACTION = 'WITHDRAW  '
                MOVE SPACES TO PARM-VALUE
                MOVE 'W' TO PARM-STATE
            ELSE
                MOVE PPD-VALUE TO PARM-VALUE
                MOVE 'A' TO PARM-STATE
            END-IF.
            MOVE PCH-MAKER TO PARM-MAKER.
            MOVE SIGNON-OPERATOR-ID TO PARM-CHECKER.
            MOVE TODAY-DATE TO PARM-APPROVED-DATE.
            OPEN I-O PARAMETER-LIBRARY.
            IF PARAMETER-LIBRARY-STATUS = '35'
                OPEN OUTPUT PARAMETER-LIBRARY
            END-IF.
            IF PARAMETER-LIBRARY-STATUS NOT = '00'
                ADD 1 TO SKIPPED-COUNT
                DISPLAY 'PARMLIB NOT AVAILABLE - LEFT PENDING'
                GO TO 5700-EXIT
            END-IF.
            WRITE PARAMETER-RECORD
                INVALID KEY
                    CLOSE PARAMETER-LIBRARY
                    PERFORM 6000-MARK-REJECTED THRU 6000-EXIT
                    DISPLAY 'A CHANGE FROM THAT DATE IS ALREADY ON '
                        'PARMLIB - CHANGE REJECTED ON APPLY'
                    GO TO 5700-EXIT
            END-WRITE.
            CLOSE PARAMETER-LIBRARY.
            MOVE SPACES TO AFTER-IMAGE.
            IF PARM-WITHDRAWN
                STRING PCH-KEY DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    PPD-NAME DELIMITED BY SPACE
                    ' ' PPD-EFFECTIVE-DATE
                    ' WITHDRAWN' DELIMITED BY SIZE
                    INTO AFTER-IMAGE
            ELSE
                STRING PCH-KEY DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    PPD-NAME DELIMITED BY SPACE
                    ' ' PPD-EFFECTIVE-DATE
                    ' ' PPD-VALUE DELIMITED BY SIZE
                    INTO AFTER-IMAGE
            END-IF.
            PERFORM 6100-MARK-APPROVED THRU 6100-EXIT.
            PERFORM 7200-WRITE-PARAMETER-AUDIT THRU 7200-EXIT.
       5700-EXIT.
            EXIT.
       6000-MARK-REJECTED.
            MOVE 'R' TO PCH-STATE.
            MOVE SIGNON-OPERATOR-ID TO PCH-CHECKER.
            EXIT.
      *------------------------------------------------------------------------
      *AUDIT TRAILS - the usual before/after pair plus a line naming
      *both operators; on CUSTAUD, STRAUD and PARMAUD the pair is
      *headed by the stamp line, the maker as its operator and the
      *checker as its approver
      *------------------------------------------------------------------------
       7000-WRITE-CUSTOMER-AUDIT.
            OPEN EXTEND CUSTOMER-AUDIT-FILE.
               CUSTOMER-AUDIT-STATUS = '35'
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE PCH-MAKER TO AST-OPERATOR.
            MOVE SPACES TO AST-ACTION.
            STRING PCH-MASTER ' ' PCH-ACTION INTO AST-ACTION.
            MOVE PCH-KEY TO AST-KEY.
            MOVE PCH-CHECKER TO AST-APPROVER.
            MOVE AUDIT-STAMP-LINE TO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            MOVE SPACES TO CUSTOMER-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE
                INTO CUSTOMER-AUDIT-LINE.
               STRING-AUDIT-STATUS = '35'
                OPEN OUTPUT STRING-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE PCH-MAKER TO AST-OPERATOR.
            MOVE SPACES TO AST-ACTION.
            STRING PCH-MASTER ' ' PCH-ACTION INTO AST-ACTION.
            MOVE PCH-KEY TO AST-KEY.
            MOVE PCH-CHECKER TO AST-APPROVER.
            MOVE AUDIT-STAMP-LINE TO STRING-AUDIT-LINE.
            WRITE STRING-AUDIT-LINE.
            MOVE SPACES TO STRING-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE
                INTO STRING-AUDIT-LINE.
            CLOSE STRING-AUDIT-FILE.
       7100-EXIT.
            EXIT.
       7200-WRITE-PARAMETER-AUDIT.
            OPEN EXTEND PARAMETER-AUDIT-FILE.
            IF PARAMETER-AUDIT-STATUS = '05' OR
               PARAMETER-AUDIT-STATUS = '35'
                OPEN OUTPUT PARAMETER-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE PCH-MAKER TO AST-OPERATOR.
            MOVE SPACES TO AST-ACTION.
            STRING PCH-MASTER ' ' PCH-ACTION INTO AST-ACTION.
            MOVE PCH-KEY TO AST-KEY.
            MOVE PCH-CHECKER TO AST-APPROVER.
            MOVE AUDIT-STAMP-LINE TO PARAMETER-AUDIT-LINE.
            WRITE PARAMETER-AUDIT-LINE.
            MOVE SPACES TO PARAMETER-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE
                INTO PARAMETER-AUDIT-LINE.
            WRITE PARAMETER-AUDIT-LINE.
            MOVE SPACES TO PARAMETER-AUDIT-LINE.
            STRING 'AFTER:  ' AFTER-IMAGE
                INTO PARAMETER-AUDIT-LINE.
            WRITE PARAMETER-AUDIT-LINE.
            MOVE SPACES TO PARAMETER-AUDIT-LINE.
            STRING 'MADE BY ' PCH-MAKER
                ' APPROVED BY ' PCH-CHECKER
                INTO PARAMETER-AUDIT-LINE.
            WRITE PARAMETER-AUDIT-LINE.
            CLOSE PARAMETER-AUDIT-FILE.
       7200-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *DECISION LOG - SECLOG line per decision, both ids on it
      *------------------------------------------------------------------------
                MOVE TBL-CUST-LIMIT(CUST-IX) TO CUST-CREDIT-LIMIT
                MOVE TBL-CUST-ADDR-STAT(CUST-IX)
                    TO CUST-ADDR-STATUS
                MOVE TBL-CUST-CERT-NO(CUST-IX) TO CUST-EXEMPT-CERT-NO
                MOVE TBL-CUST-CERT-JURIS(CUST-IX) TO CUST-EXEMPT-JURIS
                MOVE TBL-CUST-CERT-EXPIRY(CUST-IX)
                    TO CUST-EXEMPT-EXPIRY
                MOVE TBL-CUST-GROUP-ID(CUST-IX) TO CUST-GROUP-ID
                MOVE TBL-CUST-GROUP-LIMIT(CUST-IX)
                    TO CUST-GROUP-CREDIT-LIMIT
                MOVE TBL-CUST-DELIV-PREF(CUST-IX)
                    TO CUST-DELIVERY-PREF
                MOVE TBL-CUST-EMAIL(CUST-IX) TO CUST-EMAIL-ADDR
                MOVE TBL-CUST-EMAIL-STAT(CUST-IX)
                    TO CUST-EMAIL-STATUS
                MOVE TBL-CUST-CYCLE-DAY(CUST-IX) TO CUST-CYCLE-DAY
                WRITE CUSTOMER-RECORD
                    INVALID KEY
                        DISPLAY 'WRITE FAILED FOR ' CUST-ID
            EXIT.
      *------------------------------------------------------------------------
      *QUEUE ROLL - still-pending changes stay on PENDCHG, decided
      *ones move to the PENDHIST history, dated with the session's
      *close
      *------------------------------------------------------------------------
       8300-WRITE-COST-MASTER.
            OPEN OUTPUT COST-MASTER-FILE.
                ' ROW(S)'.
       8300-EXIT.
            EXIT.
       8400-WRITE-MANUAL-LINES.
            OPEN OUTPUT MANUAL-LINE-FILE.
            PERFORM VARYING MJE-IX FROM 1 BY 1
                    UNTIL MJE-IX > MANUAL-LINE-COUNT
                IF TBL-MJE-DROPPED(MJE-IX) = 'N'
                    MOVE TBL-MJE-LINE(MJE-IX) TO MANUAL-JOURNAL-LINE
                    WRITE MANUAL-JOURNAL-LINE
                END-IF
            END-PERFORM.
            CLOSE MANUAL-LINE-FILE.
       8400-EXIT.
            EXIT.
       8500-ROLL-PENDING-FILE.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            OPEN OUTPUT PENDING-CHANGE-FILE.
            OPEN EXTEND PENDING-HISTORY-FILE.
            IF PENDING-HISTORY-STATUS = '05' OR
                    ' ' PCH-STATE
                    ' MAKER ' PCH-MAKER
                    ' CHECKER ' PCH-CHECKER
                    ' ON ' AST-DATE ' ' AST-TIME
                    INTO PENDING-HISTORY-LINE
                WRITE PENDING-HISTORY-LINE
            END-IF.
