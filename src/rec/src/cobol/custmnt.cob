           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-CHANGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       01  SECURITY-LOG-LINE PIC X(80).
       FD  PENDING-CHANGE-FILE.
           COPY "pendchg.cpy".
       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-AUDIT-STATUS PIC X(2) VALUE '00'.
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
       01  FOUND-IX BINARY-SHORT SIGNED VALUE 0.
       01  MAINT-CHOICE PIC X(1) VALUE SPACE.
       01  WORK-CUST-POSTAL PIC X(10) VALUE SPACES.
       01  WORK-CUST-LIMIT PIC X(9) VALUE SPACES.
       01  WORK-LIMIT-NUM PIC 9(9) VALUE ZERO.
       01  WORK-CERT-NO PIC X(15) VALUE SPACES.
       01  WORK-CERT-JURIS PIC X(8) VALUE SPACES.
       01  WORK-CERT-EXPIRY PIC X(8) VALUE SPACES.
       01  WORK-EXPIRY-NUM PIC 9(8) VALUE ZERO.
       01  WORK-GROUP-ID PIC X(7) VALUE SPACES.
       01  WORK-GROUP-LIMIT PIC X(9) VALUE SPACES.
       01  WORK-GROUP-LIMIT-NUM PIC 9(9) VALUE ZERO.
       01  PARENT-IX BINARY-SHORT SIGNED VALUE 0.
       01  GROUP-MEMBER-COUNT PIC 9(3) VALUE ZERO.
       01  WORK-DELIV-PREF PIC X(1) VALUE SPACE.
       01  WORK-EMAIL PIC X(60) VALUE SPACES.
       01  WORK-CYCLE-DAY PIC X(2) VALUE SPACES.
       01  WORK-CYCLE-NUM PIC 9(2) VALUE ZERO.
       01  BEFORE-IMAGE PIC X(70) VALUE SPACES.
       01  AFTER-IMAGE PIC X(70) VALUE SPACES.
       01  CHANGES-MADE PIC X VALUE 'N'.
           88 SIGNON-ACCEPTED VALUE 'O'.
       01  MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
       01  PENDING-CHANGE-STATUS PIC X(2) VALUE '00'.
       01  DUAL-CONTROL-SW PIC X VALUE 'N'.
           88 DUAL-CONTROL-YES VALUE 'Y'.
       01  PEND-ACTION PIC X(10) VALUE SPACES.
       01  PEND-KEY PIC X(8) VALUE SPACES.
       01  PEND-DATA PIC X(120) VALUE SPACES.
       01  SORT-IX BINARY-SHORT SIGNED VALUE 0.
       01  SWAP-ENTRY PIC X(249) VALUE SPACES.
       01  SORT-SWAPPED PIC X VALUE 'N'.
           88 SORT-SWAPPED-YES VALUE 'Y'.
       01  SCREEN-IX BINARY-SHORT SIGNED VALUE 0.
           COPY "sanscrn.cpy".
           COPY "parmsvc.cpy".
           COPY "audstmp.cpy".
      *------------------------------------------------------------------------
      *CUSTOMER MASTER MAINTENANCE
      *Operator-keyed add/change/deactivate for CUSTMS, the customer
      *deactivated rather than deleted so their history survives.  The
      *master is loaded into a table up front and written back in one
      *piece when the operator exits, so a keying session interrupted
      *mid-stream leaves the file exactly as it was.  When the SHARED
      *DUAL-CONTROL parameter arms dual control, accepted changes queue
      *on PENDCHG under the maker's id for a second operator to approve
      *through the approval console instead of applying here.
      *A customer added here, or whose name or address changes, is
      *screened against the sanctions watch list as the change is
      *made, and a possible match is referred to compliance review.
      *Branches of one parent company are grouped under the parent's
      *id, and the parent carries the group's credit limit.
      *Each customer's delivery preference - print, electronic or
      *both - and email address are kept here too, as is the billing
      *cycle day that decides when in the month the statement goes.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                DISPLAY 'SIGN-ON REFUSED - MAINTENANCE UNAVAILABLE'
                STOP RUN
            END-IF.
            PERFORM 0600-READ-DUAL-CONTROL THRU 0600-EXIT.
            PERFORM 1000-LOAD-CUSTOMER-MASTER THRU 1000-EXIT.
            PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
            IF CHANGES-MADE-YES
      *and control would fall through into the paragraphs below.
            STOP RUN.
      *------------------------------------------------------------------------
      *DUAL-CONTROL POLICY
      *SHARED DUAL-CONTROL 'Y' on the parameter library arms
      *maker-checker control: accepted changes queue on PENDCHG under
      *this operator's id for a second operator to approve through the
      *approval console, and nothing touches the master from this
      *session.  With none in force the session applies directly, as
      *before dual control existed.
      *------------------------------------------------------------------------
       0600-READ-DUAL-CONTROL.
            MOVE 'SHARED' TO PSVC-PROGRAM.
            MOVE 'DUAL-CONTROL' TO PSVC-NAME.
            MOVE ZERO TO PSVC-AS-OF-DATE.
            CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
                PARMSVC-STATUS.
            IF PSVC-TEXT
                AND (PSVC-VALUE = 'Y' OR PSVC-VALUE = 'y')
                SET DUAL-CONTROL-YES TO TRUE
                DISPLAY 'DUAL CONTROL IS IN EFFECT - CHANGES QUEUE'
                    ' FOR APPROVAL'
            END-IF.
       0600-EXIT.
            EXIT.
      *------------------------------------------------------------------------
            ELSE
                MOVE SPACE TO TBL-CUST-ADDR-STAT(CUSTOMER-COUNT)
            END-IF.
            PERFORM 1250-STORE-EXEMPTION THRU 1250-EXIT.
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
            IF CUST-STATUS = 'A' OR CUST-STATUS = 'D'
                OR CUST-STATUS = 'M'
                MOVE CUST-STATUS TO TBL-CUST-STATUS(CUSTOMER-COUNT)
                MOVE 'A' TO TBL-CUST-STATUS(CUSTOMER-COUNT)
            END-IF.
            PERFORM 1100-READ-CUSTOMER.
      *A record written before the certificate fields existed carries
      *no usable expiry and loads as not exempt.
       1250-STORE-EXEMPTION.
            IF CUST-EXEMPT-CERT-NO = SPACES
                OR CUST-EXEMPT-EXPIRY IS NOT NUMERIC
                MOVE SPACES TO TBL-CUST-CERT-NO(CUSTOMER-COUNT)
                MOVE SPACES TO TBL-CUST-CERT-JURIS(CUSTOMER-COUNT)
                MOVE ZERO TO TBL-CUST-CERT-EXPIRY(CUSTOMER-COUNT)
                GO TO 1250-EXIT
            END-IF.
            MOVE CUST-EXEMPT-CERT-NO
                TO TBL-CUST-CERT-NO(CUSTOMER-COUNT).
            MOVE CUST-EXEMPT-JURIS
                TO TBL-CUST-CERT-JURIS(CUSTOMER-COUNT).
            MOVE CUST-EXEMPT-EXPIRY
                TO TBL-CUST-CERT-EXPIRY(CUSTOMER-COUNT).
       1250-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *MAINTENANCE MENU
      *------------------------------------------------------------------------
                DISPLAY '3. DEACTIVATE CUSTOMER'
                DISPLAY '5. CHANGE CREDIT LIMIT'
                DISPLAY '6. CHANGE ADDRESS'
                DISPLAY '7. CHANGE TAX EXEMPTION'
                DISPLAY '8. CHANGE CUSTOMER GROUP'
                DISPLAY '9. CHANGE DELIVERY PREFERENCE'
                DISPLAY 'C. CHANGE BILLING CYCLE DAY'
            END-IF.
            DISPLAY '4. LIST CUSTOMERS'.
            DISPLAY '0. EXIT MAINTENANCE'.
            ACCEPT MAINT-CHOICE.
            IF MAINT-CHOICE = 'c'
                MOVE 'C' TO MAINT-CHOICE
            END-IF.
            IF SIGNON-LEVEL-INQUIRY
                AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2'
                    OR MAINT-CHOICE = '3' OR MAINT-CHOICE = '5'
                    OR MAINT-CHOICE = '6' OR MAINT-CHOICE = '7'
                    OR MAINT-CHOICE = '8' OR MAINT-CHOICE = '9'
                    OR MAINT-CHOICE = 'C')
                DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
                MOVE SPACE TO MAINT-CHOICE
            END-IF.
                             THRU 5600-EXIT
                WHEN '6' PERFORM 5700-CHANGE-ADDRESS
                             THRU 5700-EXIT
                WHEN '7' PERFORM 5800-CHANGE-EXEMPTION
                             THRU 5800-EXIT
                WHEN '8' PERFORM 5900-CHANGE-GROUP
                             THRU 5900-EXIT
                WHEN '9' PERFORM 5960-CHANGE-DELIVERY
                             THRU 5960-EXIT
                WHEN 'C' PERFORM 5980-CHANGE-CYCLE
                             THRU 5980-EXIT
                WHEN OTHER CONTINUE
            END-EVALUATE.
      *------------------------------------------------------------------------
      *credit team sets one through the change-limit function.
            MOVE ZERO TO TBL-CUST-LIMIT(CUSTOMER-COUNT).
            MOVE SPACE TO TBL-CUST-ADDR-STAT(CUSTOMER-COUNT).
            MOVE SPACES TO TBL-CUST-CERT-NO(CUSTOMER-COUNT).
            MOVE SPACES TO TBL-CUST-CERT-JURIS(CUSTOMER-COUNT).
            MOVE ZERO TO TBL-CUST-CERT-EXPIRY(CUSTOMER-COUNT).
            MOVE SPACES TO TBL-CUST-GROUP-ID(CUSTOMER-COUNT).
            MOVE ZERO TO TBL-CUST-GROUP-LIMIT(CUSTOMER-COUNT).
            MOVE 'P' TO TBL-CUST-DELIV-PREF(CUSTOMER-COUNT).
            MOVE SPACES TO TBL-CUST-EMAIL(CUSTOMER-COUNT).
            MOVE SPACE TO TBL-CUST-EMAIL-STAT(CUSTOMER-COUNT).
            MOVE 1 TO TBL-CUST-CYCLE-DAY(CUSTOMER-COUNT).
            MOVE SPACES TO BEFORE-IMAGE.
            MOVE CUSTOMER-ENTRY(CUSTOMER-COUNT)(1:70) TO AFTER-IMAGE.
            MOVE 'CUSTMS ADD        ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'ADDED ' WORK-CUST-ID.
            MOVE CUSTOMER-COUNT TO SCREEN-IX.
            PERFORM 6500-SCREEN-CUSTOMER THRU 6500-EXIT.
       5200-EXIT.
            EXIT.
      *------------------------------------------------------------------------
            END-IF.
            MOVE WORK-CUST-NAME TO TBL-CUST-NAME(FOUND-IX).
            MOVE CUSTOMER-ENTRY(FOUND-IX)(1:70) TO AFTER-IMAGE.
            MOVE 'CUSTMS CHANGE     ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'CHANGED ' WORK-CUST-ID.
            MOVE FOUND-IX TO SCREEN-IX.
            PERFORM 6500-SCREEN-CUSTOMER THRU 6500-EXIT.
       5300-EXIT.
            EXIT.
      *------------------------------------------------------------------------
            MOVE CUSTOMER-ENTRY(FOUND-IX)(1:70) TO BEFORE-IMAGE.
            MOVE 'D' TO TBL-CUST-STATUS(FOUND-IX).
            MOVE CUSTOMER-ENTRY(FOUND-IX)(1:70) TO AFTER-IMAGE.
            MOVE 'CUSTMS DEACTIVATE ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'DEACTIVATED ' WORK-CUST-ID.
       5400-EXIT.
            STRING WORK-CUST-ID ' LIMIT '
                TBL-CUST-LIMIT(FOUND-IX)
                INTO AFTER-IMAGE.
            MOVE 'CUSTMS LIMIT      ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'LIMIT CHANGED FOR ' WORK-CUST-ID.
       5600-EXIT.
                TO TBL-CUST-ADDRESS(FOUND-IX)(81:10).
            MOVE SPACE TO TBL-CUST-ADDR-STAT(FOUND-IX).
            MOVE CUSTOMER-ENTRY(FOUND-IX)(1:70) TO AFTER-IMAGE.
            MOVE 'CUSTMS ADDRESS    ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'ADDRESS CHANGED FOR ' WORK-CUST-ID.
            MOVE FOUND-IX TO SCREEN-IX.
            PERFORM 6500-SCREEN-CUSTOMER THRU 6500-EXIT.
       5700-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CHANGE TAX EXEMPTION - records the customer's exemption
      *certificate: its number, the jurisdiction it covers (blank for
      *every jurisdiction) and its expiry date.  A blank certificate
      *number removes the exemption.
      *------------------------------------------------------------------------
       5800-CHANGE-EXEMPTION.
            DISPLAY 'CUSTOMER ID TO CHANGE:'.
            ACCEPT WORK-CUST-ID.
            PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
            IF FOUND-IX = 0
                DISPLAY 'CUSTOMER ' WORK-CUST-ID ' NOT ON FILE'
                GO TO 5800-EXIT
            END-IF.
            DISPLAY 'CURRENT CERTIFICATE: '
                TBL-CUST-CERT-NO(FOUND-IX) ' '
                TBL-CUST-CERT-JURIS(FOUND-IX) ' '
                TBL-CUST-CERT-EXPIRY(FOUND-IX).
            MOVE SPACES TO BEFORE-IMAGE.
            STRING WORK-CUST-ID ' EXEMPT '
                TBL-CUST-CERT-NO(FOUND-IX) ' '
                TBL-CUST-CERT-JURIS(FOUND-IX) ' '
                TBL-CUST-CERT-EXPIRY(FOUND-IX)
                INTO BEFORE-IMAGE.
            DISPLAY 'CERTIFICATE NUMBER (BLANK = NOT EXEMPT):'.
            ACCEPT WORK-CERT-NO.
            MOVE SPACES TO WORK-CERT-JURIS.
            MOVE ZERO TO WORK-EXPIRY-NUM.
            IF WORK-CERT-NO NOT = SPACES
                DISPLAY 'JURISDICTION (BLANK = ALL):'
                ACCEPT WORK-CERT-JURIS
                DISPLAY 'EXPIRY DATE (CCYYMMDD):'
                ACCEPT WORK-CERT-EXPIRY
                IF WORK-CERT-EXPIRY IS NOT NUMERIC
                    DISPLAY 'EXPIRY NOT NUMERIC - CHANGE REJECTED'
                    GO TO 5800-EXIT
                END-IF
                MOVE WORK-CERT-EXPIRY TO WORK-EXPIRY-NUM
            END-IF.
            IF DUAL-CONTROL-YES
                MOVE 'EXEMPTION ' TO PEND-ACTION
                MOVE SPACES TO PEND-KEY
                MOVE WORK-CUST-ID TO PEND-KEY(1:7)
                MOVE SPACES TO PEND-DATA
                MOVE WORK-CERT-NO TO PEND-DATA(1:15)
                MOVE WORK-CERT-JURIS TO PEND-DATA(16:8)
                MOVE WORK-EXPIRY-NUM TO PEND-DATA(24:8)
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 5800-EXIT
            END-IF.
            MOVE WORK-CERT-NO TO TBL-CUST-CERT-NO(FOUND-IX).
            MOVE WORK-CERT-JURIS TO TBL-CUST-CERT-JURIS(FOUND-IX).
            MOVE WORK-EXPIRY-NUM TO TBL-CUST-CERT-EXPIRY(FOUND-IX).
            MOVE SPACES TO AFTER-IMAGE.
            STRING WORK-CUST-ID ' EXEMPT '
                TBL-CUST-CERT-NO(FOUND-IX) ' '
                TBL-CUST-CERT-JURIS(FOUND-IX) ' '
                TBL-CUST-CERT-EXPIRY(FOUND-IX)
                INTO AFTER-IMAGE.
            MOVE 'CUSTMS EXEMPTION  ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'EXEMPTION CHANGED FOR ' WORK-CUST-ID.
       5800-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CHANGE CUSTOMER GROUP - a branch names its parent's customer id;
      *the parent names its own id and carries the group credit limit
      *(zero = no group limit).  A blank parent id takes the customer
      *out of any group.  The parent must already head its group, so
      *groups are one level deep, and a parent that still has members
      *cannot leave its own group.
      *------------------------------------------------------------------------
       5900-CHANGE-GROUP.
            DISPLAY 'CUSTOMER ID TO CHANGE:'.
            ACCEPT WORK-CUST-ID.
            PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
            IF FOUND-IX = 0
                DISPLAY 'CUSTOMER ' WORK-CUST-ID ' NOT ON FILE'
                GO TO 5900-EXIT
            END-IF.
            DISPLAY 'CURRENT GROUP: ' TBL-CUST-GROUP-ID(FOUND-IX)
                ' GROUP LIMIT ' TBL-CUST-GROUP-LIMIT(FOUND-IX).
            MOVE SPACES TO BEFORE-IMAGE.
            STRING WORK-CUST-ID ' GROUP '
                TBL-CUST-GROUP-ID(FOUND-IX) ' LIMIT '
                TBL-CUST-GROUP-LIMIT(FOUND-IX)
                INTO BEFORE-IMAGE.
            DISPLAY 'PARENT CUSTOMER ID (OWN ID = HEADS THE GROUP, '
                'BLANK = NO GROUP):'.
            ACCEPT WORK-GROUP-ID.
            MOVE ZERO TO WORK-GROUP-LIMIT-NUM.
            IF WORK-GROUP-ID NOT = WORK-CUST-ID
                AND TBL-CUST-GROUP-ID(FOUND-IX) = WORK-CUST-ID
                PERFORM 5950-COUNT-GROUP-MEMBERS THRU 5950-EXIT
                IF GROUP-MEMBER-COUNT > 0
                    DISPLAY WORK-CUST-ID ' STILL HEADS A GROUP OF '
                        GROUP-MEMBER-COUNT ' - CHANGE REJECTED'
                    GO TO 5900-EXIT
                END-IF
            END-IF.
            IF WORK-GROUP-ID = WORK-CUST-ID
                DISPLAY 'GROUP CREDIT LIMIT (UP TO 9 DIGITS, '
                    '0 = NO LIMIT):'
                ACCEPT WORK-GROUP-LIMIT
                IF WORK-GROUP-LIMIT IS NOT NUMERIC
                    DISPLAY 'LIMIT NOT NUMERIC - CHANGE REJECTED'
                    GO TO 5900-EXIT
                END-IF
                MOVE WORK-GROUP-LIMIT TO WORK-GROUP-LIMIT-NUM
            END-IF.
            IF WORK-GROUP-ID NOT = SPACES
                AND WORK-GROUP-ID NOT = WORK-CUST-ID
                MOVE 0 TO PARENT-IX
                PERFORM VARYING CUST-IX FROM 1 BY 1
                        UNTIL CUST-IX > CUSTOMER-COUNT
                            OR PARENT-IX > 0
                    IF TBL-CUST-ID(CUST-IX) = WORK-GROUP-ID
                        MOVE CUST-IX TO PARENT-IX
                    END-IF
                END-PERFORM
                IF PARENT-IX = 0
                    DISPLAY 'PARENT ' WORK-GROUP-ID
                        ' NOT ON FILE - CHANGE REJECTED'
                    GO TO 5900-EXIT
                END-IF
                IF TBL-CUST-GROUP-ID(PARENT-IX) NOT = WORK-GROUP-ID
                    DISPLAY 'PARENT ' WORK-GROUP-ID
                        ' DOES NOT HEAD A GROUP - SET IT UP FIRST'
                    GO TO 5900-EXIT
                END-IF
            END-IF.
            IF DUAL-CONTROL-YES
                MOVE 'GROUP     ' TO PEND-ACTION
                MOVE SPACES TO PEND-KEY
                MOVE WORK-CUST-ID TO PEND-KEY(1:7)
                MOVE SPACES TO PEND-DATA
                MOVE WORK-GROUP-ID TO PEND-DATA(1:7)
                MOVE WORK-GROUP-LIMIT-NUM TO PEND-DATA(8:9)
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 5900-EXIT
            END-IF.
            MOVE WORK-GROUP-ID TO TBL-CUST-GROUP-ID(FOUND-IX).
            MOVE WORK-GROUP-LIMIT-NUM TO TBL-CUST-GROUP-LIMIT(FOUND-IX).
            MOVE SPACES TO AFTER-IMAGE.
            STRING WORK-CUST-ID ' GROUP '
                TBL-CUST-GROUP-ID(FOUND-IX) ' LIMIT '
                TBL-CUST-GROUP-LIMIT(FOUND-IX)
                INTO AFTER-IMAGE.
            MOVE 'CUSTMS GROUP      ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'GROUP CHANGED FOR ' WORK-CUST-ID.
       5900-EXIT.
            EXIT.
      *Members other than the parent itself that name WORK-CUST-ID
      *as their group.
       5950-COUNT-GROUP-MEMBERS.
            MOVE ZERO TO GROUP-MEMBER-COUNT.
            PERFORM VARYING CUST-IX FROM 1 BY 1
                    UNTIL CUST-IX > CUSTOMER-COUNT
                IF TBL-CUST-GROUP-ID(CUST-IX) = WORK-CUST-ID
                    AND TBL-CUST-ID(CUST-IX) NOT = WORK-CUST-ID
                    ADD 1 TO GROUP-MEMBER-COUNT
                END-IF
            END-PERFORM.
       5950-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CHANGE DELIVERY PREFERENCE - print, electronic or both, and the
      *email address electronic documents go to.  Electronic delivery
      *needs an address.  Recording the preference also clears the
      *bounced flag, so electronic delivery resumes automatically.
      *------------------------------------------------------------------------
       5960-CHANGE-DELIVERY.
            DISPLAY 'CUSTOMER ID TO CHANGE:'.
            ACCEPT WORK-CUST-ID.
            PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
            IF FOUND-IX = 0
                DISPLAY 'CUSTOMER ' WORK-CUST-ID ' NOT ON FILE'
                GO TO 5960-EXIT
            END-IF.
            DISPLAY 'CURRENT DELIVERY: '
                TBL-CUST-DELIV-PREF(FOUND-IX) ' '
                TBL-CUST-EMAIL(FOUND-IX).
            IF TBL-CUST-EMAIL-STAT(FOUND-IX) = 'B'
                DISPLAY 'EMAIL ADDRESS BOUNCED - PRINTING INSTEAD'
            END-IF.
            MOVE SPACES TO BEFORE-IMAGE.
            STRING WORK-CUST-ID ' DELIVERY '
                TBL-CUST-DELIV-PREF(FOUND-IX) ' '
                TBL-CUST-EMAIL-STAT(FOUND-IX) ' '
                TBL-CUST-EMAIL(FOUND-IX)(1:45)
                INTO BEFORE-IMAGE.
            DISPLAY 'DELIVERY (P = PRINT, E = ELECTRONIC, B = BOTH):'.
            ACCEPT WORK-DELIV-PREF.
            IF WORK-DELIV-PREF = 'p' OR WORK-DELIV-PREF = SPACE
                MOVE 'P' TO WORK-DELIV-PREF
            END-IF.
            IF WORK-DELIV-PREF = 'e'
                MOVE 'E' TO WORK-DELIV-PREF
            END-IF.
            IF WORK-DELIV-PREF = 'b'
                MOVE 'B' TO WORK-DELIV-PREF
            END-IF.
            IF WORK-DELIV-PREF NOT = 'P' AND WORK-DELIV-PREF NOT = 'E'
                AND WORK-DELIV-PREF NOT = 'B'
                DISPLAY 'DELIVERY NOT P, E OR B - CHANGE REJECTED'
                GO TO 5960-EXIT
            END-IF.
            DISPLAY 'EMAIL ADDRESS:'.
            ACCEPT WORK-EMAIL.
            IF WORK-DELIV-PREF NOT = 'P' AND WORK-EMAIL = SPACES
                DISPLAY 'ELECTRONIC DELIVERY NEEDS AN EMAIL ADDRESS '
                    '- CHANGE REJECTED'
                GO TO 5960-EXIT
            END-IF.
            IF DUAL-CONTROL-YES
                MOVE 'DELIVERY  ' TO PEND-ACTION
                MOVE SPACES TO PEND-KEY
                MOVE WORK-CUST-ID TO PEND-KEY(1:7)
                MOVE SPACES TO PEND-DATA
                MOVE WORK-DELIV-PREF TO PEND-DATA(1:1)
                MOVE WORK-EMAIL TO PEND-DATA(2:60)
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 5960-EXIT
            END-IF.
            MOVE WORK-DELIV-PREF TO TBL-CUST-DELIV-PREF(FOUND-IX).
            MOVE WORK-EMAIL TO TBL-CUST-EMAIL(FOUND-IX).
            MOVE SPACE TO TBL-CUST-EMAIL-STAT(FOUND-IX).
            MOVE SPACES TO AFTER-IMAGE.
            STRING WORK-CUST-ID ' DELIVERY '
                TBL-CUST-DELIV-PREF(FOUND-IX) ' '
                TBL-CUST-EMAIL-STAT(FOUND-IX) ' '
                TBL-CUST-EMAIL(FOUND-IX)(1:45)
                INTO AFTER-IMAGE.
            MOVE 'CUSTMS DELIVERY   ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'DELIVERY CHANGED FOR ' WORK-CUST-ID.
       5960-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *CHANGE BILLING CYCLE DAY - 01 to 28, so every cycle day falls
      *in every month.  The next statement after the move covers the
      *activity since the last one, however long or short the gap.
      *------------------------------------------------------------------------
       5980-CHANGE-CYCLE.
            DISPLAY 'CUSTOMER ID TO CHANGE:'.
            ACCEPT WORK-CUST-ID.
            PERFORM 6000-FIND-CUSTOMER THRU 6000-EXIT.
            IF FOUND-IX = 0
                DISPLAY 'CUSTOMER ' WORK-CUST-ID ' NOT ON FILE'
                GO TO 5980-EXIT
            END-IF.
            DISPLAY 'CURRENT CYCLE DAY: '
                TBL-CUST-CYCLE-DAY(FOUND-IX).
            MOVE SPACES TO BEFORE-IMAGE.
            STRING WORK-CUST-ID ' CYCLE DAY '
                TBL-CUST-CYCLE-DAY(FOUND-IX)
                INTO BEFORE-IMAGE.
            DISPLAY 'NEW CYCLE DAY (01-28):'.
            ACCEPT WORK-CYCLE-DAY.
            IF WORK-CYCLE-DAY(2:1) = SPACE
                MOVE WORK-CYCLE-DAY(1:1) TO WORK-CYCLE-DAY(2:1)
                MOVE '0' TO WORK-CYCLE-DAY(1:1)
            END-IF.
            IF WORK-CYCLE-DAY IS NOT NUMERIC
                DISPLAY 'CYCLE DAY NOT NUMERIC - CHANGE REJECTED'
                GO TO 5980-EXIT
            END-IF.
            MOVE WORK-CYCLE-DAY TO WORK-CYCLE-NUM.
            IF WORK-CYCLE-NUM < 1 OR WORK-CYCLE-NUM > 28
                DISPLAY 'CYCLE DAY NOT 01 TO 28 - CHANGE REJECTED'
                GO TO 5980-EXIT
            END-IF.
            IF DUAL-CONTROL-YES
                MOVE 'CYCLE     ' TO PEND-ACTION
                MOVE SPACES TO PEND-KEY
                MOVE WORK-CUST-ID TO PEND-KEY(1:7)
                MOVE SPACES TO PEND-DATA
                MOVE WORK-CYCLE-NUM TO PEND-DATA(1:2)
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 5980-EXIT
            END-IF.
            MOVE WORK-CYCLE-NUM TO TBL-CUST-CYCLE-DAY(FOUND-IX).
            MOVE SPACES TO AFTER-IMAGE.
            STRING WORK-CUST-ID ' CYCLE DAY '
                TBL-CUST-CYCLE-DAY(FOUND-IX)
                INTO AFTER-IMAGE.
            MOVE 'CUSTMS CYCLE      ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'CYCLE DAY CHANGED FOR ' WORK-CUST-ID.
       5980-EXIT.
            EXIT.
       5500-LIST-CUSTOMERS.
            PERFORM VARYING CUST-IX FROM 1 BY 1
                    UNTIL CUST-IX > CUSTOMER-COUNT
       6000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *SANCTIONS SCREENING of the customer at SCREEN-IX as it now
      *stands in the table
      *------------------------------------------------------------------------
       6500-SCREEN-CUSTOMER.
            MOVE 'C' TO SSCR-FUNCTION.
            MOVE TBL-CUST-ID(SCREEN-IX) TO SSCR-CUST-ID.
            MOVE TBL-CUST-NAME(SCREEN-IX) TO SSCR-NAME.
            MOVE TBL-CUST-ADDRESS(SCREEN-IX)(81:10)
                TO SSCR-POSTAL-CODE.
            MOVE ZERO TO SSCR-ACCT-NO.
            MOVE 'CUSTMNT ' TO SSCR-SOURCE.
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
       6500-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *BEFORE/AFTER AUDIT TRAIL
      *One image pair appended to CUSTAUD per accepted change - a blank
      *before-image marks an add - headed by the stamp line saying
      *when, by whom, what and to which customer.
      *------------------------------------------------------------------------
       7000-WRITE-AUDIT-PAIR.
            OPEN EXTEND CUSTOMER-AUDIT-FILE.
               CUSTOMER-AUDIT-STATUS = '35'
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
            MOVE MAINT-ACTION-TEXT TO AST-ACTION.
            MOVE WORK-CUST-ID TO AST-KEY.
            MOVE AUDIT-STAMP-LINE TO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            MOVE SPACES TO CUSTOMER-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE INTO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
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
