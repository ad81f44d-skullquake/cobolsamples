           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-CHANGE-STATUS.
           SELECT COST-MASTER-FILE ASSIGN TO "COSTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-MASTER-STATUS.
           05 ORD-PRODUCT-CODE    PIC X(8).
       FD  PENDING-CHANGE-FILE.
           COPY "pendchg.cpy".
       FD  COST-MASTER-FILE.
       01  COST-MASTER-RECORD.
           05 CST-PRODUCT-CODE   PIC X(8).
           88 SIGNON-ACCEPTED VALUE 'O'.
       01  MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
       01  PENDING-CHANGE-STATUS PIC X(2) VALUE '00'.
       01  DUAL-CONTROL-SW PIC X VALUE 'N'.
           88 DUAL-CONTROL-YES VALUE 'Y'.
       01  PEND-ACTION PIC X(10) VALUE SPACES.
       01  WORK-COST PIC X(7) VALUE SPACES.
       01  WORK-COST-RAW PIC 9(7) VALUE ZERO.
       01  WORK-COST-NUM PIC 9(5)V99 VALUE ZERO.
           COPY "parmsvc.cpy".
           COPY "audstmp.cpy".
      *------------------------------------------------------------------------
      *PRODUCT-CODE MASTER MAINTENANCE
      *Operator-keyed add/delete for STRMAS, the product-code file of
                DISPLAY 'SIGN-ON REFUSED - MAINTENANCE UNAVAILABLE'
                STOP RUN
            END-IF.
            PERFORM 0600-READ-DUAL-CONTROL THRU 0600-EXIT.
            PERFORM 1000-LOAD-CODE-MASTER THRU 1000-EXIT.
            PERFORM 1500-LOAD-COST-MASTER THRU 1500-EXIT.
            PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
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
            MOVE WORK-CLASS TO TBL-PROD-CLASS(CODE-COUNT).
            MOVE 'A' TO TBL-PROD-LIFE(CODE-COUNT).
            MOVE ZERO TO TBL-PROD-END(CODE-COUNT).
            MOVE 'STRMAS ADD        ' TO MAINT-ACTION-TEXT.
            PERFORM 7000-WRITE-AUDIT-PAIR-ADD THRU 7000-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'ADDED ' WORK-CODE.
       5200-EXIT.
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 5300-EXIT
            END-IF.
            MOVE 'STRMAS DELETE     ' TO MAINT-ACTION-TEXT.
            PERFORM 7100-WRITE-AUDIT-PAIR-DELETE THRU 7100-EXIT.
            PERFORM 6800-REMOVE-CODE-ENTRY THRU 6800-EXIT.
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'DELETED ' WORK-CODE.
       5300-EXIT.
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 5600-EXIT
            END-IF.
            MOVE 'STRMAS HIERARCHY  ' TO MAINT-ACTION-TEXT.
            PERFORM 7200-WRITE-AUDIT-PAIR-CHANGE THRU 7200-EXIT.
            MOVE WORK-CATEGORY TO TBL-PROD-CATEGORY(CODE-FOUND-IX).
            MOVE WORK-CLASS TO TBL-PROD-CLASS(CODE-FOUND-IX).
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'CHANGED ' WORK-CODE.
       5600-EXIT.
            MOVE WORK-COST-DATE-NUM
                TO TBL-CST-DATE(COST-ROW-COUNT).
            MOVE WORK-COST-NUM TO TBL-CST-COST(COST-ROW-COUNT).
            MOVE 'COSTMST ADD       ' TO MAINT-ACTION-TEXT.
            PERFORM 7300-WRITE-COST-AUDIT-ADD THRU 7300-EXIT.
            SET COST-CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'COST ADDED FOR ' WORK-CODE.
       5700-EXIT.
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 5800-EXIT
            END-IF.
            MOVE 'COSTMST DELETE    ' TO MAINT-ACTION-TEXT.
            PERFORM 7400-WRITE-COST-AUDIT-DELETE THRU 7400-EXIT.
            PERFORM VARYING CST-IX FROM CST-FOUND-IX BY 1
                    UNTIL CST-IX >= COST-ROW-COUNT
            MOVE SPACES TO COST-ROW-ENTRY(COST-ROW-COUNT).
            SUBTRACT 1 FROM COST-ROW-COUNT.
            SET COST-CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'COST ROW DELETED FOR ' WORK-CODE.
       5800-EXIT.
                PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT
                GO TO 6200-EXIT
            END-IF.
            MOVE 'STRMAS LIFECYCLE  ' TO MAINT-ACTION-TEXT.
            PERFORM 7600-WRITE-LIFECYCLE-AUDIT THRU 7600-EXIT.
            MOVE WORK-LIFE TO TBL-PROD-LIFE(CODE-FOUND-IX).
            MOVE WORK-END-DATE-NUM TO TBL-PROD-END(CODE-FOUND-IX).
            SET CHANGES-MADE-YES TO TRUE.
            PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
            DISPLAY 'LIFECYCLE CHANGED FOR ' WORK-CODE.
       6200-EXIT.
            CLOSE STRING-AUDIT-FILE.
       7100-EXIT.
            EXIT.
      *Every pair opens the trail here, so the stamp line that heads
      *the pair is written here too.
       7500-OPEN-AUDIT-FILE.
            OPEN EXTEND STRING-AUDIT-FILE.
            IF STRING-AUDIT-STATUS = '05' OR
               STRING-AUDIT-STATUS = '35'
                OPEN OUTPUT STRING-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
            MOVE MAINT-ACTION-TEXT TO AST-ACTION.
            MOVE WORK-CODE TO AST-KEY.
            MOVE AUDIT-STAMP-LINE TO STRING-AUDIT-LINE.
            WRITE STRING-AUDIT-LINE.
       7500-EXIT.
            EXIT.
       8000-WRITE-CODE-MASTER.
