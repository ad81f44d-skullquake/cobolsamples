       01  WORK-CUST-ID PIC X(7) VALUE SPACES.
       01  BEFORE-IMAGE PIC X(70) VALUE SPACES.
       01  AFTER-IMAGE PIC X(70) VALUE SPACES.
           COPY "audstmp.cpy".
       01  FLAGGED-COUNT PIC 9(3) VALUE ZERO.
      *------------------------------------------------------------------------
      *RETURNED-MAIL ENTRY SCREEN
               CUSTOMER-AUDIT-STATUS = '35'
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
            MOVE 'CUSTMS RETURNED MAIL' TO AST-ACTION.
            MOVE CUST-ID TO AST-KEY.
            MOVE AUDIT-STAMP-LINE TO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            MOVE SPACES TO CUSTOMER-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE
                INTO CUSTOMER-AUDIT-LINE.
