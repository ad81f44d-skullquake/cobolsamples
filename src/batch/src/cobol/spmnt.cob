000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000     COPY "audstmp.cpy".
000000    01 SORT-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SWAP-ENTRY PIC X(54) VALUE SPACES.
000000    01 SORT-SWAPPED PIC X VALUE 'N'.
000000     MOVE WORK-SP-TIER TO TBL-SP-TIER(SALESPERSON-COUNT).
000000     MOVE SPACES TO BEFORE-IMAGE.
000000     MOVE SALESPERSON-ENTRY(SALESPERSON-COUNT) TO AFTER-IMAGE.
000000     MOVE 'SPMAST ADD        ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'ADDED ' WORK-SP-ID.
000000 5200-EXIT.
000000     MOVE WORK-SP-NAME TO TBL-SP-NAME(FOUND-IX).
000000     MOVE WORK-SP-TIER TO TBL-SP-TIER(FOUND-IX).
000000     MOVE SALESPERSON-ENTRY(FOUND-IX) TO AFTER-IMAGE.
000000     MOVE 'SPMAST CHANGE     ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'CHANGED ' WORK-SP-ID.
000000 5300-EXIT.
000000     MOVE 'T' TO TBL-SP-STATUS(FOUND-IX).
000000     MOVE WORK-SP-TERM TO TBL-SP-TERM(FOUND-IX).
000000     MOVE SALESPERSON-ENTRY(FOUND-IX) TO AFTER-IMAGE.
000000     MOVE 'SPMAST TERMINATE  ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'TERMINATED ' WORK-SP-ID.
000000 5400-EXIT.
000000*------------------------------------------------------------------------
000000*BEFORE/AFTER AUDIT TRAIL
000000*One image pair appended to SPAUD per accepted change - a blank
000000*before-image marks an add - headed by the stamp line saying
000000*when, by whom, what and to which salesperson.
000000*------------------------------------------------------------------------
000000 7000-WRITE-AUDIT-PAIR.
000000     OPEN EXTEND SALESPERSON-AUDIT-FILE.
000000        SALESPERSON-AUDIT-STATUS = '35'
000000         OPEN OUTPUT SALESPERSON-AUDIT-FILE
000000     END-IF.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
000000     MOVE MAINT-ACTION-TEXT TO AST-ACTION.
000000     MOVE WORK-SP-ID TO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO SALESPERSON-AUDIT-LINE.
000000     WRITE SALESPERSON-AUDIT-LINE.
000000     MOVE SPACES TO SALESPERSON-AUDIT-LINE.
000000     STRING 'BEFORE: ' BEFORE-IMAGE
000000         INTO SALESPERSON-AUDIT-LINE.
