000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000     COPY "audstmp.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PRICE MASTER MAINTENANCE
000000     MOVE WORK-CODE TO TBL-PRC-CODE(PRICE-ROW-COUNT).
000000     MOVE WORK-DATE-NUM TO TBL-PRC-DATE(PRICE-ROW-COUNT).
000000     MOVE WORK-PRICE-NUM TO TBL-PRC-PRICE(PRICE-ROW-COUNT).
000000     MOVE 'PRICEMST ADD      ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7000-WRITE-AUDIT-PAIR-ADD THRU 7000-EXIT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'ADDED ' WORK-CODE ' ' WORK-DATE-NUM.
000000 5200-EXIT.
000000         DISPLAY 'ROW NOT ON FILE'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE 'PRICEMST DELETE   ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7100-WRITE-AUDIT-PAIR-DELETE THRU 7100-EXIT.
000000     PERFORM VARYING PRC-IX FROM FOUND-IX BY 1
000000             UNTIL PRC-IX >= PRICE-ROW-COUNT
000000     MOVE SPACES TO PRICE-ROW-ENTRY(PRICE-ROW-COUNT).
000000     SUBTRACT 1 FROM PRICE-ROW-COUNT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'DELETED ' WORK-CODE ' ' WORK-DATE-NUM.
000000 5300-EXIT.
000000     CLOSE PRICE-AUDIT-FILE.
000000 7100-EXIT.
000000     EXIT.
000000*Every pair opens the trail here, so the stamp line that heads
000000*the pair is written here too.
000000 7500-OPEN-AUDIT-FILE.
000000     OPEN EXTEND PRICE-AUDIT-FILE.
000000     IF PRICE-AUDIT-STATUS = '05' OR
000000        PRICE-AUDIT-STATUS = '35'
000000         OPEN OUTPUT PRICE-AUDIT-FILE
000000     END-IF.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
000000     MOVE MAINT-ACTION-TEXT TO AST-ACTION.
000000     MOVE WORK-CODE TO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO PRICE-AUDIT-LINE.
000000     WRITE PRICE-AUDIT-LINE.
000000 7500-EXIT.
000000     EXIT.
000000 8000-WRITE-PRICE-MASTER.
