000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ctrmnt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CONTRACT-PRICE-STATUS.
000000     SELECT CONTRACT-AUDIT-FILE ASSIGN TO "CTRAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CONTRACT-AUDIT-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CONTRACT-PRICE-FILE.
000000     COPY "contract.cpy".
000000 FD  CONTRACT-AUDIT-FILE.
000000 01  CONTRACT-AUDIT-LINE PIC X(80).
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 CONTRACT-PRICE-STATUS PIC X(2) VALUE '00'.
000000    01 CONTRACT-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 MASTER-EOF PIC X VALUE 'N'.
000000       88 MASTER-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000    01 CONTRACT-ROW-TABLE.
000000       05 CONTRACT-ROW-COUNT PIC 9(3) VALUE ZERO.
000000       05 CONTRACT-ROW-ENTRY OCCURS 500 TIMES.
000000          10 TBL-CTR-CUST    PIC X(7).
000000          10 TBL-CTR-PRODUCT PIC X(8).
000000          10 TBL-CTR-START   PIC 9(8).
000000          10 TBL-CTR-END     PIC 9(8).
000000          10 TBL-CTR-PRICE   PIC 9(5)V99.
000000    01 CTR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 OVERLAP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 WORK-CUST PIC X(7) VALUE SPACES.
000000    01 WORK-CODE PIC X(8) VALUE SPACES.
000000    01 WORK-DATE PIC X(8) VALUE SPACES.
000000    01 WORK-START-NUM PIC 9(8) VALUE ZERO.
000000    01 WORK-END-NUM PIC 9(8) VALUE ZERO.
000000    01 WORK-OLD-END-NUM PIC 9(8) VALUE ZERO.
000000    01 WORK-PRICE PIC X(7) VALUE SPACES.
000000    01 WORK-PRICE-RAW PIC 9(7) VALUE ZERO.
000000    01 WORK-PRICE-NUM PIC 9(5)V99 VALUE ZERO.
000000    01 CHANGES-MADE PIC X VALUE 'N'.
000000       88 CHANGES-MADE-YES VALUE 'Y'.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000     COPY "audstmp.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CUSTOMER CONTRACT PRICE MAINTENANCE
000000*Operator-keyed maintenance for CONTRPRC, the negotiated prices
000000*the pricing pass applies ahead of the PRICEMST list price for
000000*a customer's live contract.  A contract row names the
000000*customer, the product, the start and end dates and the price.
000000*The same discipline as the price master: operator sign-on in
000000*front, a before/after pair to the CTRAUD audit file per
000000*accepted change, every accepted change logged to SECLOG, and
000000*the whole file rewritten in one piece on exit.  A new row may
000000*not overlap a row already on file for the same customer and
000000*product, so only one contract price is ever live; a renewal
000000*is either a new row starting after the old one ends or a
000000*change of the old row's end date.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY 'OPERATOR ID:'.
000000     ACCEPT SIGNON-OPERATOR-ID.
000000     CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
000000         SIGNON-STATUS.
000000     IF NOT SIGNON-ACCEPTED
000000         DISPLAY 'SIGN-ON REFUSED - MAINTENANCE UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     PERFORM 1000-LOAD-CONTRACTS THRU 1000-EXIT.
000000     PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
000000     IF CHANGES-MADE-YES
000000         PERFORM 8000-WRITE-CONTRACTS THRU 8000-EXIT
000000     END-IF.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000 1000-LOAD-CONTRACTS.
000000     OPEN INPUT CONTRACT-PRICE-FILE.
000000     IF CONTRACT-PRICE-STATUS NOT = '00'
000000         DISPLAY 'CONTRPRC NOT FOUND - STARTING EMPTY FILE'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-CONTRACT.
000000     PERFORM 1200-STORE-CONTRACT
000000         UNTIL MASTER-EOF-YES OR CONTRACT-ROW-COUNT = 500.
000000     IF NOT MASTER-EOF-YES
000000         SET LOAD-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** CONTRPRC HOLDS MORE THAN 500 ROWS'
000000         DISPLAY '*** CHANGES THIS SESSION WILL NOT BE SAVED'
000000     END-IF.
000000     CLOSE CONTRACT-PRICE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-CONTRACT.
000000     READ CONTRACT-PRICE-FILE
000000         AT END SET MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-CONTRACT.
000000     ADD 1 TO CONTRACT-ROW-COUNT.
000000     MOVE CTR-CUST-ID TO TBL-CTR-CUST(CONTRACT-ROW-COUNT).
000000     MOVE CTR-PRODUCT-CODE TO TBL-CTR-PRODUCT(CONTRACT-ROW-COUNT).
000000     MOVE CTR-START-DATE TO TBL-CTR-START(CONTRACT-ROW-COUNT).
000000     MOVE CTR-END-DATE TO TBL-CTR-END(CONTRACT-ROW-COUNT).
000000     MOVE CTR-UNIT-PRICE TO TBL-CTR-PRICE(CONTRACT-ROW-COUNT).
000000     PERFORM 1100-READ-CONTRACT.
000000 5000-MAINTENANCE-MENU.
000000     PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-MAINT-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'CONTRACT PRICE MAINTENANCE'.
000000     DISPLAY 'CONTRACT ROWS ON FILE: ' CONTRACT-ROW-COUNT.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '1. ADD CONTRACT ROW'
000000         DISPLAY '2. DELETE CONTRACT ROW'
000000     END-IF.
000000     DISPLAY '3. LIST CONTRACT ROWS'.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '4. CHANGE CONTRACT END DATE'
000000     END-IF.
000000     DISPLAY '0. EXIT MAINTENANCE'.
000000     ACCEPT MAINT-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY
000000         AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2'
000000             OR MAINT-CHOICE = '4')
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     EVALUATE MAINT-CHOICE
000000         WHEN '1' PERFORM 5200-ADD-CONTRACT-ROW THRU 5200-EXIT
000000         WHEN '2' PERFORM 5300-DELETE-CONTRACT-ROW
000000                      THRU 5300-EXIT
000000         WHEN '3' PERFORM 5400-LIST-CONTRACT-ROWS
000000                      THRU 5400-EXIT
000000         WHEN '4' PERFORM 5500-CHANGE-END-DATE THRU 5500-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000*ADD - a new contract row; one overlapping a row already on file
000000*for the same customer and product is refused.
000000*------------------------------------------------------------------------
000000 5200-ADD-CONTRACT-ROW.
000000     IF CONTRACT-ROW-COUNT = 500
000000         DISPLAY 'CONTRACT FILE FULL - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'CUSTOMER ID (7 CHARS):'.
000000     ACCEPT WORK-CUST.
000000     IF WORK-CUST = SPACES
000000         DISPLAY 'BLANK CUSTOMER - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'PRODUCT CODE (8 CHARS):'.
000000     ACCEPT WORK-CODE.
000000     IF WORK-CODE = SPACES
000000         DISPLAY 'BLANK CODE - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'START DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE WORK-DATE TO WORK-START-NUM.
000000     DISPLAY 'END DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE WORK-DATE TO WORK-END-NUM.
000000     IF WORK-END-NUM < WORK-START-NUM
000000         DISPLAY 'END DATE BEFORE START DATE - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'UNIT PRICE (UP TO 99999.99, NO POINT):'.
000000     ACCEPT WORK-PRICE.
000000     IF WORK-PRICE IS NOT NUMERIC
000000         DISPLAY 'PRICE NOT NUMERIC - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE WORK-PRICE TO WORK-PRICE-RAW.
000000     COMPUTE WORK-PRICE-NUM = WORK-PRICE-RAW / 100.
000000     MOVE ZERO TO FOUND-IX.
000000     PERFORM 6100-FIND-OVERLAP THRU 6100-EXIT.
000000     IF OVERLAP-IX > 0
000000         DISPLAY 'OVERLAPS CONTRACT ' TBL-CTR-START(OVERLAP-IX)
000000             ' TO ' TBL-CTR-END(OVERLAP-IX) ' - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     ADD 1 TO CONTRACT-ROW-COUNT.
000000     MOVE WORK-CUST TO TBL-CTR-CUST(CONTRACT-ROW-COUNT).
000000     MOVE WORK-CODE TO TBL-CTR-PRODUCT(CONTRACT-ROW-COUNT).
000000     MOVE WORK-START-NUM TO TBL-CTR-START(CONTRACT-ROW-COUNT).
000000     MOVE WORK-END-NUM TO TBL-CTR-END(CONTRACT-ROW-COUNT).
000000     MOVE WORK-PRICE-NUM TO TBL-CTR-PRICE(CONTRACT-ROW-COUNT).
000000     MOVE 'CONTRPRC ADD      ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7000-WRITE-AUDIT-PAIR-ADD THRU 7000-EXIT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'ADDED ' WORK-CUST ' ' WORK-CODE ' ' WORK-START-NUM.
000000 5200-EXIT.
000000     EXIT.
000000 5300-DELETE-CONTRACT-ROW.
000000     PERFORM 5900-ACCEPT-ROW-KEY THRU 5900-EXIT.
000000     IF FOUND-IX = 0
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE 'CONTRPRC DELETE   ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7100-WRITE-AUDIT-PAIR-DELETE THRU 7100-EXIT.
000000     PERFORM VARYING CTR-IX FROM FOUND-IX BY 1
000000             UNTIL CTR-IX >= CONTRACT-ROW-COUNT
000000         MOVE CONTRACT-ROW-ENTRY(CTR-IX + 1)
000000             TO CONTRACT-ROW-ENTRY(CTR-IX)
000000     END-PERFORM.
000000     MOVE SPACES TO CONTRACT-ROW-ENTRY(CONTRACT-ROW-COUNT).
000000     SUBTRACT 1 FROM CONTRACT-ROW-COUNT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'DELETED ' WORK-CUST ' ' WORK-CODE ' '
000000         WORK-START-NUM.
000000 5300-EXIT.
000000     EXIT.
000000 5400-LIST-CONTRACT-ROWS.
000000     PERFORM VARYING CTR-IX FROM 1 BY 1
000000             UNTIL CTR-IX > CONTRACT-ROW-COUNT
000000         DISPLAY TBL-CTR-CUST(CTR-IX) ' '
000000             TBL-CTR-PRODUCT(CTR-IX) ' '
000000             TBL-CTR-START(CTR-IX) ' '
000000             TBL-CTR-END(CTR-IX) ' '
000000             TBL-CTR-PRICE(CTR-IX)
000000     END-PERFORM.
000000 5400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CHANGE END DATE - extends a contract that has been renewed at
000000*the same price, or ends one early; the new end may not run
000000*into the customer's next contract for the product.
000000*------------------------------------------------------------------------
000000 5500-CHANGE-END-DATE.
000000     PERFORM 5900-ACCEPT-ROW-KEY THRU 5900-EXIT.
000000     IF FOUND-IX = 0
000000         GO TO 5500-EXIT
000000     END-IF.
000000     DISPLAY 'NEW END DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - CHANGE REJECTED'
000000         GO TO 5500-EXIT
000000     END-IF.
000000     MOVE WORK-DATE TO WORK-END-NUM.
000000     IF WORK-END-NUM < WORK-START-NUM
000000         DISPLAY 'END DATE BEFORE START DATE - CHANGE REJECTED'
000000         GO TO 5500-EXIT
000000     END-IF.
000000     PERFORM 6100-FIND-OVERLAP THRU 6100-EXIT.
000000     IF OVERLAP-IX > 0
000000         DISPLAY 'OVERLAPS CONTRACT ' TBL-CTR-START(OVERLAP-IX)
000000             ' TO ' TBL-CTR-END(OVERLAP-IX) ' - CHANGE REJECTED'
000000         GO TO 5500-EXIT
000000     END-IF.
000000     MOVE TBL-CTR-END(FOUND-IX) TO WORK-OLD-END-NUM.
000000     MOVE WORK-END-NUM TO TBL-CTR-END(FOUND-IX).
000000     MOVE 'CONTRPRC END DATE ' TO MAINT-ACTION-TEXT.
000000     PERFORM 7200-WRITE-AUDIT-PAIR-CHANGE THRU 7200-EXIT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'END DATE CHANGED ' WORK-CUST ' ' WORK-CODE ' '
000000         WORK-START-NUM.
000000 5500-EXIT.
000000     EXIT.
000000 5900-ACCEPT-ROW-KEY.
000000     MOVE 0 TO FOUND-IX.
000000     DISPLAY 'CUSTOMER ID:'.
000000     ACCEPT WORK-CUST.
000000     DISPLAY 'PRODUCT CODE:'.
000000     ACCEPT WORK-CODE.
000000     DISPLAY 'START DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - REJECTED'
000000         GO TO 5900-EXIT
000000     END-IF.
000000     MOVE WORK-DATE TO WORK-START-NUM.
000000     PERFORM 6000-FIND-CONTRACT-ROW THRU 6000-EXIT.
000000     IF FOUND-IX = 0
000000         DISPLAY 'ROW NOT ON FILE'
000000     END-IF.
000000 5900-EXIT.
000000     EXIT.
000000 6000-FIND-CONTRACT-ROW.
000000     MOVE 0 TO FOUND-IX.
000000     PERFORM VARYING CTR-IX FROM 1 BY 1
000000             UNTIL CTR-IX > CONTRACT-ROW-COUNT OR FOUND-IX > 0
000000         IF TBL-CTR-CUST(CTR-IX) = WORK-CUST
000000             AND TBL-CTR-PRODUCT(CTR-IX) = WORK-CODE
000000             AND TBL-CTR-START(CTR-IX) = WORK-START-NUM
000000             MOVE CTR-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6000-EXIT.
000000     EXIT.
000000*Any other row for the customer and product whose dates meet
000000*WORK-START-NUM through WORK-END-NUM; the row being changed
000000*(FOUND-IX) does not count against itself.
000000 6100-FIND-OVERLAP.
000000     MOVE 0 TO OVERLAP-IX.
000000     PERFORM VARYING CTR-IX FROM 1 BY 1
000000             UNTIL CTR-IX > CONTRACT-ROW-COUNT OR OVERLAP-IX > 0
000000         IF CTR-IX NOT = FOUND-IX
000000             AND TBL-CTR-CUST(CTR-IX) = WORK-CUST
000000             AND TBL-CTR-PRODUCT(CTR-IX) = WORK-CODE
000000             AND TBL-CTR-START(CTR-IX) <= WORK-END-NUM
000000             AND TBL-CTR-END(CTR-IX) >= WORK-START-NUM
000000             MOVE CTR-IX TO OVERLAP-IX
000000         END-IF
000000     END-PERFORM.
000000 6100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BEFORE/AFTER AUDIT TRAIL
000000*Each pair is headed by the stamp line saying when, by whom,
000000*what and to which row.  The stamp key is the customer id and
000000*as much of the product code as it holds; the full row is in
000000*the images.
000000*------------------------------------------------------------------------
000000 7000-WRITE-AUDIT-PAIR-ADD.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE 'BEFORE: (NOT ON FILE)' TO CONTRACT-AUDIT-LINE.
000000     WRITE CONTRACT-AUDIT-LINE.
000000     MOVE SPACES TO CONTRACT-AUDIT-LINE.
000000     STRING 'AFTER:  ' WORK-CUST
000000         ' ' WORK-CODE
000000         ' ' WORK-START-NUM
000000         ' ' WORK-END-NUM
000000         ' ' WORK-PRICE-NUM
000000         INTO CONTRACT-AUDIT-LINE.
000000     WRITE CONTRACT-AUDIT-LINE.
000000     CLOSE CONTRACT-AUDIT-FILE.
000000 7000-EXIT.
000000     EXIT.
000000 7100-WRITE-AUDIT-PAIR-DELETE.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE SPACES TO CONTRACT-AUDIT-LINE.
000000     STRING 'BEFORE: ' WORK-CUST
000000         ' ' WORK-CODE
000000         ' ' TBL-CTR-START(FOUND-IX)
000000         ' ' TBL-CTR-END(FOUND-IX)
000000         ' ' TBL-CTR-PRICE(FOUND-IX)
000000         INTO CONTRACT-AUDIT-LINE.
000000     WRITE CONTRACT-AUDIT-LINE.
000000     MOVE 'AFTER:  (DELETED)' TO CONTRACT-AUDIT-LINE.
000000     WRITE CONTRACT-AUDIT-LINE.
000000     CLOSE CONTRACT-AUDIT-FILE.
000000 7100-EXIT.
000000     EXIT.
000000 7200-WRITE-AUDIT-PAIR-CHANGE.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE SPACES TO CONTRACT-AUDIT-LINE.
000000     STRING 'BEFORE: ' WORK-CUST
000000         ' ' WORK-CODE
000000         ' ' TBL-CTR-START(FOUND-IX)
000000         ' ' WORK-OLD-END-NUM
000000         ' ' TBL-CTR-PRICE(FOUND-IX)
000000         INTO CONTRACT-AUDIT-LINE.
000000     WRITE CONTRACT-AUDIT-LINE.
000000     MOVE SPACES TO CONTRACT-AUDIT-LINE.
000000     STRING 'AFTER:  ' WORK-CUST
000000         ' ' WORK-CODE
000000         ' ' TBL-CTR-START(FOUND-IX)
000000         ' ' TBL-CTR-END(FOUND-IX)
000000         ' ' TBL-CTR-PRICE(FOUND-IX)
000000         INTO CONTRACT-AUDIT-LINE.
000000     WRITE CONTRACT-AUDIT-LINE.
000000     CLOSE CONTRACT-AUDIT-FILE.
000000 7200-EXIT.
000000     EXIT.
000000 7500-OPEN-AUDIT-FILE.
000000     OPEN EXTEND CONTRACT-AUDIT-FILE.
000000     IF CONTRACT-AUDIT-STATUS = '05' OR
000000        CONTRACT-AUDIT-STATUS = '35'
000000         OPEN OUTPUT CONTRACT-AUDIT-FILE
000000     END-IF.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
000000     MOVE MAINT-ACTION-TEXT TO AST-ACTION.
000000     MOVE SPACES TO AST-KEY.
000000     STRING WORK-CUST WORK-CODE
000000         DELIMITED BY SIZE INTO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO CONTRACT-AUDIT-LINE.
000000     WRITE CONTRACT-AUDIT-LINE.
000000 7500-EXIT.
000000     EXIT.
000000 8000-WRITE-CONTRACTS.
000000     IF LOAD-OVERFLOW-YES
000000         DISPLAY '*** CONTRPRC NOT REWRITTEN - '
000000             'LOAD OVERFLOWED'
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 8000-EXIT
000000     END-IF.
000000     OPEN OUTPUT CONTRACT-PRICE-FILE.
000000     PERFORM VARYING CTR-IX FROM 1 BY 1
000000             UNTIL CTR-IX > CONTRACT-ROW-COUNT
000000         MOVE TBL-CTR-CUST(CTR-IX) TO CTR-CUST-ID
000000         MOVE TBL-CTR-PRODUCT(CTR-IX) TO CTR-PRODUCT-CODE
000000         MOVE TBL-CTR-START(CTR-IX) TO CTR-START-DATE
000000         MOVE TBL-CTR-END(CTR-IX) TO CTR-END-DATE
000000         MOVE TBL-CTR-PRICE(CTR-IX) TO CTR-UNIT-PRICE
000000         WRITE CONTRACT-PRICE-RECORD
000000     END-PERFORM.
000000     CLOSE CONTRACT-PRICE-FILE.
000000     DISPLAY 'CONTRPRC REWRITTEN - ' CONTRACT-ROW-COUNT
000000         ' ROW(S)'.
000000 8000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MAINTENANCE-ACTION LOG
000000*------------------------------------------------------------------------
000000 9900-LOG-MAINT-ACTION.
000000     OPEN EXTEND SECURITY-LOG-FILE.
000000     IF SECURITY-LOG-STATUS = '05' OR
000000        SECURITY-LOG-STATUS = '35'
000000         OPEN OUTPUT SECURITY-LOG-FILE
000000     END-IF.
000000     MOVE SPACES TO SECURITY-LOG-LINE.
000000     STRING MAINT-ACTION-TEXT ' BY ' SIGNON-OPERATOR-ID
000000         INTO SECURITY-LOG-LINE.
000000     WRITE SECURITY-LOG-LINE.
000000     CLOSE SECURITY-LOG-FILE.
000000 9900-EXIT.
000000     EXIT.
