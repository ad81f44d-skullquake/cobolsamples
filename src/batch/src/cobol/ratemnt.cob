000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ratemnt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-FILE-STATUS.
000000     SELECT TAX-RATE-FILE ASSIGN TO "TAXTB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-FILE-STATUS.
000000     SELECT DISCOUNT-TABLE-FILE ASSIGN TO "DISCTB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-FILE-STATUS.
000000     SELECT ACCRUAL-RATE-FILE ASSIGN TO "ACRTBL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-FILE-STATUS.
000000     SELECT COMMISSION-TABLE-FILE ASSIGN TO "COMMTB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-FILE-STATUS.
000000     SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RATE-AUDIT-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  FX-RATE-FILE.
000000     COPY "fxrate.cpy".
000000 FD  TAX-RATE-FILE.
000000     COPY "taxrate.cpy".
000000 FD  DISCOUNT-TABLE-FILE.
000000     COPY "disctb.cpy".
000000 FD  ACCRUAL-RATE-FILE.
000000     COPY "acrrate.cpy".
000000 FD  COMMISSION-TABLE-FILE.
000000     COPY "commtb.cpy".
000000 FD  RATE-AUDIT-FILE.
000000 01  RATE-AUDIT-LINE PIC X(80).
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 TABLE-FILE-STATUS PIC X(2) VALUE '00'.
000000    01 RATE-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 TABLE-EOF PIC X VALUE 'N'.
000000       88 TABLE-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000    01 TABLE-CHOICE PIC X(1) VALUE SPACE.
000000       88 TABLE-FX   VALUE '1'.
000000       88 TABLE-TAX  VALUE '2'.
000000       88 TABLE-DISC VALUE '3'.
000000       88 TABLE-ACR  VALUE '4'.
000000       88 TABLE-COMM VALUE '5'.
000000    01 TABLE-NAME PIC X(8) VALUE SPACES.
000000*The chosen table, one entry per record: the record's key within
000000*the table (blank for ACRTBL, whose rows are one series), its
000000*effective date - zero for a record with none, which has applied
000000*from the start - and the record as it stands on the file.
000000    01 RATE-ROW-TABLE.
000000       05 RATE-ROW-COUNT PIC 9(3) VALUE ZERO.
000000       05 RATE-ROW-ENTRY OCCURS 200 TIMES.
000000          10 TBL-ROW-KEY   PIC X(5).
000000          10 TBL-ROW-DATE  PIC 9(8).
000000          10 TBL-ROW-IMAGE PIC X(50).
000000    01 ROW-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 IN-FORCE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 IN-FORCE-DATE PIC 9(8) VALUE ZERO.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 TODAY-DATE PIC 9(8) VALUE ZERO.
000000    01 WORK-KEY PIC X(5) VALUE SPACES.
000000    01 WORK-DATE PIC X(8) VALUE SPACES.
000000    01 WORK-DATE-NUM PIC 9(8) VALUE ZERO.
000000    01 ENTRY-OK PIC X VALUE 'N'.
000000       88 ENTRY-OK-YES VALUE 'Y'.
000000    01 WORK-FX-RATE PIC X(9) VALUE SPACES.
000000    01 WORK-FX-RATE-RAW PIC 9(9) VALUE ZERO.
000000    01 WORK-PCT PIC X(3) VALUE SPACES.
000000    01 WORK-PCT-RAW PIC 9(3) VALUE ZERO.
000000    01 WORK-ACR-RATE PIC X(6) VALUE SPACES.
000000    01 WORK-ACR-RATE-RAW PIC 9(6) VALUE ZERO.
000000    01 WORK-AMOUNT PIC X(9) VALUE SPACES.
000000    01 WORK-AMOUNT-RAW PIC 9(9) VALUE ZERO.
000000    01 WORK-FEE PIC X(7) VALUE SPACES.
000000    01 WORK-FEE-RAW PIC 9(7) VALUE ZERO.
000000    01 WORK-JURISDICTION PIC X(8) VALUE SPACES.
000000    01 WORK-FORMULA PIC X(1) VALUE SPACE.
000000    01 WORK-HOLDBACK PIC X(1) VALUE SPACE.
000000    01 ROW-STATE PIC X(10) VALUE SPACES.
000000    01 CHANGES-MADE PIC X VALUE 'N'.
000000       88 CHANGES-MADE-YES VALUE 'Y'.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000*One record of the chosen table, in that table's layout - a new
000000*row is built here before it joins the table, and a row is
000000*brought back here to be shown.
000000    01 ROW-IMAGE PIC X(50) VALUE SPACES.
000000    01 IMG-FX-ROW REDEFINES ROW-IMAGE.
000000       05 IMG-FX-CURRENCY  PIC X(3).
000000       05 IMG-FX-RATE      PIC 9(3)V9(6).
000000       05 IMG-FX-RATE-DATE PIC 9(8).
000000       05 FILLER           PIC X(30).
000000    01 IMG-TAX-ROW REDEFINES ROW-IMAGE.
000000       05 IMG-TAX-RATE         PIC V999.
000000       05 IMG-TAX-CURRENCY     PIC X(3).
000000       05 IMG-TAX-JURISDICTION PIC X(8).
000000       05 IMG-TAX-DATE         PIC 9(8).
000000       05 FILLER               PIC X(28).
000000    01 IMG-DISC-ROW REDEFINES ROW-IMAGE.
000000       05 IMG-DISC-THRESHOLD PIC 9(5).
000000       05 IMG-DISC-PCT       PIC V999.
000000       05 IMG-DISC-DATE      PIC 9(8).
000000       05 FILLER             PIC X(34).
000000    01 IMG-ACR-ROW REDEFINES ROW-IMAGE.
000000       05 IMG-ACR-DATE        PIC 9(8).
000000       05 IMG-ACR-ANNUAL-RATE PIC 9(2)V9(4).
000000       05 FILLER              PIC X(36).
000000    01 IMG-COMM-ROW REDEFINES ROW-IMAGE.
000000       05 IMG-CTAB-TIER-CODE    PIC X(2).
000000       05 IMG-CTAB-BASE-AMOUNT  PIC 9(7)V99.
000000       05 IMG-CTAB-RATE         PIC V999.
000000       05 IMG-CTAB-FORMULA-TYPE PIC X(1).
000000       05 IMG-CTAB-FLAT-FEE     PIC 9(5)V99.
000000       05 IMG-CTAB-BAND-FLOOR   PIC 9(7)V99.
000000       05 IMG-CTAB-BAND-CEILING PIC 9(7)V99.
000000       05 IMG-CTAB-HOLDBACK     PIC X(1).
000000       05 IMG-CTAB-DATE         PIC 9(8).
000000       05 FILLER                PIC X(1).
000000    01 ROW-TEXT PIC X(72) VALUE SPACES.
000000    01 EDIT-FX-RATE PIC ZZ9.999999.
000000    01 EDIT-PCT PIC .999.
000000    01 EDIT-ACR-RATE PIC Z9.9999.
000000    01 EDIT-FEE PIC ZZZZ9.99.
000000    01 EDIT-BASE PIC ZZZZZZ9.99.
000000    01 EDIT-FLOOR PIC ZZZZZZ9.99.
000000    01 EDIT-CEILING PIC ZZZZZZ9.99.
000000     COPY "datesvc.cpy".
000000     COPY "audstmp.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*RATE-TABLE MAINTENANCE
000000*Operator-keyed maintenance for the five rate tables the stream
000000*prices, taxes, discounts, accrues and pays commission from -
000000*FXRATES, TAXTB, DISCTB, ACRTBL and COMMTB - which used to be
000000*edited as raw flat files.  Every row carries an effective date,
000000*so a change is keyed ahead as a new row from the day it is to
000000*apply and the nightly readers pick, for each key, the row with
000000*the latest date not after the run date.  Rows are never
000000*changed in place: a new rate is a new row, history stays on
000000*the file, and only a row not yet in force may be deleted.  The
000000*same discipline as the other masters: operator sign-on in
000000*front, a change cannot take effect before today, a row keyed
000000*twice for the same key and date is rejected, the values are
000000*checked as the nightly certification would check them, every
000000*accepted change leaves a before/after pair on the RATEAUD audit
000000*file - the before being the row the change supersedes - and is
000000*logged to SECLOG, and the table is rewritten in one piece when
000000*the operator leaves it.
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
000000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
000000     PERFORM 0500-CHOOSE-TABLE THRU 0500-EXIT
000000         UNTIL TABLE-CHOICE = '0'.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000*------------------------------------------------------------------------
000000*TABLE SELECTION - one table is loaded, maintained and saved at
000000*a time
000000*------------------------------------------------------------------------
000000 0500-CHOOSE-TABLE.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'RATE-TABLE MAINTENANCE'.
000000     DISPLAY '1. FXRATES  EXCHANGE RATES'.
000000     DISPLAY '2. TAXTB    TAX RATES'.
000000     DISPLAY '3. DISCTB   QUANTITY DISCOUNTS'.
000000     DISPLAY '4. ACRTBL   ACCRUAL RATE'.
000000     DISPLAY '5. COMMTB   COMMISSION TIERS'.
000000     DISPLAY '0. EXIT MAINTENANCE'.
000000     ACCEPT TABLE-CHOICE.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   MOVE 'FXRATES ' TO TABLE-NAME
000000         WHEN TABLE-TAX  MOVE 'TAXTB   ' TO TABLE-NAME
000000         WHEN TABLE-DISC MOVE 'DISCTB  ' TO TABLE-NAME
000000         WHEN TABLE-ACR  MOVE 'ACRTBL  ' TO TABLE-NAME
000000         WHEN TABLE-COMM MOVE 'COMMTB  ' TO TABLE-NAME
000000         WHEN OTHER GO TO 0500-EXIT
000000     END-EVALUATE.
000000     MOVE ZERO TO RATE-ROW-COUNT.
000000     MOVE 'N' TO TABLE-EOF.
000000     MOVE 'N' TO LOAD-OVERFLOW.
000000     MOVE 'N' TO CHANGES-MADE.
000000     PERFORM 1000-LOAD-TABLE THRU 1000-EXIT.
000000     MOVE SPACE TO MAINT-CHOICE.
000000     PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
000000     IF CHANGES-MADE-YES
000000         PERFORM 8000-WRITE-TABLE THRU 8000-EXIT
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TABLE LOAD
000000*A table file not yet on disk starts empty.  A record left unread
000000*means the file holds more rows than the table - rewriting from
000000*the table would drop every row past the cap, so the session
000000*must not save.
000000*------------------------------------------------------------------------
000000 1000-LOAD-TABLE.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   OPEN INPUT FX-RATE-FILE
000000         WHEN TABLE-TAX  OPEN INPUT TAX-RATE-FILE
000000         WHEN TABLE-DISC OPEN INPUT DISCOUNT-TABLE-FILE
000000         WHEN TABLE-ACR  OPEN INPUT ACCRUAL-RATE-FILE
000000         WHEN TABLE-COMM OPEN INPUT COMMISSION-TABLE-FILE
000000     END-EVALUATE.
000000     IF TABLE-FILE-STATUS NOT = '00'
000000         DISPLAY TABLE-NAME ' NOT FOUND - STARTING EMPTY TABLE'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-TABLE-ROW.
000000     PERFORM 1200-STORE-TABLE-ROW
000000         UNTIL TABLE-EOF-YES OR RATE-ROW-COUNT = 200.
000000     IF NOT TABLE-EOF-YES
000000         SET LOAD-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** ' TABLE-NAME ' HOLDS MORE THAN 200 ROWS'
000000         DISPLAY '*** CHANGES THIS SESSION WILL NOT BE SAVED'
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   CLOSE FX-RATE-FILE
000000         WHEN TABLE-TAX  CLOSE TAX-RATE-FILE
000000         WHEN TABLE-DISC CLOSE DISCOUNT-TABLE-FILE
000000         WHEN TABLE-ACR  CLOSE ACCRUAL-RATE-FILE
000000         WHEN TABLE-COMM CLOSE COMMISSION-TABLE-FILE
000000     END-EVALUATE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-TABLE-ROW.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX
000000             READ FX-RATE-FILE
000000                 AT END SET TABLE-EOF-YES TO TRUE
000000             END-READ
000000         WHEN TABLE-TAX
000000             READ TAX-RATE-FILE
000000                 AT END SET TABLE-EOF-YES TO TRUE
000000             END-READ
000000         WHEN TABLE-DISC
000000             READ DISCOUNT-TABLE-FILE
000000                 AT END SET TABLE-EOF-YES TO TRUE
000000             END-READ
000000         WHEN TABLE-ACR
000000             READ ACCRUAL-RATE-FILE
000000                 AT END SET TABLE-EOF-YES TO TRUE
000000             END-READ
000000         WHEN TABLE-COMM
000000             READ COMMISSION-TABLE-FILE
000000                 AT END SET TABLE-EOF-YES TO TRUE
000000             END-READ
000000     END-EVALUATE.
000000 1200-STORE-TABLE-ROW.
000000     ADD 1 TO RATE-ROW-COUNT.
000000     MOVE ZERO TO TBL-ROW-DATE(RATE-ROW-COUNT).
000000     EVALUATE TRUE
000000         WHEN TABLE-FX
000000             MOVE FX-CURRENCY TO TBL-ROW-KEY(RATE-ROW-COUNT)
000000             IF FX-RATE-DATE IS NUMERIC
000000                 MOVE FX-RATE-DATE
000000                     TO TBL-ROW-DATE(RATE-ROW-COUNT)
000000             END-IF
000000             MOVE FX-RATE-RECORD
000000                 TO TBL-ROW-IMAGE(RATE-ROW-COUNT)
000000         WHEN TABLE-TAX
000000             MOVE TAX-CURRENCY TO TBL-ROW-KEY(RATE-ROW-COUNT)
000000             IF TAX-EFFECTIVE-DATE IS NUMERIC
000000                 MOVE TAX-EFFECTIVE-DATE
000000                     TO TBL-ROW-DATE(RATE-ROW-COUNT)
000000             END-IF
000000             MOVE TAX-RATE-RECORD
000000                 TO TBL-ROW-IMAGE(RATE-ROW-COUNT)
000000         WHEN TABLE-DISC
000000             MOVE DISC-QTY-THRESHOLD
000000                 TO TBL-ROW-KEY(RATE-ROW-COUNT)
000000             IF DISC-EFFECTIVE-DATE IS NUMERIC
000000                 MOVE DISC-EFFECTIVE-DATE
000000                     TO TBL-ROW-DATE(RATE-ROW-COUNT)
000000             END-IF
000000             MOVE DISCOUNT-TABLE-RECORD
000000                 TO TBL-ROW-IMAGE(RATE-ROW-COUNT)
000000         WHEN TABLE-ACR
000000             MOVE SPACES TO TBL-ROW-KEY(RATE-ROW-COUNT)
000000             IF ACR-EFFECTIVE-DATE IS NUMERIC
000000                 MOVE ACR-EFFECTIVE-DATE
000000                     TO TBL-ROW-DATE(RATE-ROW-COUNT)
000000             END-IF
000000             MOVE ACCRUAL-RATE-RECORD
000000                 TO TBL-ROW-IMAGE(RATE-ROW-COUNT)
000000         WHEN TABLE-COMM
000000             MOVE CTAB-TIER-CODE TO TBL-ROW-KEY(RATE-ROW-COUNT)
000000             IF CTAB-EFFECTIVE-DATE IS NUMERIC
000000                 MOVE CTAB-EFFECTIVE-DATE
000000                     TO TBL-ROW-DATE(RATE-ROW-COUNT)
000000             END-IF
000000             MOVE COMMISSION-TABLE-RECORD
000000                 TO TBL-ROW-IMAGE(RATE-ROW-COUNT)
000000     END-EVALUATE.
000000     PERFORM 1100-READ-TABLE-ROW.
000000*------------------------------------------------------------------------
000000*MAINTENANCE MENU
000000*------------------------------------------------------------------------
000000 5000-MAINTENANCE-MENU.
000000     PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-MAINT-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY TABLE-NAME ' MAINTENANCE'.
000000     DISPLAY 'ROWS ON FILE: ' RATE-ROW-COUNT.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '1. ADD ROW'
000000         DISPLAY '2. DELETE ROW NOT YET IN FORCE'
000000     END-IF.
000000     DISPLAY '3. LIST ROWS'.
000000     DISPLAY '0. RETURN TO TABLE LIST'.
000000     ACCEPT MAINT-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY
000000         AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2')
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     EVALUATE MAINT-CHOICE
000000         WHEN '1' PERFORM 5200-ADD-ROW THRU 5200-EXIT
000000         WHEN '2' PERFORM 5300-DELETE-ROW THRU 5300-EXIT
000000         WHEN '3' PERFORM 5400-LIST-ROWS THRU 5400-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000*ADD - a new effective-dated row; existing rows are never
000000*overwritten, so rate history survives for disputes.
000000*------------------------------------------------------------------------
000000 5200-ADD-ROW.
000000     IF RATE-ROW-COUNT = 200
000000         DISPLAY 'TABLE FULL - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6000-KEY-ROW-KEY THRU 6000-EXIT.
000000     IF NOT ENTRY-OK-YES
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6100-KEY-EFFECTIVE-DATE THRU 6100-EXIT.
000000     IF WORK-DATE-NUM = ZERO
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6300-FIND-ROW THRU 6300-EXIT.
000000     IF FOUND-IX > 0
000000         DISPLAY 'ROW ALREADY ON FILE FOR ' WORK-KEY
000000             ' ' WORK-DATE-NUM ' - ADD REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE SPACES TO ROW-IMAGE.
000000     PERFORM 6200-KEY-ROW-VALUES THRU 6200-EXIT.
000000     IF NOT ENTRY-OK-YES
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6400-FIND-IN-FORCE-ROW THRU 6400-EXIT.
000000     MOVE SPACES TO MAINT-ACTION-TEXT.
000000     STRING TABLE-NAME DELIMITED BY SPACE
000000         ' ADD' DELIMITED BY SIZE
000000         INTO MAINT-ACTION-TEXT.
000000     PERFORM 7000-WRITE-AUDIT-PAIR-ADD THRU 7000-EXIT.
000000     ADD 1 TO RATE-ROW-COUNT.
000000     MOVE WORK-KEY TO TBL-ROW-KEY(RATE-ROW-COUNT).
000000     MOVE WORK-DATE-NUM TO TBL-ROW-DATE(RATE-ROW-COUNT).
000000     MOVE ROW-IMAGE TO TBL-ROW-IMAGE(RATE-ROW-COUNT).
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'ADDED ' WORK-KEY ' ' WORK-DATE-NUM.
000000 5200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DELETE - only a row keyed ahead and not yet in force; a row the
000000*stream has already used is history and stays on the file.
000000*------------------------------------------------------------------------
000000 5300-DELETE-ROW.
000000     PERFORM 6000-KEY-ROW-KEY THRU 6000-EXIT.
000000     IF NOT ENTRY-OK-YES
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'EFFECTIVE DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - DELETE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE WORK-DATE TO WORK-DATE-NUM.
000000     PERFORM 6300-FIND-ROW THRU 6300-EXIT.
000000     IF FOUND-IX = 0
000000         DISPLAY 'ROW NOT ON FILE'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     IF WORK-DATE-NUM NOT > TODAY-DATE
000000         DISPLAY 'ROW ALREADY IN FORCE - DELETE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE SPACES TO MAINT-ACTION-TEXT.
000000     STRING TABLE-NAME DELIMITED BY SPACE
000000         ' DELETE' DELIMITED BY SIZE
000000         INTO MAINT-ACTION-TEXT.
000000     PERFORM 7100-WRITE-AUDIT-PAIR-DELETE THRU 7100-EXIT.
000000     PERFORM VARYING ROW-IX FROM FOUND-IX BY 1
000000             UNTIL ROW-IX >= RATE-ROW-COUNT
000000         MOVE RATE-ROW-ENTRY(ROW-IX + 1)
000000             TO RATE-ROW-ENTRY(ROW-IX)
000000     END-PERFORM.
000000     MOVE SPACES TO RATE-ROW-ENTRY(RATE-ROW-COUNT).
000000     SUBTRACT 1 FROM RATE-ROW-COUNT.
000000     SET CHANGES-MADE-YES TO TRUE.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'DELETED ' WORK-KEY ' ' WORK-DATE-NUM.
000000 5300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LIST - every row with where it stands today: IN FORCE for the
000000*row each key uses now, PENDING for a row keyed ahead, and
000000*SUPERSEDED for history.
000000*------------------------------------------------------------------------
000000 5400-LIST-ROWS.
000000     PERFORM VARYING ROW-IX FROM 1 BY 1
000000             UNTIL ROW-IX > RATE-ROW-COUNT
000000         PERFORM 5410-LIST-ONE-ROW THRU 5410-EXIT
000000     END-PERFORM.
000000 5400-EXIT.
000000     EXIT.
000000 5410-LIST-ONE-ROW.
000000     MOVE TBL-ROW-KEY(ROW-IX) TO WORK-KEY.
000000     MOVE TODAY-DATE TO WORK-DATE-NUM.
000000     PERFORM 6400-FIND-IN-FORCE-ROW THRU 6400-EXIT.
000000     IF TBL-ROW-DATE(ROW-IX) > TODAY-DATE
000000         MOVE 'PENDING' TO ROW-STATE
000000     ELSE
000000         IF TBL-ROW-DATE(ROW-IX) = IN-FORCE-DATE
000000             MOVE 'IN FORCE' TO ROW-STATE
000000         ELSE
000000             MOVE 'SUPERSEDED' TO ROW-STATE
000000         END-IF
000000     END-IF.
000000     MOVE TBL-ROW-IMAGE(ROW-IX) TO ROW-IMAGE.
000000     PERFORM 6800-FORMAT-ROW-TEXT THRU 6800-EXIT.
000000     DISPLAY TBL-ROW-KEY(ROW-IX) ' ' TBL-ROW-DATE(ROW-IX) ' '
000000         ROW-STATE.
000000     DISPLAY '      ' ROW-TEXT.
000000 5410-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*KEYING - the row's key within the chosen table
000000*------------------------------------------------------------------------
000000 6000-KEY-ROW-KEY.
000000     MOVE 'N' TO ENTRY-OK.
000000     MOVE SPACES TO WORK-KEY.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX
000000             DISPLAY 'CURRENCY (3 CHARS):'
000000             ACCEPT WORK-KEY
000000             IF WORK-KEY = SPACES OR WORK-KEY(4:2) NOT = SPACES
000000                 DISPLAY 'CURRENCY MUST BE 3 CHARACTERS'
000000                 GO TO 6000-EXIT
000000             END-IF
000000         WHEN TABLE-TAX
000000             DISPLAY 'CURRENCY (3 CHARS, BLANK FOR THE DEFAULT):'
000000             ACCEPT WORK-KEY
000000             IF WORK-KEY(4:2) NOT = SPACES
000000                 DISPLAY 'CURRENCY MUST BE 3 CHARACTERS'
000000                 GO TO 6000-EXIT
000000             END-IF
000000         WHEN TABLE-DISC
000000             DISPLAY 'QUANTITY THRESHOLD (5 DIGITS):'
000000             ACCEPT WORK-KEY
000000             IF WORK-KEY IS NOT NUMERIC
000000                 DISPLAY 'THRESHOLD NOT NUMERIC'
000000                 GO TO 6000-EXIT
000000             END-IF
000000         WHEN TABLE-COMM
000000             DISPLAY 'TIER CODE (2 CHARS):'
000000             ACCEPT WORK-KEY
000000             IF WORK-KEY = SPACES OR WORK-KEY(3:3) NOT = SPACES
000000                 DISPLAY 'TIER CODE MUST BE 2 CHARACTERS'
000000                 GO TO 6000-EXIT
000000             END-IF
000000     END-EVALUATE.
000000     SET ENTRY-OK-YES TO TRUE.
000000 6000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*KEYING - effective date; zero back means the date was refused
000000*------------------------------------------------------------------------
000000 6100-KEY-EFFECTIVE-DATE.
000000     MOVE ZERO TO WORK-DATE-NUM.
000000     DISPLAY 'EFFECTIVE DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 6100-EXIT
000000     END-IF.
000000     MOVE 'V' TO DSVC-FUNCTION.
000000     MOVE WORK-DATE TO DSVC-DATE-1.
000000     MOVE ZERO TO DSVC-DATE-2.
000000     MOVE ZERO TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         DISPLAY 'NOT A CALENDAR DATE - ADD REJECTED'
000000         GO TO 6100-EXIT
000000     END-IF.
000000     IF DSVC-DATE-1 < TODAY-DATE
000000         DISPLAY 'A CHANGE CANNOT TAKE EFFECT BEFORE TODAY - '
000000             'ADD REJECTED'
000000         GO TO 6100-EXIT
000000     END-IF.
000000     MOVE DSVC-DATE-1 TO WORK-DATE-NUM.
000000 6100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*KEYING - the row's values, built into ROW-IMAGE in the table's
000000*layout.  Amounts are keyed as digits with no point.  COMMTB
000000*values get the checks the nightly certification applies, so a
000000*row that would fail it tonight is refused now.
000000*------------------------------------------------------------------------
000000 6200-KEY-ROW-VALUES.
000000     MOVE 'N' TO ENTRY-OK.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX
000000             PERFORM 6210-KEY-FX-VALUES THRU 6210-EXIT
000000         WHEN TABLE-TAX
000000             PERFORM 6220-KEY-TAX-VALUES THRU 6220-EXIT
000000         WHEN TABLE-DISC
000000             PERFORM 6230-KEY-DISC-VALUES THRU 6230-EXIT
000000         WHEN TABLE-ACR
000000             PERFORM 6240-KEY-ACR-VALUES THRU 6240-EXIT
000000         WHEN TABLE-COMM
000000             PERFORM 6250-KEY-COMM-VALUES THRU 6250-EXIT
000000     END-EVALUATE.
000000 6200-EXIT.
000000     EXIT.
000000 6210-KEY-FX-VALUES.
000000     DISPLAY 'RATE (9 DIGITS FOR 999.999999, NO POINT):'.
000000     ACCEPT WORK-FX-RATE.
000000     IF WORK-FX-RATE IS NOT NUMERIC
000000         DISPLAY 'RATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 6210-EXIT
000000     END-IF.
000000     MOVE WORK-FX-RATE TO WORK-FX-RATE-RAW.
000000     IF WORK-FX-RATE-RAW = ZERO
000000         DISPLAY 'A ZERO RATE IS NEVER VALID - ADD REJECTED'
000000         GO TO 6210-EXIT
000000     END-IF.
000000     MOVE WORK-KEY TO IMG-FX-CURRENCY.
000000     COMPUTE IMG-FX-RATE = WORK-FX-RATE-RAW / 1000000.
000000     MOVE WORK-DATE-NUM TO IMG-FX-RATE-DATE.
000000     SET ENTRY-OK-YES TO TRUE.
000000 6210-EXIT.
000000     EXIT.
000000 6220-KEY-TAX-VALUES.
000000     DISPLAY 'RATE (3 DIGITS FOR .999, NO POINT):'.
000000     ACCEPT WORK-PCT.
000000     IF WORK-PCT IS NOT NUMERIC
000000         DISPLAY 'RATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 6220-EXIT
000000     END-IF.
000000     DISPLAY 'JURISDICTION (8 CHARS, BLANK FOR BASE):'.
000000     ACCEPT WORK-JURISDICTION.
000000     MOVE WORK-PCT TO WORK-PCT-RAW.
000000     COMPUTE IMG-TAX-RATE = WORK-PCT-RAW / 1000.
000000     MOVE WORK-KEY TO IMG-TAX-CURRENCY.
000000     MOVE WORK-JURISDICTION TO IMG-TAX-JURISDICTION.
000000     MOVE WORK-DATE-NUM TO IMG-TAX-DATE.
000000     SET ENTRY-OK-YES TO TRUE.
000000 6220-EXIT.
000000     EXIT.
000000 6230-KEY-DISC-VALUES.
000000     DISPLAY 'DISCOUNT (3 DIGITS FOR .999, NO POINT):'.
000000     ACCEPT WORK-PCT.
000000     IF WORK-PCT IS NOT NUMERIC
000000         DISPLAY 'DISCOUNT NOT NUMERIC - ADD REJECTED'
000000         GO TO 6230-EXIT
000000     END-IF.
000000     MOVE WORK-PCT TO WORK-PCT-RAW.
000000     MOVE WORK-KEY TO IMG-DISC-THRESHOLD.
000000     COMPUTE IMG-DISC-PCT = WORK-PCT-RAW / 1000.
000000     MOVE WORK-DATE-NUM TO IMG-DISC-DATE.
000000     SET ENTRY-OK-YES TO TRUE.
000000 6230-EXIT.
000000     EXIT.
000000 6240-KEY-ACR-VALUES.
000000     DISPLAY 'ANNUAL RATE (6 DIGITS FOR 99.9999, NO POINT):'.
000000     ACCEPT WORK-ACR-RATE.
000000     IF WORK-ACR-RATE IS NOT NUMERIC
000000         DISPLAY 'RATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 6240-EXIT
000000     END-IF.
000000     MOVE WORK-ACR-RATE TO WORK-ACR-RATE-RAW.
000000     MOVE WORK-DATE-NUM TO IMG-ACR-DATE.
000000     COMPUTE IMG-ACR-ANNUAL-RATE = WORK-ACR-RATE-RAW / 10000.
000000     SET ENTRY-OK-YES TO TRUE.
000000 6240-EXIT.
000000     EXIT.
000000 6250-KEY-COMM-VALUES.
000000     DISPLAY 'FORMULA TYPE (R RATE, F FLAT, P RATE PLUS FEE, '
000000         'M MARGINAL):'.
000000     ACCEPT WORK-FORMULA.
000000     IF WORK-FORMULA NOT = 'R' AND WORK-FORMULA NOT = 'F'
000000         AND WORK-FORMULA NOT = 'P' AND WORK-FORMULA NOT = 'M'
000000         DISPLAY 'UNKNOWN FORMULA TYPE - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     DISPLAY 'RATE (3 DIGITS FOR .999, NO POINT):'.
000000     ACCEPT WORK-PCT.
000000     IF WORK-PCT IS NOT NUMERIC
000000         DISPLAY 'RATE NOT NUMERIC - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     MOVE WORK-PCT TO WORK-PCT-RAW.
000000     IF WORK-PCT-RAW > 500
000000         DISPLAY 'RATE OVER .500 - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     IF WORK-PCT-RAW = ZERO AND WORK-FORMULA NOT = 'F'
000000         DISPLAY 'ONLY A FLAT-FEE TIER MAY HAVE A ZERO RATE - '
000000             'ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     MOVE WORK-KEY TO IMG-CTAB-TIER-CODE.
000000     MOVE WORK-FORMULA TO IMG-CTAB-FORMULA-TYPE.
000000     COMPUTE IMG-CTAB-RATE = WORK-PCT-RAW / 1000.
000000     DISPLAY 'BASE AMOUNT (9 DIGITS FOR 9999999.99, NO POINT):'.
000000     ACCEPT WORK-AMOUNT.
000000     IF WORK-AMOUNT IS NOT NUMERIC
000000         DISPLAY 'AMOUNT NOT NUMERIC - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     MOVE WORK-AMOUNT TO WORK-AMOUNT-RAW.
000000     COMPUTE IMG-CTAB-BASE-AMOUNT = WORK-AMOUNT-RAW / 100.
000000     DISPLAY 'FLAT FEE (7 DIGITS FOR 99999.99, NO POINT):'.
000000     ACCEPT WORK-FEE.
000000     IF WORK-FEE IS NOT NUMERIC
000000         DISPLAY 'FEE NOT NUMERIC - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     MOVE WORK-FEE TO WORK-FEE-RAW.
000000     COMPUTE IMG-CTAB-FLAT-FEE = WORK-FEE-RAW / 100.
000000     DISPLAY 'BAND FLOOR (9 DIGITS FOR 9999999.99, NO POINT):'.
000000     ACCEPT WORK-AMOUNT.
000000     IF WORK-AMOUNT IS NOT NUMERIC
000000         DISPLAY 'AMOUNT NOT NUMERIC - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     MOVE WORK-AMOUNT TO WORK-AMOUNT-RAW.
000000     COMPUTE IMG-CTAB-BAND-FLOOR = WORK-AMOUNT-RAW / 100.
000000     DISPLAY 'BAND CEILING (9 DIGITS, NO POINT, ZERO FOR NONE):'.
000000     ACCEPT WORK-AMOUNT.
000000     IF WORK-AMOUNT IS NOT NUMERIC
000000         DISPLAY 'AMOUNT NOT NUMERIC - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     MOVE WORK-AMOUNT TO WORK-AMOUNT-RAW.
000000     COMPUTE IMG-CTAB-BAND-CEILING = WORK-AMOUNT-RAW / 100.
000000     DISPLAY 'HOLDBACK (H HOLD ON FINANCED SALES, N OR BLANK '
000000         'PAY UP FRONT):'.
000000     ACCEPT WORK-HOLDBACK.
000000     IF WORK-HOLDBACK NOT = SPACE AND WORK-HOLDBACK NOT = 'N'
000000         AND WORK-HOLDBACK NOT = 'H'
000000         DISPLAY 'HOLDBACK MUST BE H, N OR BLANK - ADD REJECTED'
000000         GO TO 6250-EXIT
000000     END-IF.
000000     MOVE WORK-HOLDBACK TO IMG-CTAB-HOLDBACK.
000000     MOVE WORK-DATE-NUM TO IMG-CTAB-DATE.
000000     SET ENTRY-OK-YES TO TRUE.
000000 6250-EXIT.
000000     EXIT.
000000 6300-FIND-ROW.
000000     MOVE 0 TO FOUND-IX.
000000     PERFORM VARYING ROW-IX FROM 1 BY 1
000000             UNTIL ROW-IX > RATE-ROW-COUNT OR FOUND-IX > 0
000000         IF TBL-ROW-KEY(ROW-IX) = WORK-KEY
000000             AND TBL-ROW-DATE(ROW-IX) = WORK-DATE-NUM
000000             MOVE ROW-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6300-EXIT.
000000     EXIT.
000000*The row in force for WORK-KEY on WORK-DATE-NUM - the latest
000000*dated not after it - or zero when the key has none yet.
000000 6400-FIND-IN-FORCE-ROW.
000000     MOVE 0 TO IN-FORCE-IX.
000000     MOVE ZERO TO IN-FORCE-DATE.
000000     PERFORM VARYING FOUND-IX FROM 1 BY 1
000000             UNTIL FOUND-IX > RATE-ROW-COUNT
000000         IF TBL-ROW-KEY(FOUND-IX) = WORK-KEY
000000             AND TBL-ROW-DATE(FOUND-IX) NOT > WORK-DATE-NUM
000000             AND (IN-FORCE-IX = 0
000000                  OR TBL-ROW-DATE(FOUND-IX) >= IN-FORCE-DATE)
000000             MOVE FOUND-IX TO IN-FORCE-IX
000000             MOVE TBL-ROW-DATE(FOUND-IX) TO IN-FORCE-DATE
000000         END-IF
000000     END-PERFORM.
000000 6400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ROW TEXT - the values of the row in ROW-IMAGE, edited for the
000000*operator and the audit file
000000*------------------------------------------------------------------------
000000 6800-FORMAT-ROW-TEXT.
000000     MOVE SPACES TO ROW-TEXT.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX
000000             MOVE IMG-FX-RATE TO EDIT-FX-RATE
000000             STRING 'RATE ' EDIT-FX-RATE
000000                 INTO ROW-TEXT
000000         WHEN TABLE-TAX
000000             MOVE IMG-TAX-RATE TO EDIT-PCT
000000             STRING 'RATE ' EDIT-PCT
000000                 ' JURISDICTION ' IMG-TAX-JURISDICTION
000000                 INTO ROW-TEXT
000000         WHEN TABLE-DISC
000000             MOVE IMG-DISC-PCT TO EDIT-PCT
000000             STRING 'DISCOUNT ' EDIT-PCT
000000                 INTO ROW-TEXT
000000         WHEN TABLE-ACR
000000             MOVE IMG-ACR-ANNUAL-RATE TO EDIT-ACR-RATE
000000             STRING 'ANNUAL RATE ' EDIT-ACR-RATE
000000                 INTO ROW-TEXT
000000         WHEN TABLE-COMM
000000             MOVE IMG-CTAB-RATE TO EDIT-PCT
000000             MOVE IMG-CTAB-FLAT-FEE TO EDIT-FEE
000000             MOVE IMG-CTAB-BASE-AMOUNT TO EDIT-BASE
000000             MOVE IMG-CTAB-BAND-FLOOR TO EDIT-FLOOR
000000             MOVE IMG-CTAB-BAND-CEILING TO EDIT-CEILING
000000             STRING IMG-CTAB-FORMULA-TYPE ' RATE ' EDIT-PCT
000000                 ' FEE ' EDIT-FEE ' BASE ' EDIT-BASE
000000                 ' BAND ' EDIT-FLOOR '-' EDIT-CEILING
000000                 ' ' IMG-CTAB-HOLDBACK
000000                 INTO ROW-TEXT
000000     END-EVALUATE.
000000 6800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BEFORE/AFTER AUDIT TRAIL
000000*Each pair is headed by the table, key and effective date of the
000000*row added or deleted, then the stamp line saying when, by whom,
000000*what and to which key.  The before of an add is the row it
000000*supersedes - the one in force for the key on its date.
000000*------------------------------------------------------------------------
000000 7000-WRITE-AUDIT-PAIR-ADD.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     IF IN-FORCE-IX = 0
000000         MOVE 'BEFORE: (NOT ON FILE)' TO RATE-AUDIT-LINE
000000     ELSE
000000         MOVE TBL-ROW-IMAGE(IN-FORCE-IX) TO ROW-IMAGE
000000         PERFORM 6800-FORMAT-ROW-TEXT THRU 6800-EXIT
000000         MOVE SPACES TO RATE-AUDIT-LINE
000000         STRING 'BEFORE: ' ROW-TEXT
000000             INTO RATE-AUDIT-LINE
000000     END-IF.
000000     WRITE RATE-AUDIT-LINE.
000000     PERFORM 6800-FORMAT-ROW-TEXT THRU 6800-EXIT.
000000     MOVE SPACES TO RATE-AUDIT-LINE.
000000     STRING 'AFTER:  ' ROW-TEXT
000000         INTO RATE-AUDIT-LINE.
000000     WRITE RATE-AUDIT-LINE.
000000     CLOSE RATE-AUDIT-FILE.
000000 7000-EXIT.
000000     EXIT.
000000 7100-WRITE-AUDIT-PAIR-DELETE.
000000     PERFORM 7500-OPEN-AUDIT-FILE THRU 7500-EXIT.
000000     MOVE TBL-ROW-IMAGE(FOUND-IX) TO ROW-IMAGE.
000000     PERFORM 6800-FORMAT-ROW-TEXT THRU 6800-EXIT.
000000     MOVE SPACES TO RATE-AUDIT-LINE.
000000     STRING 'BEFORE: ' ROW-TEXT
000000         INTO RATE-AUDIT-LINE.
000000     WRITE RATE-AUDIT-LINE.
000000     MOVE 'AFTER:  (DELETED)' TO RATE-AUDIT-LINE.
000000     WRITE RATE-AUDIT-LINE.
000000     CLOSE RATE-AUDIT-FILE.
000000 7100-EXIT.
000000     EXIT.
000000 7500-OPEN-AUDIT-FILE.
000000     OPEN EXTEND RATE-AUDIT-FILE.
000000     IF RATE-AUDIT-STATUS = '05' OR
000000        RATE-AUDIT-STATUS = '35'
000000         OPEN OUTPUT RATE-AUDIT-FILE
000000     END-IF.
000000     MOVE SPACES TO RATE-AUDIT-LINE.
000000     STRING TABLE-NAME ' ' WORK-KEY ' EFFECTIVE ' WORK-DATE-NUM
000000         ' BY ' SIGNON-OPERATOR-ID
000000         INTO RATE-AUDIT-LINE.
000000     WRITE RATE-AUDIT-LINE.
000000     ACCEPT AST-DATE FROM DATE YYYYMMDD.
000000     ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
000000     MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
000000     MOVE SIGNON-OPERATOR-ID TO AST-OPERATOR.
000000     MOVE MAINT-ACTION-TEXT TO AST-ACTION.
000000     MOVE WORK-KEY TO AST-KEY.
000000     MOVE AUDIT-STAMP-LINE TO RATE-AUDIT-LINE.
000000     WRITE RATE-AUDIT-LINE.
000000 7500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TABLE REWRITE
000000*------------------------------------------------------------------------
000000 8000-WRITE-TABLE.
000000     IF LOAD-OVERFLOW-YES
000000         DISPLAY '*** ' TABLE-NAME ' NOT REWRITTEN - '
000000             'LOAD OVERFLOWED'
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 8000-EXIT
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   OPEN OUTPUT FX-RATE-FILE
000000         WHEN TABLE-TAX  OPEN OUTPUT TAX-RATE-FILE
000000         WHEN TABLE-DISC OPEN OUTPUT DISCOUNT-TABLE-FILE
000000         WHEN TABLE-ACR  OPEN OUTPUT ACCRUAL-RATE-FILE
000000         WHEN TABLE-COMM OPEN OUTPUT COMMISSION-TABLE-FILE
000000     END-EVALUATE.
000000     PERFORM VARYING ROW-IX FROM 1 BY 1
000000             UNTIL ROW-IX > RATE-ROW-COUNT
000000         PERFORM 8100-WRITE-TABLE-ROW
000000     END-PERFORM.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   CLOSE FX-RATE-FILE
000000         WHEN TABLE-TAX  CLOSE TAX-RATE-FILE
000000         WHEN TABLE-DISC CLOSE DISCOUNT-TABLE-FILE
000000         WHEN TABLE-ACR  CLOSE ACCRUAL-RATE-FILE
000000         WHEN TABLE-COMM CLOSE COMMISSION-TABLE-FILE
000000     END-EVALUATE.
000000     DISPLAY TABLE-NAME ' REWRITTEN - ' RATE-ROW-COUNT
000000         ' ROW(S)'.
000000 8000-EXIT.
000000     EXIT.
000000 8100-WRITE-TABLE-ROW.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX
000000             MOVE TBL-ROW-IMAGE(ROW-IX) TO FX-RATE-RECORD
000000             WRITE FX-RATE-RECORD
000000         WHEN TABLE-TAX
000000             MOVE TBL-ROW-IMAGE(ROW-IX) TO TAX-RATE-RECORD
000000             WRITE TAX-RATE-RECORD
000000         WHEN TABLE-DISC
000000             MOVE TBL-ROW-IMAGE(ROW-IX) TO DISCOUNT-TABLE-RECORD
000000             WRITE DISCOUNT-TABLE-RECORD
000000         WHEN TABLE-ACR
000000             MOVE TBL-ROW-IMAGE(ROW-IX) TO ACCRUAL-RATE-RECORD
000000             WRITE ACCRUAL-RATE-RECORD
000000         WHEN TABLE-COMM
000000             MOVE TBL-ROW-IMAGE(ROW-IX)
000000                 TO COMMISSION-TABLE-RECORD
000000             WRITE COMMISSION-TABLE-RECORD
000000     END-EVALUATE.
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
