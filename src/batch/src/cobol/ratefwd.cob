000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ratefwd.
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
000000     SELECT RATE-FORWARD-FILE ASSIGN TO "RATEFWD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RATE-FORWARD-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
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
000000 FD  RATE-FORWARD-FILE.
000000 01  RATE-FORWARD-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 TABLE-FILE-STATUS PIC X(2) VALUE '00'.
000000    01 RATE-FORWARD-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 TABLE-EOF PIC X VALUE 'N'.
000000       88 TABLE-EOF-YES VALUE 'Y'.
000000    01 TABLE-CHOICE PIC X(1) VALUE SPACE.
000000       88 TABLE-FX   VALUE '1'.
000000       88 TABLE-TAX  VALUE '2'.
000000       88 TABLE-DISC VALUE '3'.
000000       88 TABLE-ACR  VALUE '4'.
000000       88 TABLE-COMM VALUE '5'.
000000    01 TABLE-NAME PIC X(8) VALUE SPACES.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000    01 FORWARD-COUNT PIC 9(5) VALUE ZERO.
000000    01 TONIGHT-COUNT PIC 9(5) VALUE ZERO.
000000*One table at a time, as ratemnt holds it: the record's key
000000*within the table, its effective date (zero for a record with
000000*none, which has applied from the start) and the record itself.
000000    01 RATE-ROW-TABLE.
000000       05 RATE-ROW-COUNT PIC 9(3) VALUE ZERO.
000000       05 RATE-ROW-ENTRY OCCURS 200 TIMES.
000000          10 TBL-ROW-KEY   PIC X(5).
000000          10 TBL-ROW-DATE  PIC 9(8).
000000          10 TBL-ROW-IMAGE PIC X(50).
000000    01 ROW-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PRIOR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SCAN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ROW-STATE PIC X(7) VALUE SPACES.
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
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*RATE CHANGES COMING INTO FORCE
000000*Lists on RATEFWD every row of FXRATES, TAXTB, DISCTB, ACRTBL
000000*and COMMTB dated on or after the RUNCTL run date (today when
000000*there is no RUNCTL) - the rate changes keyed ahead through
000000*ratemnt.  A row dated the run date is marked TONIGHT: the
000000*stream picks it up on this run.  A later row is PENDING.  Each
000000*is shown against the row it replaces - the latest row for the
000000*same key dated before it - so the change can be checked before
000000*it bites; a key with no earlier row is a new one.  A table not
000000*on disk is noted and skipped.  A table too large to hold is
000000*listed as far as it was read and ends the step RC 4.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN OUTPUT RATE-FORWARD-FILE.
000000     MOVE SPACES TO RATE-FORWARD-LINE.
000000     STRING 'RATE CHANGES IN FORCE FROM ' CURRENT-RUN-DATE
000000         ' ONWARD'
000000         INTO RATE-FORWARD-LINE.
000000     WRITE RATE-FORWARD-LINE.
000000     MOVE 'TABLE    KEY   FROM     STATUS'
000000         TO RATE-FORWARD-LINE.
000000     WRITE RATE-FORWARD-LINE.
000000     MOVE '1' TO TABLE-CHOICE.
000000     PERFORM 2000-REPORT-TABLE THRU 2000-EXIT.
000000     MOVE '2' TO TABLE-CHOICE.
000000     PERFORM 2000-REPORT-TABLE THRU 2000-EXIT.
000000     MOVE '3' TO TABLE-CHOICE.
000000     PERFORM 2000-REPORT-TABLE THRU 2000-EXIT.
000000     MOVE '4' TO TABLE-CHOICE.
000000     PERFORM 2000-REPORT-TABLE THRU 2000-EXIT.
000000     MOVE '5' TO TABLE-CHOICE.
000000     PERFORM 2000-REPORT-TABLE THRU 2000-EXIT.
000000     MOVE SPACES TO RATE-FORWARD-LINE.
000000     STRING FORWARD-COUNT ' CHANGE(S) KEYED AHEAD, '
000000         TONIGHT-COUNT ' IN FORCE TONIGHT'
000000         INTO RATE-FORWARD-LINE.
000000     WRITE RATE-FORWARD-LINE.
000000     CLOSE RATE-FORWARD-FILE.
000000     DISPLAY 'RATEFWD: ' FORWARD-COUNT
000000         ' RATE CHANGE(S) FROM ' CURRENT-RUN-DATE
000000         ', ' TONIGHT-COUNT ' TONIGHT'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ONE TABLE - load it whole, then list its forward-dated rows
000000*------------------------------------------------------------------------
000000 2000-REPORT-TABLE.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   MOVE 'FXRATES ' TO TABLE-NAME
000000         WHEN TABLE-TAX  MOVE 'TAXTB   ' TO TABLE-NAME
000000         WHEN TABLE-DISC MOVE 'DISCTB  ' TO TABLE-NAME
000000         WHEN TABLE-ACR  MOVE 'ACRTBL  ' TO TABLE-NAME
000000         WHEN TABLE-COMM MOVE 'COMMTB  ' TO TABLE-NAME
000000     END-EVALUATE.
000000     MOVE ZERO TO RATE-ROW-COUNT.
000000     MOVE 'N' TO TABLE-EOF.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   OPEN INPUT FX-RATE-FILE
000000         WHEN TABLE-TAX  OPEN INPUT TAX-RATE-FILE
000000         WHEN TABLE-DISC OPEN INPUT DISCOUNT-TABLE-FILE
000000         WHEN TABLE-ACR  OPEN INPUT ACCRUAL-RATE-FILE
000000         WHEN TABLE-COMM OPEN INPUT COMMISSION-TABLE-FILE
000000     END-EVALUATE.
000000     IF TABLE-FILE-STATUS NOT = '00'
000000         MOVE SPACES TO RATE-FORWARD-LINE
000000         STRING TABLE-NAME ' NOT PRESENT'
000000             INTO RATE-FORWARD-LINE
000000         WRITE RATE-FORWARD-LINE
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-TABLE-ROW.
000000     PERFORM 2200-STORE-TABLE-ROW
000000         UNTIL TABLE-EOF-YES OR RATE-ROW-COUNT = 200.
000000     IF NOT TABLE-EOF-YES
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000         MOVE SPACES TO RATE-FORWARD-LINE
000000         STRING '*** ' TABLE-NAME ' HOLDS MORE THAN 200 ROWS - '
000000             'ROWS PAST 200 NOT REPORTED'
000000             INTO RATE-FORWARD-LINE
000000         WRITE RATE-FORWARD-LINE
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN TABLE-FX   CLOSE FX-RATE-FILE
000000         WHEN TABLE-TAX  CLOSE TAX-RATE-FILE
000000         WHEN TABLE-DISC CLOSE DISCOUNT-TABLE-FILE
000000         WHEN TABLE-ACR  CLOSE ACCRUAL-RATE-FILE
000000         WHEN TABLE-COMM CLOSE COMMISSION-TABLE-FILE
000000     END-EVALUATE.
000000     PERFORM VARYING ROW-IX FROM 1 BY 1
000000             UNTIL ROW-IX > RATE-ROW-COUNT
000000         IF TBL-ROW-DATE(ROW-IX) NOT < CURRENT-RUN-DATE
000000             PERFORM 3000-LIST-FORWARD-ROW THRU 3000-EXIT
000000         END-IF
000000     END-PERFORM.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-TABLE-ROW.
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
000000 2200-STORE-TABLE-ROW.
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
000000     PERFORM 2100-READ-TABLE-ROW.
000000*------------------------------------------------------------------------
000000*ONE FORWARD ROW - with the row it replaces
000000*------------------------------------------------------------------------
000000 3000-LIST-FORWARD-ROW.
000000     ADD 1 TO FORWARD-COUNT.
000000     IF TBL-ROW-DATE(ROW-IX) = CURRENT-RUN-DATE
000000         MOVE 'TONIGHT' TO ROW-STATE
000000         ADD 1 TO TONIGHT-COUNT
000000     ELSE
000000         MOVE 'PENDING' TO ROW-STATE
000000     END-IF.
000000     MOVE 0 TO PRIOR-IX.
000000     PERFORM VARYING SCAN-IX FROM 1 BY 1
000000             UNTIL SCAN-IX > RATE-ROW-COUNT
000000         IF TBL-ROW-KEY(SCAN-IX) = TBL-ROW-KEY(ROW-IX)
000000             AND TBL-ROW-DATE(SCAN-IX) < TBL-ROW-DATE(ROW-IX)
000000             AND (PRIOR-IX = 0
000000                  OR TBL-ROW-DATE(SCAN-IX)
000000                      >= TBL-ROW-DATE(PRIOR-IX))
000000             MOVE SCAN-IX TO PRIOR-IX
000000         END-IF
000000     END-PERFORM.
000000     MOVE SPACES TO RATE-FORWARD-LINE.
000000     STRING TABLE-NAME ' ' TBL-ROW-KEY(ROW-IX) ' '
000000         TBL-ROW-DATE(ROW-IX) ' ' ROW-STATE
000000         INTO RATE-FORWARD-LINE.
000000     WRITE RATE-FORWARD-LINE.
000000     IF PRIOR-IX = 0
000000         MOVE '      NOW: (NONE - NEW KEY)' TO RATE-FORWARD-LINE
000000     ELSE
000000         MOVE TBL-ROW-IMAGE(PRIOR-IX) TO ROW-IMAGE
000000         PERFORM 6800-FORMAT-ROW-TEXT THRU 6800-EXIT
000000         MOVE SPACES TO RATE-FORWARD-LINE
000000         STRING '      NOW: ' ROW-TEXT
000000             INTO RATE-FORWARD-LINE
000000     END-IF.
000000     WRITE RATE-FORWARD-LINE.
000000     MOVE TBL-ROW-IMAGE(ROW-IX) TO ROW-IMAGE.
000000     PERFORM 6800-FORMAT-ROW-TEXT THRU 6800-EXIT.
000000     MOVE SPACES TO RATE-FORWARD-LINE.
000000     STRING '      NEW: ' ROW-TEXT
000000         INTO RATE-FORWARD-LINE.
000000     WRITE RATE-FORWARD-LINE.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ROW TEXT - the values of the row in ROW-IMAGE, edited
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
000000 9800-SET-RETURN-CODE.
000000     IF TABLE-OVERFLOW-YES
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
