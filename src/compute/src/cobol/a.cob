000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT CERT-STATUS-FILE ASSIGN TO "COMMCRT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CERT-STATUS-STATUS.
000000     05 CERT-REJECT-COUNT PIC 9(5).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000 FD  COMMISSION-TABLE-FILE.
000000     COPY "commtb.cpy".
000000 FD  COMMISSION-RESULT-FILE.
000000 01  COMMISSION-RESULT-RECORD.
000000     05 CRES-TIER-CODE    PIC X(2).
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 RATE-AS-OF-DATE PIC 9(8) VALUE ZERO.
000000*Each tier's effective date in force on the as-of date; only
000000*that record of the tier is computed.
000000    01 IN-FORCE-TIER-TABLE.
000000       05 IN-FORCE-TIER-COUNT PIC 9(2) VALUE ZERO.
000000       05 IN-FORCE-TIER-ENTRY OCCURS 20 TIMES.
000000          10 TBL-IFT-CODE PIC X(2).
000000          10 TBL-IFT-DATE PIC 9(8).
000000    01 IFT-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 IFT-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ROW-IN-FORCE PIC X VALUE 'N'.
000000       88 ROW-IN-FORCE-YES VALUE 'Y'.
000000    01 CERT-STATUS-STATUS PIC X(2) VALUE '00'.
000000    01 TABLE-CERTIFIED PIC X VALUE 'Y'.
000000       88 TABLE-CERTIFIED-YES VALUE 'Y'.
000000    01 SCEN-BASE-WORK PIC 9(7)V99 VALUE ZERO.
000000    01 SCEN-COMMISSION PIC 9(7)V99 VALUE ZERO.
000000    01 GRID-ROW-COUNT PIC 9(3) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000  PERFORM 0500-READ-PARAMETERS THRU 0500-EXIT.
000000  PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000  PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000  DISPLAY '----------------------------------------'
000000  PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000  EXIT PROGRAM.
000000*------------------------------------------------------------------------
000000*RUNTIME PARAMETERS
000000*Overrides the compiled-in I000/I001 sample values above with
000000*the FNCMP I000 and I001 values in force on the PARMLIB parameter
000000*library - amounts of up to six whole digits and two decimals;
000000*one not in force, or out of range, keeps its compiled-in value.
000000*------------------------------------------------------------------------
000000 0500-READ-PARAMETERS.
000000     MOVE 'I000' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-NUMERIC
000000         AND PSVC-NUMBER > -1000000 AND PSVC-NUMBER < 1000000
000000         MOVE PSVC-NUMBER TO I000
000000     END-IF.
000000     MOVE 'I001' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-NUMERIC
000000         AND PSVC-NUMBER > -1000000 AND PSVC-NUMBER < 1000000
000000         MOVE PSVC-NUMBER TO I001
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*The value of one FNCMP parameter, PSVC-NAME, in force today.
000000 0590-LOOK-UP-PARAMETER.
000000     MOVE 'FNCMP' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000 0590-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FORMULA-TABLE DRIVER
000000*Reads a small rules table of tier code / base amount / commission
000000*formula with COMPUTE ROUNDED per record, instead of being stuck
000000*with the one fixed equation above.  Further formulas can be added
000000*as additional tier codes without touching the COMPUTE itself.
000000*Of a tier's records only the one in force on the run date (today
000000*when the stream has none) is computed; records keyed ahead wait.
000000*COMMISSION-TABLE-FILE is optional - if it is not present this run
000000*simply skips the table-driven pass.
000000*------------------------------------------------------------------------
000000         DISPLAY 'COMMISSION-TABLE-FILE NOT AVAILABLE - SKIP'
000000         GO TO 4000-EXIT
000000     END-IF.
000000     PERFORM 4050-FIND-IN-FORCE-TIERS THRU 4050-EXIT.
000000     OPEN INPUT COMMISSION-TABLE-FILE.
000000     OPEN OUTPUT COMMISSION-RESULT-FILE.
000000     PERFORM 4100-READ-COMMISSION-TABLE.
000000     PERFORM 4200-COMPUTE-COMMISSION THRU 4200-NEXT
000000         UNTIL COMMISSION-TABLE-EOF-YES.
000000     CLOSE COMMISSION-TABLE-FILE.
000000     CLOSE COMMISSION-RESULT-FILE.
000000 4000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*IN-FORCE PRESCAN
000000*One pass over the open table notes each tier's latest effective
000000*date not after the as-of date - a record with no date has
000000*applied from the start - and closes the file for the pass
000000*proper to reopen.
000000*------------------------------------------------------------------------
000000 4050-FIND-IN-FORCE-TIERS.
000000     MOVE CURRENT-RUN-DATE TO RATE-AS-OF-DATE.
000000     IF RATE-AS-OF-DATE = ZERO
000000         ACCEPT RATE-AS-OF-DATE FROM DATE YYYYMMDD
000000     END-IF.
000000     MOVE ZERO TO IN-FORCE-TIER-COUNT.
000000     PERFORM 4100-READ-COMMISSION-TABLE.
000000     PERFORM 4060-NOTE-TIER-DATE THRU 4060-EXIT
000000         UNTIL COMMISSION-TABLE-EOF-YES.
000000     CLOSE COMMISSION-TABLE-FILE.
000000     MOVE 'N' TO COMMISSION-TABLE-EOF.
000000 4050-EXIT.
000000     EXIT.
000000 4060-NOTE-TIER-DATE.
000000     PERFORM 4070-CHECK-ROW-IN-FORCE THRU 4070-EXIT.
000000     IF CTAB-EFFECTIVE-DATE-X = SPACES
000000         MOVE ZERO TO CTAB-EFFECTIVE-DATE
000000     END-IF.
000000     IF CTAB-EFFECTIVE-DATE IS NOT NUMERIC
000000         OR CTAB-EFFECTIVE-DATE > RATE-AS-OF-DATE
000000         GO TO 4060-NEXT
000000     END-IF.
000000     IF IFT-FOUND-IX = ZERO
000000         IF IN-FORCE-TIER-COUNT = 20
000000             GO TO 4060-NEXT
000000         END-IF
000000         ADD 1 TO IN-FORCE-TIER-COUNT
000000         MOVE IN-FORCE-TIER-COUNT TO IFT-FOUND-IX
000000         MOVE CTAB-TIER-CODE TO TBL-IFT-CODE(IFT-FOUND-IX)
000000         MOVE CTAB-EFFECTIVE-DATE TO TBL-IFT-DATE(IFT-FOUND-IX)
000000     END-IF.
000000     IF CTAB-EFFECTIVE-DATE > TBL-IFT-DATE(IFT-FOUND-IX)
000000         MOVE CTAB-EFFECTIVE-DATE TO TBL-IFT-DATE(IFT-FOUND-IX)
000000     END-IF.
000000 4060-NEXT.
000000     PERFORM 4100-READ-COMMISSION-TABLE.
000000 4060-EXIT.
000000     EXIT.
000000*Whether the record just read is its tier's record in force;
000000*IFT-FOUND-IX is left on the tier's entry, zero if it has none.
000000 4070-CHECK-ROW-IN-FORCE.
000000     MOVE 'N' TO ROW-IN-FORCE.
000000     MOVE ZERO TO IFT-FOUND-IX.
000000     PERFORM VARYING IFT-IX FROM 1 BY 1
000000             UNTIL IFT-IX > IN-FORCE-TIER-COUNT
000000                 OR IFT-FOUND-IX > ZERO
000000         IF TBL-IFT-CODE(IFT-IX) = CTAB-TIER-CODE
000000             MOVE IFT-IX TO IFT-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF IFT-FOUND-IX = ZERO
000000         GO TO 4070-EXIT
000000     END-IF.
000000     IF CTAB-EFFECTIVE-DATE-X = SPACES
000000         IF TBL-IFT-DATE(IFT-FOUND-IX) = ZERO
000000             SET ROW-IN-FORCE-YES TO TRUE
000000         END-IF
000000         GO TO 4070-EXIT
000000     END-IF.
000000     IF CTAB-EFFECTIVE-DATE IS NUMERIC
000000         AND CTAB-EFFECTIVE-DATE = TBL-IFT-DATE(IFT-FOUND-IX)
000000         SET ROW-IN-FORCE-YES TO TRUE
000000     END-IF.
000000 4070-EXIT.
000000     EXIT.
000000 4100-READ-COMMISSION-TABLE.
000000     READ COMMISSION-TABLE-FILE
000000         AT END SET COMMISSION-TABLE-EOF-YES TO TRUE
000000*band floor.
000000*------------------------------------------------------------------------
000000 4200-COMPUTE-COMMISSION.
000000     PERFORM 4070-CHECK-ROW-IN-FORCE THRU 4070-EXIT.
000000     IF NOT ROW-IN-FORCE-YES
000000         GO TO 4200-NEXT
000000     END-IF.
000000     MOVE CTAB-TIER-CODE   TO CRES-TIER-CODE.
000000     MOVE CTAB-BASE-AMOUNT TO CRES-BASE-AMOUNT.
000000     MOVE CTAB-RATE        TO CRES-RATE.
000000             END-COMPUTE
000000     END-EVALUATE.
000000     WRITE COMMISSION-RESULT-RECORD.
000000 4200-NEXT.
000000     PERFORM 4100-READ-COMMISSION-TABLE.
000000*------------------------------------------------------------------------
000000*MARGINAL BAND SLICE
000000         DISPLAY 'COMMISSION-TABLE-FILE NOT AVAILABLE - SKIP'
000000         GO TO 5000-EXIT
000000     END-IF.
000000     PERFORM 4050-FIND-IN-FORCE-TIERS THRU 4050-EXIT.
000000     OPEN INPUT COMMISSION-TABLE-FILE.
000000     OPEN OUTPUT SCENARIO-GRID-FILE.
000000     MOVE 'SCENARIO COMPARISON GRID' TO SCENARIO-GRID-LINE.
000000     WRITE SCENARIO-GRID-LINE.
000000     END-IF.
000000     PERFORM 5110-READ-SCENARIO.
000000 5200-GRID-ONE-FORMULA.
000000     PERFORM 4070-CHECK-ROW-IN-FORCE THRU 4070-EXIT.
000000     IF NOT ROW-IN-FORCE-YES
000000         GO TO 5200-NEXT
000000     END-IF.
000000     ADD 1 TO GRID-ROW-COUNT.
000000     PERFORM VARYING SCEN-IX FROM 1 BY 1
000000             UNTIL SCEN-IX > SCENARIO-COUNT
000000             TO SCENARIO-GRID-LINE(SCEN-IX * 12 - 2:11)
000000     END-PERFORM.
000000     WRITE SCENARIO-GRID-LINE.
000000 5200-NEXT.
000000     PERFORM 4100-READ-COMMISSION-TABLE.
000000 5200-EXIT.
000000     EXIT.
