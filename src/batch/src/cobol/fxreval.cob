000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  FX-RATE-FILE.
000000     COPY "fxrate.cpy".
000000 FD  FX-POSITION-FILE.
000000 01  FX-POSITION-RECORD.
000000     05 FXP-ACCT-NO   PIC 9(6).
000000    01 REVAL-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 FX-RATE-EOF PIC X VALUE 'N'.
000000       88 FX-RATE-EOF-YES VALUE 'Y'.
000000    01 FX-POSITION-EOF PIC X VALUE 'N'.
000000       88 FX-POSITION-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 RATE-AS-OF-DATE PIC 9(8) VALUE ZERO.
000000    01 FX-RATE-TABLE.
000000       05 FX-RATE-COUNT PIC 9(2) VALUE ZERO.
000000       05 FX-RATE-ENTRY OCCURS 10 TIMES.
000000          10 TBL-FXP-RATE PIC 9(3)V9(6).
000000    01 FXP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FXP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 POSITION-FOUND PIC X VALUE 'N'.
000000       88 POSITION-FOUND-YES VALUE 'Y'.
000000*Unrealized gain/loss accumulated by currency and company for
000000*the revaluation report.
000000    01 GAIN-TABLE.
000000    01 GAIN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 GAIN-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CURRENT-RATE PIC 9(3)V9(6) VALUE ZERO.
000000    01 REVALUED-AMOUNT PIC S9(9)V99 VALUE ZERO.
000000    01 UNREALIZED-GAIN PIC S9(9)V99 VALUE ZERO.
000000    01 GAIN-LOGGED PIC S9(9)V99 VALUE ZERO.
000000    01 REVALUED-COUNT PIC 9(5) VALUE ZERO.
000000    01 STALE-RATE-COUNT PIC 9(5) VALUE ZERO.
000000    01 MISSING-RATE-COUNT PIC 9(5) VALUE ZERO.
000000    01 CLOSED-SKIP-COUNT PIC 9(5) VALUE ZERO.
000000    01 RUN-GAIN-TOTAL PIC S9(11)V99 VALUE ZERO.
000000     COPY "acctsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*END-OF-CYCLE CURRENCY REVALUATION
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RATE PICKUP - the same table shape the pricing pass loads, each
000000*currency's latest rate not after the run date (today when the
000000*stream has none)
000000*------------------------------------------------------------------------
000000 1000-LOAD-FX-RATES.
000000     MOVE CURRENT-RUN-DATE TO RATE-AS-OF-DATE.
000000     IF RATE-AS-OF-DATE = ZERO
000000         ACCEPT RATE-AS-OF-DATE FROM DATE YYYYMMDD
000000     END-IF.
000000     OPEN INPUT FX-RATE-FILE.
000000     IF FX-RATE-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-FX-RATE.
000000     PERFORM 1150-STORE-FX-RATE UNTIL FX-RATE-EOF-YES.
000000     CLOSE FX-RATE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000         AT END SET FX-RATE-EOF-YES TO TRUE
000000     END-READ.
000000 1150-STORE-FX-RATE.
000000     IF FX-RATE-DATE IS NUMERIC
000000         AND FX-RATE-DATE NOT > RATE-AS-OF-DATE
000000         PERFORM 1160-PLACE-FX-RATE THRU 1160-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-FX-RATE.
000000 1160-PLACE-FX-RATE.
000000     MOVE ZERO TO FX-FOUND-IX.
000000     PERFORM VARYING FX-IX FROM 1 BY 1
000000             UNTIL FX-IX > FX-RATE-COUNT OR FX-FOUND-IX > ZERO
000000         IF TBL-FX-CURRENCY(FX-IX) = FX-CURRENCY
000000             MOVE FX-IX TO FX-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF FX-FOUND-IX > ZERO
000000         IF FX-RATE-DATE < TBL-FX-RATE-DATE(FX-FOUND-IX)
000000             GO TO 1160-EXIT
000000         END-IF
000000     ELSE
000000         IF FX-RATE-COUNT = 10
000000             GO TO 1160-EXIT
000000         END-IF
000000         ADD 1 TO FX-RATE-COUNT
000000         MOVE FX-RATE-COUNT TO FX-FOUND-IX
000000     END-IF.
000000     MOVE FX-CURRENCY TO TBL-FX-CURRENCY(FX-FOUND-IX).
000000     MOVE FX-RATE TO TBL-FX-RATE(FX-FOUND-IX).
000000     MOVE FX-RATE-DATE TO TBL-FX-RATE-DATE(FX-FOUND-IX).
000000 1160-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CURRENCY-BOOK PICKUP
000000*------------------------------------------------------------------------
000000     PERFORM 1300-READ-FX-POSITION.
000000*------------------------------------------------------------------------
000000*REVALUATION PASS
000000*Each booked account's position is read from NETPOS by key and
000000*rewritten in place as it is restated.  The currency book rolls
000000*forward with the rates actually applied once the pass is done;
000000*a pass interrupted part-way is recovered by rerunning from the
000000*netting step, which rebuilds NETPOS from the opening position.
000000*------------------------------------------------------------------------
000000 2000-REVALUE-POSITIONS.
000000     OPEN I-O NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         DISPLAY 'NETPOS NOT AVAILABLE - NO REVALUATION'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     OPEN OUTPUT REVAL-REPORT-FILE.
000000     MOVE 'CURRENCY REVALUATION REPORT'
000000         TO REVAL-REPORT-LINE.
000000     PERFORM 9600-CLOSE-TXLOG THRU 9600-EXIT.
000000     PERFORM 3000-WRITE-GAIN-SUMMARY THRU 3000-EXIT.
000000     CLOSE REVAL-REPORT-FILE.
000000     CLOSE NET-POSITION-FILE.
000000     OPEN OUTPUT FX-POSITION-FILE.
000000     PERFORM VARYING FXP-IX FROM 1 BY 1
000000         ' POSITION(S) REVALUED, NET ' RUN-GAIN-TOTAL.
000000 2000-EXIT.
000000     EXIT.
000000*The account's first position on NETPOS, whatever its company:
000000*the read starts at the account's lowest key.
000000 2100-READ-ACCOUNT-POSITION.
000000     MOVE 'N' TO POSITION-FOUND.
000000     MOVE TBL-FXP-ACCT(FXP-IX) TO NET-ACCT-NO.
000000     MOVE LOW-VALUES TO NET-COMPANY-CODE.
000000     START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
000000         INVALID KEY GO TO 2100-EXIT
000000     END-START.
000000     READ NET-POSITION-FILE NEXT RECORD
000000         AT END GO TO 2100-EXIT
000000     END-READ.
000000     IF NET-ACCT-NO = TBL-FXP-ACCT(FXP-IX)
000000         SET POSITION-FOUND-YES TO TRUE
000000     END-IF.
000000 2100-EXIT.
000000     EXIT.
000000 2200-REVALUE-ONE-BOOKED.
000000*A closed account is not marked - a gain posted to it would put
000000*a live balance back on an account the posting engine refuses.
000000*It stays on the book at its last rate and is reported.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE TBL-FXP-ACCT(FXP-IX) TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF NOT ASVC-ERROR AND ASVC-ACCT-STATUS = 'C'
000000         ADD 1 TO CLOSED-SKIP-COUNT
000000         MOVE SPACES TO REVAL-REPORT-LINE
000000         STRING '*** ACCOUNT CLOSED - ACCT ' TBL-FXP-ACCT(FXP-IX)
000000             ' NOT MARKED'
000000             INTO REVAL-REPORT-LINE
000000         WRITE REVAL-REPORT-LINE
000000         GO TO 2200-EXIT
000000     END-IF.
000000*Tonight's rate for the booked currency, fresh against the run
000000*date - the same staleness test the pricing pass applies.
000000     MOVE ZERO TO FX-FOUND-IX.
000000     IF TBL-FXP-RATE(FXP-IX) = CURRENT-RATE
000000         GO TO 2200-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-ACCOUNT-POSITION THRU 2100-EXIT.
000000     IF NOT POSITION-FOUND-YES
000000         GO TO 2200-EXIT
000000     END-IF.
000000     COMPUTE REVALUED-AMOUNT ROUNDED =
000000         NET-AMOUNT * CURRENT-RATE
000000         / TBL-FXP-RATE(FXP-IX).
000000     SUBTRACT NET-AMOUNT FROM REVALUED-AMOUNT
000000         GIVING UNREALIZED-GAIN.
000000     IF UNREALIZED-GAIN = ZERO
000000         MOVE CURRENT-RATE TO TBL-FXP-RATE(FXP-IX)
000000         GO TO 2200-EXIT
000000     END-IF.
000000     MOVE REVALUED-AMOUNT TO NET-AMOUNT.
000000     REWRITE NET-POSITION-RECORD
000000         INVALID KEY
000000             DISPLAY 'REWRITE FAILED FOR ACCT ' NET-ACCT-NO
000000     END-REWRITE.
000000     MOVE CURRENT-RATE TO TBL-FXP-RATE(FXP-IX).
000000     ADD 1 TO REVALUED-COUNT.
000000     ADD UNREALIZED-GAIN TO RUN-GAIN-TOTAL.
000000     MOVE SPACES TO REVAL-REPORT-LINE.
000000     STRING 'ACCT ' TBL-FXP-ACCT(FXP-IX)
000000         ' ' TBL-FXP-CCY(FXP-IX)
000000         ' CO ' NET-COMPANY-CODE
000000         ' GAIN/LOSS ' UNREALIZED-GAIN
000000         INTO REVAL-REPORT-LINE.
000000     WRITE REVAL-REPORT-LINE.
000000                 OR GAIN-FOUND-IX > ZERO
000000         IF TBL-GAIN-CCY(GAIN-IX) = TBL-FXP-CCY(FXP-IX)
000000             AND TBL-GAIN-COMPANY(GAIN-IX)
000000                 = NET-COMPANY-CODE
000000             MOVE GAIN-IX TO GAIN-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000         MOVE GAIN-COUNT TO GAIN-FOUND-IX
000000         MOVE TBL-FXP-CCY(FXP-IX)
000000             TO TBL-GAIN-CCY(GAIN-FOUND-IX)
000000         MOVE NET-COMPANY-CODE
000000             TO TBL-GAIN-COMPANY(GAIN-FOUND-IX)
000000         MOVE ZERO TO TBL-GAIN-AMOUNT(GAIN-FOUND-IX)
000000     END-IF.
000000     STRING 'NET UNREALIZED: ' RUN-GAIN-TOTAL
000000         ' MISSING RATES: ' MISSING-RATE-COUNT
000000         ' STALE RATES: ' STALE-RATE-COUNT
000000         ' CLOSED: ' CLOSED-SKIP-COUNT
000000         INTO REVAL-REPORT-LINE.
000000     WRITE REVAL-REPORT-LINE.
000000 3000-EXIT.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE TBL-FXP-ACCT(FXP-IX) TO TXLOG-ACCT-NO.
000000     MOVE 'RV' TO TXLOG-TYPE-CODE.
000000     MOVE NET-COMPANY-CODE TO TXLOG-COMPANY-CODE.
000000     MOVE SPACES TO TXLOG-COUNTERPARTY-CODE.
000000     MOVE SPACES TO TXLOG-REVERSAL-FLAG.
000000     MOVE ZERO TO TXLOG-LINK-RUN-ID.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 completed with exceptions - positions left unmarked
000000*for missing or stale rates or closed accounts; the report
000000*carries the detail.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF MISSING-RATE-COUNT > ZERO OR STALE-RATE-COUNT > ZERO
000000         OR CLOSED-SKIP-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
