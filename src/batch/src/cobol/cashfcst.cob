000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. cashfcst.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT DUNNING-MASTER-FILE ASSIGN TO "DUNMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DUNNING-MASTER-STATUS.
000000     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHOREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-REGISTER-STATUS.
000000     SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UPDATED-SCHEDULE-STATUS.
000000     SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS STANDING-ORDER-STATUS.
000000     SELECT PENDING-ACK-FILE ASSIGN TO "SETPEND"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PENDING-ACK-STATUS.
000000     SELECT REFUND-REGISTER-FILE ASSIGN TO "REFREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REFUND-REGISTER-STATUS.
000000     SELECT FORECAST-FILE ASSIGN TO "CASHFCST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FORECAST-STATUS.
000000     SELECT FORECAST-REPORT-FILE ASSIGN TO "CASHRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FORECAST-REPORT-STATUS.
000000     SELECT BATCH-STRCTBCL-FILE ASSIGN TO "FCSTBAT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BATCH-STRCTBCL-STATUS.
000000     SELECT HANDOFF-CONTROL-FILE ASSIGN TO "FCSTCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HANDOFF-CONTROL-STATUS.
000000     SELECT HANDOFF-REGISTER-FILE ASSIGN TO "TRSYRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HANDOFF-REGISTER-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  DUNNING-MASTER-FILE.
000000 01  DUNNING-MASTER-RECORD.
000000     05 DUN-ACCT-NO     PIC 9(6).
000000     05 DUN-LEVEL       PIC 9(1).
000000     05 DUN-LEVEL-DATE  PIC 9(8).
000000 FD  CHARGE-OFF-REGISTER-FILE.
000000     COPY "chgoff.cpy".
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  STANDING-ORDER-FILE.
000000 01  STANDING-ORDER-RECORD.
000000     05 SO-ACCT-NO      PIC 9(6).
000000     05 SO-AMOUNT       PIC 9(7)V99.
000000     05 SO-TYPE-CODE    PIC X(2).
000000     05 SO-COMPANY-CODE PIC X(3).
000000     05 SO-FREQUENCY    PIC X(1).
000000         88 SO-FREQ-MONTHLY VALUE 'M'.
000000         88 SO-FREQ-WEEKLY  VALUE 'W'.
000000     05 SO-NEXT-RUN-DATE PIC 9(8).
000000 FD  PENDING-ACK-FILE.
000000 01  PENDING-ACK-RECORD.
000000     05 PEND-BUSINESS-DATE PIC 9(8).
000000     05 PEND-SEQUENCE      PIC 9(5).
000000     05 PEND-ACCT-NO       PIC 9(6).
000000     05 PEND-DIRECTION     PIC X(1).
000000     05 PEND-AMOUNT        PIC 9(9)V99.
000000     05 PEND-CYCLES-OUT    PIC 9(3).
000000 FD  REFUND-REGISTER-FILE.
000000 01  REFUND-REGISTER-RECORD.
000000     05 REFR-ACCT-NO  PIC 9(6).
000000     05 REFR-AMOUNT   PIC 9(9)V99.
000000     05 REFR-DATE     PIC 9(8).
000000     05 REFR-STATE    PIC X(1).
000000         88 REFR-ISSUED  VALUE 'I'.
000000         88 REFR-PENDING VALUE 'P'.
000000     05 REFR-APPROVER PIC X(8).
000000 FD  FORECAST-FILE.
000000 01  FORECAST-RECORD.
000000     05 FCST-COMPANY-CODE  PIC X(3).
000000     05 FCST-WEEK-NO       PIC 9(2).
000000     05 FCST-WEEK-START    PIC 9(8).
000000     05 FCST-WEEK-END      PIC 9(8).
000000     05 FCST-SCHEDULED-IN  PIC 9(11)V99.
000000     05 FCST-EXPECTED-IN   PIC 9(11)V99.
000000     05 FCST-OUTFLOW       PIC 9(11)V99.
000000     05 FCST-NET           PIC S9(11)V99 SIGN LEADING SEPARATE.
000000     05 FCST-RUN-DATE      PIC 9(8).
000000 FD  FORECAST-REPORT-FILE.
000000 01  FORECAST-REPORT-LINE PIC X(80).
000000 FD  BATCH-STRCTBCL-FILE.
000000 01  BATCH-STRCTBCL-RECORD.
000000     05 BATCH-M0 PIC S9(10).
000000     05 BATCH-M1 PIC S9(10).
000000     05 BATCH-M2 PIC S9(10).
000000     05 BATCH-M3 PIC S9(10).
000000 FD  HANDOFF-CONTROL-FILE.
000000 01  HANDOFF-CONTROL-RECORD.
000000     05 TRSY-REC-COUNT     PIC 9(5).
000000     05 TRSY-CHECKSUM-SUM  PIC S9(13).
000000     05 TRSY-RUN-ID        PIC 9(5).
000000     05 TRSY-RUN-DATE      PIC 9(8).
000000 FD  HANDOFF-REGISTER-FILE.
000000 01  HANDOFF-REGISTER-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 DUNNING-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 STANDING-ORDER-STATUS PIC X(2) VALUE '00'.
000000    01 PENDING-ACK-STATUS PIC X(2) VALUE '00'.
000000    01 REFUND-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 FORECAST-STATUS PIC X(2) VALUE '00'.
000000    01 FORECAST-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 BATCH-STRCTBCL-STATUS PIC X(2) VALUE '00'.
000000    01 HANDOFF-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 HANDOFF-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 VERIFY-EOF PIC X VALUE 'N'.
000000       88 VERIFY-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000     COPY "datesvc.cpy".
000000*Share of a scheduled inflow the desk should count on, by the
000000*account's dunning level on DUNMST - 0 never dunned or cured, 1
000000*first notice through 4 final demand.  CASHFCST LEVEL-0-PCT
000000*through LEVEL-4-PCT on the parameter library override the
000000*defaults; a charged-off account counts nothing.
000000    01 COLLECTION-FACTORS.
000000       05 FILLER PIC 9(3) VALUE 100.
000000       05 FILLER PIC 9(3) VALUE 090.
000000       05 FILLER PIC 9(3) VALUE 070.
000000       05 FILLER PIC 9(3) VALUE 050.
000000       05 FILLER PIC 9(3) VALUE 025.
000000    01 COLLECTION-FACTOR-TABLE REDEFINES COLLECTION-FACTORS.
000000       05 LEVEL-PCT PIC 9(3) OCCURS 5 TIMES.
000000    01 LEVEL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 POLICY-LEVEL PIC 9 VALUE ZERO.
000000*Thirteen weeks of seven days each, the first opening on the
000000*run date.  Anything already past due lands in week 1.
000000    01 WEEK-TABLE.
000000       05 WEEK-ENTRY OCCURS 13 TIMES.
000000          10 TBL-WK-START PIC 9(8).
000000          10 TBL-WK-END   PIC 9(8).
000000    01 WK-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 WEEK-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HORIZON-END-DATE PIC 9(8) VALUE ZERO.
000000*An item's company is read from NETPOS by key as it is booked.
000000    01 NET-POSITION-OPEN PIC X VALUE 'N'.
000000       88 NET-POSITION-OPEN-YES VALUE 'Y'.
000000    01 DUNNING-TABLE.
000000       05 DUNNING-COUNT PIC 9(3) VALUE ZERO.
000000       05 DUNNING-ENTRY OCCURS 200 TIMES.
000000          10 TBL-DUN-ACCT  PIC 9(6).
000000          10 TBL-DUN-LEVEL PIC 9(1).
000000    01 DUN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DUN-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHARGE-OFF-TABLE.
000000       05 CHARGE-OFF-COUNT PIC 9(3) VALUE ZERO.
000000       05 CHARGE-OFF-ENTRY OCCURS 200 TIMES.
000000          10 TBL-CHO-ACCT PIC 9(6).
000000    01 CHO-IX BINARY-SHORT SIGNED VALUE 0.
000000*The refund register is append-only, so an account's latest
000000*entry is its state; a refund still 'P' is queued for approval.
000000    01 REFUND-TABLE.
000000       05 REFUND-COUNT PIC 9(3) VALUE ZERO.
000000       05 REFUND-ENTRY OCCURS 200 TIMES.
000000          10 TBL-REF-ACCT   PIC 9(6).
000000          10 TBL-REF-AMOUNT PIC 9(9)V99.
000000          10 TBL-REF-STATE  PIC X(1).
000000    01 REF-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REF-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000     COPY "tblmon.cpy".
000000*The projection itself: per company, per week, the inflow as
000000*scheduled, the inflow after the delinquency weighting, and the
000000*outflow.
000000    01 COMPANY-TABLE.
000000       05 COMPANY-COUNT PIC 9(3) VALUE ZERO.
000000       05 COMPANY-ENTRY OCCURS 20 TIMES.
000000          10 TBL-CO-CODE PIC X(3).
000000          10 TBL-CO-WEEK OCCURS 13 TIMES.
000000             15 TBL-CO-SCHED-IN  PIC 9(11)V99.
000000             15 TBL-CO-EXPECT-IN PIC 9(11)V99.
000000             15 TBL-CO-OUT       PIC 9(11)V99.
000000    01 CO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 COMPANY-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
000000    01 ITEM-ACCT PIC 9(6) VALUE ZERO.
000000    01 ITEM-COMPANY PIC X(3) VALUE SPACES.
000000    01 ITEM-DATE PIC 9(8) VALUE ZERO.
000000    01 ITEM-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 ITEM-EXPECTED PIC 9(9)V99 VALUE ZERO.
000000    01 ITEM-PCT PIC 9(3) VALUE ZERO.
000000    01 ITEM-DIRECTION PIC X(1) VALUE SPACE.
000000       88 ITEM-INFLOW  VALUE 'I'.
000000       88 ITEM-OUTFLOW VALUE 'O'.
000000    01 OCCURRENCE-NO PIC S9(5) VALUE ZERO.
000000    01 OCCURRENCE-DATE PIC 9(8) VALUE ZERO.
000000    01 INSTALLMENT-COUNT PIC 9(5) VALUE ZERO.
000000    01 STANDING-COUNT PIC 9(5) VALUE ZERO.
000000    01 SETTLEMENT-COUNT PIC 9(5) VALUE ZERO.
000000    01 QUEUED-REFUND-COUNT PIC 9(5) VALUE ZERO.
000000    01 NO-COMPANY-COUNT PIC 9(5) VALUE ZERO.
000000    01 WRITTEN-OFF-COUNT PIC 9(5) VALUE ZERO.
000000    01 ROW-NET PIC S9(11)V99 VALUE ZERO.
000000    01 CO-TOTAL-SCHED PIC 9(11)V99 VALUE ZERO.
000000    01 CO-TOTAL-EXPECT PIC 9(11)V99 VALUE ZERO.
000000    01 CO-TOTAL-OUT PIC 9(11)V99 VALUE ZERO.
000000    01 CO-TOTAL-NET PIC S9(11)V99 VALUE ZERO.
000000    01 SCHED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 EXPECT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 OUT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 NET-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000*The same checksummed struct the position hand-off marshals.
000000    01 STRCTBCL.
000000       05 STRCTBCLM0 BINARY-C-LONG.
000000       05 STRCTBCLM1 BINARY-C-LONG.
000000       05 STRCTBCLM2 BINARY-C-LONG.
000000       05 STRCTBCLM3 BINARY-C-LONG.
000000       05 STRCTBCLCKS BINARY-C-LONG.
000000    01 COMPANY-NUMERIC PIC 9(3) VALUE ZERO.
000000    01 MARSHALLED-COUNT PIC 9(5) VALUE ZERO.
000000    01 CHECKSUM-RUNNING PIC S9(13) VALUE ZERO.
000000    01 VERIFY-COUNT PIC 9(5) VALUE ZERO.
000000    01 VERIFY-CHECKSUM PIC S9(13) VALUE ZERO.
000000    01 VERIFY-WORK PIC S9(13) VALUE ZERO.
000000    01 DELIVERY-CONFIRMED PIC X VALUE 'N'.
000000       88 DELIVERY-CONFIRMED-YES VALUE 'Y'.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*THIRTEEN-WEEK CASH FORECAST
000000*Treasury's forecast spreadsheet came from our printouts; this
000000*step builds it from the files themselves.  Inflows are the
000000*unpaid installments on INSTUPD at their due dates, standing
000000*orders on STANDORD projected forward from their next run date
000000*at their frequency, and debit instructions on SETPEND still
000000*awaiting the bank's answer; outflows are credit instructions
000000*on SETPEND, credit-type standing orders and refunds queued on
000000*REFREG for approval.  Every inflow is weighted by the
000000*account's dunning level on DUNMST, and an account written off
000000*on CHOREG is expected to pay nothing.  Items are bucketed into
000000*thirteen weeks from the run date by the account's company on
000000*NETPOS (a standing order carries its own), written to
000000*CASHFCST and printed on CASHRPT.  The forecast then goes to the
000000*treasury workstation the way the positions do: each company
000000*week is marshalled through the checksummed STRCTBCL bridge
000000*onto FCSTBAT, FCSTCTL carries the count and checksum sum, the
000000*file is re-read to confirm delivery and the result is added to
000000*the TRSYRPT hand-off register beside the position delivery.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'CASHFCST: NO RUN DATE - NO FORECAST'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0500-READ-POLICY THRU 0500-EXIT.
000000     PERFORM 0800-SET-WEEKS THRU 0800-EXIT.
000000     PERFORM 1200-LOAD-DUNNING THRU 1200-EXIT.
000000     PERFORM 1400-LOAD-CHARGE-OFFS THRU 1400-EXIT.
000000     PERFORM 1600-LOAD-REFUNDS THRU 1600-EXIT.
000000*A forecast built from a short table would understate the
000000*weighting, the write-offs or the queued refunds; nothing is
000000*projected or handed off.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY 'CASHFCST: TABLE OVERFLOW - RUN BLOCKED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1000-OPEN-POSITIONS THRU 1000-EXIT.
000000     PERFORM 2000-PROJECT-INSTALLMENTS THRU 2000-EXIT.
000000     PERFORM 3000-PROJECT-STANDING-ORDERS THRU 3000-EXIT.
000000     PERFORM 4000-PROJECT-SETTLEMENTS THRU 4000-EXIT.
000000     PERFORM 5000-PROJECT-REFUNDS THRU 5000-EXIT.
000000     IF NET-POSITION-OPEN-YES
000000         CLOSE NET-POSITION-FILE
000000     END-IF.
000000     PERFORM 7000-WRITE-FORECAST THRU 7000-EXIT.
000000     PERFORM 7500-HAND-OFF-FORECAST THRU 7500-EXIT.
000000     DISPLAY 'CASHFCST: ' COMPANY-COUNT ' COMPANY(IES), '
000000         MARSHALLED-COUNT ' FORECAST WEEK(S) HANDED OFF'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0500-READ-POLICY.
000000     MOVE 'CASHFCST' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     PERFORM VARYING LEVEL-IX FROM 1 BY 1 UNTIL LEVEL-IX > 5
000000         COMPUTE POLICY-LEVEL = LEVEL-IX - 1
000000         MOVE SPACES TO PSVC-NAME
000000         STRING 'LEVEL-' POLICY-LEVEL '-PCT' DELIMITED BY SIZE
000000             INTO PSVC-NAME
000000         CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000             PARMSVC-STATUS
000000         IF PSVC-WHOLE-NUMBER
000000             AND PSVC-NUMBER NOT < ZERO AND PSVC-NUMBER <= 100
000000             MOVE PSVC-NUMBER TO LEVEL-PCT(LEVEL-IX)
000000         END-IF
000000     END-PERFORM.
000000 0500-EXIT.
000000     EXIT.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*Week boundaries through the shared date service, so the weeks
000000*cross month and year ends without arithmetic of our own.
000000 0800-SET-WEEKS.
000000     MOVE CURRENT-RUN-DATE TO TBL-WK-START(1).
000000     PERFORM VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > 13
000000         IF WK-IX > 1
000000             MOVE 'D' TO DSVC-FUNCTION
000000             MOVE TBL-WK-END(WK-IX - 1) TO DSVC-DATE-1
000000             MOVE 1 TO DSVC-COUNT
000000             CALL 'datesvc' USING DATESVC-REQUEST
000000                 DATESVC-RESULT DATESVC-STATUS
000000             MOVE DSVC-RESULT-DATE TO TBL-WK-START(WK-IX)
000000         END-IF
000000         MOVE 'D' TO DSVC-FUNCTION
000000         MOVE TBL-WK-START(WK-IX) TO DSVC-DATE-1
000000         MOVE 6 TO DSVC-COUNT
000000         CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000             DATESVC-STATUS
000000         MOVE DSVC-RESULT-DATE TO TBL-WK-END(WK-IX)
000000     END-PERFORM.
000000     MOVE TBL-WK-END(13) TO HORIZON-END-DATE.
000000 0800-EXIT.
000000     EXIT.
000000 1000-OPEN-POSITIONS.
000000     OPEN INPUT NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         DISPLAY 'CASHFCST: NETPOS NOT AVAILABLE - ACCOUNT '
000000             'ITEMS CARRY NO COMPANY'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     SET NET-POSITION-OPEN-YES TO TRUE.
000000 1000-EXIT.
000000     EXIT.
000000 1200-LOAD-DUNNING.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT DUNNING-MASTER-FILE.
000000     IF DUNNING-MASTER-STATUS NOT = '00'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     PERFORM 1210-READ-DUNNING.
000000     PERFORM 1220-STORE-DUNNING
000000         UNTIL SOURCE-EOF-YES OR DUNNING-COUNT = 200.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1230-COUNT-DUNNING-LEFT-OUT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE DUNNING-MASTER-FILE.
000000     MOVE 'DUNMST  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE DUNNING-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1200-EXIT.
000000     EXIT.
000000 1210-READ-DUNNING.
000000     READ DUNNING-MASTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1220-STORE-DUNNING.
000000     ADD 1 TO DUNNING-COUNT.
000000     MOVE DUN-ACCT-NO TO TBL-DUN-ACCT(DUNNING-COUNT).
000000     MOVE DUN-LEVEL TO TBL-DUN-LEVEL(DUNNING-COUNT).
000000     PERFORM 1210-READ-DUNNING.
000000 1230-COUNT-DUNNING-LEFT-OUT.
000000     ADD 1 TO RECORDS-LEFT-OUT.
000000     PERFORM 1210-READ-DUNNING.
000000*Only the write-offs matter here: a recovery after charge-off
000000*is windfall, not something treasury should plan on.
000000 1400-LOAD-CHARGE-OFFS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS NOT = '00'
000000         GO TO 1400-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1410-READ-CHARGE-OFF.
000000     PERFORM 1420-STORE-CHARGE-OFF
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000     MOVE 'CHOREG  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE CHARGE-OFF-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1400-EXIT.
000000     EXIT.
000000 1410-READ-CHARGE-OFF.
000000     READ CHARGE-OFF-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1420-STORE-CHARGE-OFF.
000000     IF CHO-CHARGED-OFF
000000         MOVE CHO-ACCT-NO TO ITEM-ACCT
000000         PERFORM 6300-FIND-CHARGE-OFF THRU 6300-EXIT
000000         IF CHO-IX > CHARGE-OFF-COUNT
000000             IF CHARGE-OFF-COUNT = 200
000000                 ADD 1 TO RECORDS-LEFT-OUT
000000             ELSE
000000                 ADD 1 TO CHARGE-OFF-COUNT
000000                 MOVE CHO-ACCT-NO
000000                     TO TBL-CHO-ACCT(CHARGE-OFF-COUNT)
000000             END-IF
000000         END-IF
000000     END-IF.
000000     PERFORM 1410-READ-CHARGE-OFF.
000000 1600-LOAD-REFUNDS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT REFUND-REGISTER-FILE.
000000     IF REFUND-REGISTER-STATUS NOT = '00'
000000         GO TO 1600-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1610-READ-REFUND.
000000     PERFORM 1620-STORE-REFUND THRU 1620-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE REFUND-REGISTER-FILE.
000000     MOVE 'REFREG  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE REFUND-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1600-EXIT.
000000     EXIT.
000000 1610-READ-REFUND.
000000     READ REFUND-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1620-STORE-REFUND.
000000     MOVE 0 TO REF-FOUND-IX.
000000     PERFORM VARYING REF-IX FROM 1 BY 1
000000             UNTIL REF-IX > REFUND-COUNT
000000                 OR REF-FOUND-IX > 0
000000         IF TBL-REF-ACCT(REF-IX) = REFR-ACCT-NO
000000             MOVE REF-IX TO REF-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF REF-FOUND-IX = 0
000000         IF REFUND-COUNT = 200
000000             ADD 1 TO RECORDS-LEFT-OUT
000000             GO TO 1620-NEXT
000000         END-IF
000000         ADD 1 TO REFUND-COUNT
000000         MOVE REFUND-COUNT TO REF-FOUND-IX
000000         MOVE REFR-ACCT-NO TO TBL-REF-ACCT(REF-FOUND-IX)
000000     END-IF.
000000     MOVE REFR-AMOUNT TO TBL-REF-AMOUNT(REF-FOUND-IX).
000000     MOVE REFR-STATE TO TBL-REF-STATE(REF-FOUND-IX).
000000 1620-NEXT.
000000     PERFORM 1610-READ-REFUND.
000000 1620-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TABLE USAGE
000000*Each fixed-table load reports its usage to the table monitor;
000000*records left out because the table was full raise the alarm
000000*and block the forecast.
000000*------------------------------------------------------------------------
000000 1900-REPORT-TABLE-USAGE.
000000     MOVE 'CASHFCST' TO TMON-PROGRAM.
000000     MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*INSTALLMENT INFLOWS
000000*What is still owed on each open or part-paid installment, at
000000*its due date.
000000*------------------------------------------------------------------------
000000 2000-PROJECT-INSTALLMENTS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT UPDATED-SCHEDULE-FILE.
000000     IF UPDATED-SCHEDULE-STATUS NOT = '00'
000000         DISPLAY 'CASHFCST: INSTUPD NOT AVAILABLE - NO '
000000             'INSTALLMENT INFLOWS'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2010-READ-INSTALLMENT.
000000     PERFORM 2100-PROJECT-ONE-INSTALLMENT THRU 2100-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE UPDATED-SCHEDULE-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2010-READ-INSTALLMENT.
000000     READ UPDATED-SCHEDULE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2100-PROJECT-ONE-INSTALLMENT.
000000     IF IUPD-PAID
000000         OR IUPD-DUE-DATE > HORIZON-END-DATE
000000         GO TO 2100-NEXT
000000     END-IF.
000000     IF IUPD-PARTIAL
000000         IF IUPD-PAID-AMT >= IUPD-INSTALLMENT-AMT
000000             GO TO 2100-NEXT
000000         END-IF
000000         SUBTRACT IUPD-PAID-AMT FROM IUPD-INSTALLMENT-AMT
000000             GIVING ITEM-AMOUNT
000000     ELSE
000000         MOVE IUPD-INSTALLMENT-AMT TO ITEM-AMOUNT
000000     END-IF.
000000     ADD 1 TO INSTALLMENT-COUNT.
000000     MOVE IUPD-ACCT-NO TO ITEM-ACCT.
000000     MOVE IUPD-DUE-DATE TO ITEM-DATE.
000000     SET ITEM-INFLOW TO TRUE.
000000     PERFORM 6000-FIND-ACCOUNT-COMPANY THRU 6000-EXIT.
000000     PERFORM 6500-BOOK-ITEM THRU 6500-EXIT.
000000 2100-NEXT.
000000     PERFORM 2010-READ-INSTALLMENT.
000000 2100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*STANDING ORDERS
000000*Each order is walked forward from its next run date, a week or
000000*a month at a time, to the horizon.  Months are counted from
000000*the next run date itself so a 31st does not drift to the 28th
000000*after February.  A 'CR' order pays the customer and is an
000000*outflow; every other type is collected from the customer.
000000*------------------------------------------------------------------------
000000 3000-PROJECT-STANDING-ORDERS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT STANDING-ORDER-FILE.
000000     IF STANDING-ORDER-STATUS NOT = '00'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 3010-READ-STANDING-ORDER.
000000     PERFORM 3100-PROJECT-ONE-ORDER THRU 3100-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE STANDING-ORDER-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3010-READ-STANDING-ORDER.
000000     READ STANDING-ORDER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 3100-PROJECT-ONE-ORDER.
000000     IF SO-NEXT-RUN-DATE IS NOT NUMERIC
000000         OR SO-NEXT-RUN-DATE = ZERO
000000         GO TO 3100-NEXT
000000     END-IF.
000000     MOVE SO-ACCT-NO TO ITEM-ACCT.
000000     MOVE SO-COMPANY-CODE TO ITEM-COMPANY.
000000     IF SO-TYPE-CODE = 'CR'
000000         SET ITEM-OUTFLOW TO TRUE
000000     ELSE
000000         SET ITEM-INFLOW TO TRUE
000000     END-IF.
000000     MOVE ZERO TO OCCURRENCE-NO.
000000     MOVE SO-NEXT-RUN-DATE TO OCCURRENCE-DATE.
000000     PERFORM 3200-BOOK-ONE-OCCURRENCE THRU 3200-EXIT
000000         UNTIL OCCURRENCE-DATE > HORIZON-END-DATE.
000000 3100-NEXT.
000000     PERFORM 3010-READ-STANDING-ORDER.
000000 3100-EXIT.
000000     EXIT.
000000 3200-BOOK-ONE-OCCURRENCE.
000000     ADD 1 TO STANDING-COUNT.
000000     MOVE OCCURRENCE-DATE TO ITEM-DATE.
000000     MOVE SO-AMOUNT TO ITEM-AMOUNT.
000000     PERFORM 6500-BOOK-ITEM THRU 6500-EXIT.
000000     ADD 1 TO OCCURRENCE-NO.
000000     MOVE SO-NEXT-RUN-DATE TO DSVC-DATE-1.
000000     IF SO-FREQ-WEEKLY
000000         MOVE 'D' TO DSVC-FUNCTION
000000         COMPUTE DSVC-COUNT = OCCURRENCE-NO * 7
000000     ELSE
000000         MOVE 'M' TO DSVC-FUNCTION
000000         MOVE OCCURRENCE-NO TO DSVC-COUNT
000000     END-IF.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000*A date the service cannot roll ends the order's projection
000000*rather than looping on it.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO OCCURRENCE-DATE
000000     ELSE
000000         MOVE 99999999 TO OCCURRENCE-DATE
000000     END-IF.
000000 3200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SETTLEMENT INSTRUCTIONS AWAITING ACKNOWLEDGMENT
000000*The bank has them but has not answered, so the money moves in
000000*the first week: a debit instruction collects from the
000000*customer, a credit instruction pays out.
000000*------------------------------------------------------------------------
000000 4000-PROJECT-SETTLEMENTS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT PENDING-ACK-FILE.
000000     IF PENDING-ACK-STATUS NOT = '00'
000000         GO TO 4000-EXIT
000000     END-IF.
000000     PERFORM 4010-READ-PENDING.
000000     PERFORM 4100-PROJECT-ONE-PENDING THRU 4100-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE PENDING-ACK-FILE.
000000 4000-EXIT.
000000     EXIT.
000000 4010-READ-PENDING.
000000     READ PENDING-ACK-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 4100-PROJECT-ONE-PENDING.
000000     ADD 1 TO SETTLEMENT-COUNT.
000000     MOVE PEND-ACCT-NO TO ITEM-ACCT.
000000     MOVE CURRENT-RUN-DATE TO ITEM-DATE.
000000     MOVE PEND-AMOUNT TO ITEM-AMOUNT.
000000     IF PEND-DIRECTION = 'C'
000000         SET ITEM-OUTFLOW TO TRUE
000000     ELSE
000000         SET ITEM-INFLOW TO TRUE
000000     END-IF.
000000     PERFORM 6000-FIND-ACCOUNT-COMPANY THRU 6000-EXIT.
000000     PERFORM 6500-BOOK-ITEM THRU 6500-EXIT.
000000     PERFORM 4010-READ-PENDING.
000000 4100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*QUEUED REFUNDS
000000*A refund waiting on an approver goes out the cycle after the
000000*approval card arrives, so it is planned for the first week.
000000*------------------------------------------------------------------------
000000 5000-PROJECT-REFUNDS.
000000     PERFORM VARYING REF-IX FROM 1 BY 1
000000             UNTIL REF-IX > REFUND-COUNT
000000         IF TBL-REF-STATE(REF-IX) = 'P'
000000             ADD 1 TO QUEUED-REFUND-COUNT
000000             MOVE TBL-REF-ACCT(REF-IX) TO ITEM-ACCT
000000             MOVE CURRENT-RUN-DATE TO ITEM-DATE
000000             MOVE TBL-REF-AMOUNT(REF-IX) TO ITEM-AMOUNT
000000             SET ITEM-OUTFLOW TO TRUE
000000             PERFORM 6000-FIND-ACCOUNT-COMPANY THRU 6000-EXIT
000000             PERFORM 6500-BOOK-ITEM THRU 6500-EXIT
000000         END-IF
000000     END-PERFORM.
000000 5000-EXIT.
000000     EXIT.
000000*An account missing from NETPOS is forecast under company '???'
000000*so its money is still in the totals, and counted so the desk
000000*knows the split by company is short.
000000*The account's first position on NETPOS, whatever its company,
000000*gives the company: the read starts at the account's lowest key.
000000 6000-FIND-ACCOUNT-COMPANY.
000000     IF NOT NET-POSITION-OPEN-YES
000000         GO TO 6000-NO-COMPANY
000000     END-IF.
000000     MOVE ITEM-ACCT TO NET-ACCT-NO.
000000     MOVE LOW-VALUES TO NET-COMPANY-CODE.
000000     START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
000000         INVALID KEY GO TO 6000-NO-COMPANY
000000     END-START.
000000     READ NET-POSITION-FILE NEXT RECORD
000000         AT END GO TO 6000-NO-COMPANY
000000     END-READ.
000000     IF NET-ACCT-NO = ITEM-ACCT
000000         MOVE NET-COMPANY-CODE TO ITEM-COMPANY
000000         GO TO 6000-EXIT
000000     END-IF.
000000 6000-NO-COMPANY.
000000     MOVE '???' TO ITEM-COMPANY.
000000     ADD 1 TO NO-COMPANY-COUNT.
000000 6000-EXIT.
000000     EXIT.
000000*Share of an inflow to count on: the dunning level's factor,
000000*nothing at all once the account is written off.
000000 6200-FIND-COLLECTION-PCT.
000000     PERFORM 6300-FIND-CHARGE-OFF THRU 6300-EXIT.
000000     IF CHO-IX <= CHARGE-OFF-COUNT
000000         MOVE ZERO TO ITEM-PCT
000000         ADD 1 TO WRITTEN-OFF-COUNT
000000         GO TO 6200-EXIT
000000     END-IF.
000000     MOVE 0 TO DUN-FOUND-IX.
000000     PERFORM VARYING DUN-IX FROM 1 BY 1
000000             UNTIL DUN-IX > DUNNING-COUNT
000000                 OR DUN-FOUND-IX > 0
000000         IF TBL-DUN-ACCT(DUN-IX) = ITEM-ACCT
000000             MOVE DUN-IX TO DUN-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     MOVE 1 TO LEVEL-IX.
000000     IF DUN-FOUND-IX > 0
000000         IF TBL-DUN-LEVEL(DUN-FOUND-IX) < 4
000000             COMPUTE LEVEL-IX = TBL-DUN-LEVEL(DUN-FOUND-IX) + 1
000000         ELSE
000000             MOVE 5 TO LEVEL-IX
000000         END-IF
000000     END-IF.
000000     MOVE LEVEL-PCT(LEVEL-IX) TO ITEM-PCT.
000000 6200-EXIT.
000000     EXIT.
000000*Leaves CHO-IX on the account's entry, or one past the end.
000000 6300-FIND-CHARGE-OFF.
000000     PERFORM VARYING CHO-IX FROM 1 BY 1
000000             UNTIL CHO-IX > CHARGE-OFF-COUNT
000000                 OR TBL-CHO-ACCT(CHO-IX) = ITEM-ACCT
000000         CONTINUE
000000     END-PERFORM.
000000 6300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*BOOK ONE ITEM
000000*ITEM-DATE picks the week (past due is week 1, past the horizon
000000*is nothing), ITEM-COMPANY the company row.
000000*------------------------------------------------------------------------
000000 6500-BOOK-ITEM.
000000     MOVE 0 TO WEEK-FOUND-IX.
000000     IF ITEM-DATE < TBL-WK-START(1)
000000         MOVE 1 TO WEEK-FOUND-IX
000000     END-IF.
000000     PERFORM VARYING WK-IX FROM 1 BY 1
000000             UNTIL WK-IX > 13 OR WEEK-FOUND-IX > 0
000000         IF ITEM-DATE >= TBL-WK-START(WK-IX)
000000             AND ITEM-DATE <= TBL-WK-END(WK-IX)
000000             MOVE WK-IX TO WEEK-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF WEEK-FOUND-IX = 0
000000         GO TO 6500-EXIT
000000     END-IF.
000000     MOVE 0 TO CO-FOUND-IX.
000000     PERFORM VARYING CO-IX FROM 1 BY 1
000000             UNTIL CO-IX > COMPANY-COUNT OR CO-FOUND-IX > 0
000000         IF TBL-CO-CODE(CO-IX) = ITEM-COMPANY
000000             MOVE CO-IX TO CO-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF CO-FOUND-IX = 0
000000         IF COMPANY-COUNT = 20
000000             ADD 1 TO COMPANY-OVERFLOW-COUNT
000000             GO TO 6500-EXIT
000000         END-IF
000000         ADD 1 TO COMPANY-COUNT
000000         MOVE COMPANY-COUNT TO CO-FOUND-IX
000000         MOVE ITEM-COMPANY TO TBL-CO-CODE(CO-FOUND-IX)
000000         PERFORM VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > 13
000000             MOVE ZERO TO TBL-CO-SCHED-IN(CO-FOUND-IX, WK-IX)
000000             MOVE ZERO TO TBL-CO-EXPECT-IN(CO-FOUND-IX, WK-IX)
000000             MOVE ZERO TO TBL-CO-OUT(CO-FOUND-IX, WK-IX)
000000         END-PERFORM
000000     END-IF.
000000     IF ITEM-OUTFLOW
000000         ADD ITEM-AMOUNT
000000             TO TBL-CO-OUT(CO-FOUND-IX, WEEK-FOUND-IX)
000000         GO TO 6500-EXIT
000000     END-IF.
000000     PERFORM 6200-FIND-COLLECTION-PCT THRU 6200-EXIT.
000000     COMPUTE ITEM-EXPECTED ROUNDED =
000000         ITEM-AMOUNT * ITEM-PCT / 100.
000000     ADD ITEM-AMOUNT
000000         TO TBL-CO-SCHED-IN(CO-FOUND-IX, WEEK-FOUND-IX).
000000     ADD ITEM-EXPECTED
000000         TO TBL-CO-EXPECT-IN(CO-FOUND-IX, WEEK-FOUND-IX).
000000 6500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FORECAST FILE AND REPORT
000000*Every company gets all thirteen weeks, empty ones included, so
000000*the desk's sheet always lines up week for week.
000000*------------------------------------------------------------------------
000000 7000-WRITE-FORECAST.
000000     OPEN OUTPUT FORECAST-FILE.
000000     OPEN OUTPUT FORECAST-REPORT-FILE.
000000     PERFORM 7100-WRITE-REPORT-HEADER.
000000     PERFORM 7200-WRITE-ONE-COMPANY THRU 7200-EXIT
000000         VARYING CO-IX FROM 1 BY 1
000000         UNTIL CO-IX > COMPANY-COUNT.
000000     MOVE SPACES TO FORECAST-REPORT-LINE.
000000     WRITE FORECAST-REPORT-LINE.
000000     MOVE SPACES TO FORECAST-REPORT-LINE.
000000     STRING 'INSTALLMENTS: ' INSTALLMENT-COUNT
000000         ' STANDING ORDERS: ' STANDING-COUNT
000000         ' SETTLEMENTS: ' SETTLEMENT-COUNT
000000         ' REFUNDS: ' QUEUED-REFUND-COUNT
000000         INTO FORECAST-REPORT-LINE.
000000     WRITE FORECAST-REPORT-LINE.
000000     MOVE SPACES TO FORECAST-REPORT-LINE.
000000     STRING 'INFLOWS FROM WRITTEN-OFF ACCOUNTS: '
000000         WRITTEN-OFF-COUNT
000000         ' ITEMS WITH NO COMPANY: ' NO-COMPANY-COUNT
000000         INTO FORECAST-REPORT-LINE.
000000     WRITE FORECAST-REPORT-LINE.
000000     IF COMPANY-OVERFLOW-COUNT > ZERO
000000         MOVE SPACES TO FORECAST-REPORT-LINE
000000         STRING '*** MORE THAN 20 COMPANIES - '
000000             COMPANY-OVERFLOW-COUNT ' ITEM(S) NOT FORECAST'
000000             INTO FORECAST-REPORT-LINE
000000         WRITE FORECAST-REPORT-LINE
000000     END-IF.
000000     CLOSE FORECAST-REPORT-FILE.
000000     CLOSE FORECAST-FILE.
000000 7000-EXIT.
000000     EXIT.
000000 7100-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE 'THIRTEEN-WEEK CASH FORECAST' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE FORECAST-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 7200-WRITE-ONE-COMPANY.
000000     IF CO-IX > 1
000000         PERFORM 7100-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO FORECAST-REPORT-LINE.
000000     STRING 'COMPANY ' TBL-CO-CODE(CO-IX)
000000         '  FROM ' TBL-WK-START(1) ' TO ' HORIZON-END-DATE
000000         INTO FORECAST-REPORT-LINE.
000000     WRITE FORECAST-REPORT-LINE.
000000     MOVE SPACES TO FORECAST-REPORT-LINE.
000000     MOVE 'WK WEEK ENDING' TO FORECAST-REPORT-LINE(1:14).
000000     MOVE 'SCHEDULED IN' TO FORECAST-REPORT-LINE(19:12).
000000     MOVE 'EXPECTED IN' TO FORECAST-REPORT-LINE(35:11).
000000     MOVE 'OUTFLOW' TO FORECAST-REPORT-LINE(54:7).
000000     MOVE 'NET' TO FORECAST-REPORT-LINE(73:3).
000000     WRITE FORECAST-REPORT-LINE.
000000     MOVE ZERO TO CO-TOTAL-SCHED.
000000     MOVE ZERO TO CO-TOTAL-EXPECT.
000000     MOVE ZERO TO CO-TOTAL-OUT.
000000     MOVE ZERO TO CO-TOTAL-NET.
000000     PERFORM 7300-WRITE-ONE-WEEK THRU 7300-EXIT
000000         VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > 13.
000000     MOVE CO-TOTAL-SCHED TO SCHED-DISPLAY.
000000     MOVE CO-TOTAL-EXPECT TO EXPECT-DISPLAY.
000000     MOVE CO-TOTAL-OUT TO OUT-DISPLAY.
000000     MOVE CO-TOTAL-NET TO NET-DISPLAY.
000000     MOVE SPACES TO FORECAST-REPORT-LINE.
000000     STRING 'TOTAL           ' SCHED-DISPLAY ' ' EXPECT-DISPLAY
000000         ' ' OUT-DISPLAY ' ' NET-DISPLAY
000000         INTO FORECAST-REPORT-LINE.
000000     WRITE FORECAST-REPORT-LINE.
000000 7200-EXIT.
000000     EXIT.
000000*Net is what the desk can plan on: the weighted inflow less the
000000*outflow.
000000 7300-WRITE-ONE-WEEK.
000000     COMPUTE ROW-NET = TBL-CO-EXPECT-IN(CO-IX, WK-IX)
000000         - TBL-CO-OUT(CO-IX, WK-IX).
000000     MOVE TBL-CO-CODE(CO-IX) TO FCST-COMPANY-CODE.
000000     MOVE WK-IX TO FCST-WEEK-NO.
000000     MOVE TBL-WK-START(WK-IX) TO FCST-WEEK-START.
000000     MOVE TBL-WK-END(WK-IX) TO FCST-WEEK-END.
000000     MOVE TBL-CO-SCHED-IN(CO-IX, WK-IX) TO FCST-SCHEDULED-IN.
000000     MOVE TBL-CO-EXPECT-IN(CO-IX, WK-IX) TO FCST-EXPECTED-IN.
000000     MOVE TBL-CO-OUT(CO-IX, WK-IX) TO FCST-OUTFLOW.
000000     MOVE ROW-NET TO FCST-NET.
000000     MOVE CURRENT-RUN-DATE TO FCST-RUN-DATE.
000000     WRITE FORECAST-RECORD.
000000     ADD TBL-CO-SCHED-IN(CO-IX, WK-IX) TO CO-TOTAL-SCHED.
000000     ADD TBL-CO-EXPECT-IN(CO-IX, WK-IX) TO CO-TOTAL-EXPECT.
000000     ADD TBL-CO-OUT(CO-IX, WK-IX) TO CO-TOTAL-OUT.
000000     ADD ROW-NET TO CO-TOTAL-NET.
000000     MOVE TBL-CO-SCHED-IN(CO-IX, WK-IX) TO SCHED-DISPLAY.
000000     MOVE TBL-CO-EXPECT-IN(CO-IX, WK-IX) TO EXPECT-DISPLAY.
000000     MOVE TBL-CO-OUT(CO-IX, WK-IX) TO OUT-DISPLAY.
000000     MOVE ROW-NET TO NET-DISPLAY.
000000     MOVE SPACES TO FORECAST-REPORT-LINE.
000000     STRING FCST-WEEK-NO ' ' FCST-WEEK-END '     '
000000         SCHED-DISPLAY ' ' EXPECT-DISPLAY
000000         ' ' OUT-DISPLAY ' ' NET-DISPLAY
000000         INTO FORECAST-REPORT-LINE.
000000     WRITE FORECAST-REPORT-LINE.
000000 7300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TREASURY HAND-OFF
000000*The position hand-off's marshalling and round-trip proof,
000000*applied to the forecast: company, week ending, weighted inflow
000000*and outflow in cents cross the bridge per company week, and the
000000*verdict joins the position delivery on the TRSYRPT register.
000000*------------------------------------------------------------------------
000000 7500-HAND-OFF-FORECAST.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT FORECAST-FILE.
000000     IF FORECAST-STATUS NOT = '00'
000000         GO TO 7500-EXIT
000000     END-IF.
000000     OPEN OUTPUT BATCH-STRCTBCL-FILE.
000000     PERFORM 7510-READ-FORECAST.
000000     PERFORM 7520-MARSHAL-ONE-WEEK UNTIL SOURCE-EOF-YES.
000000     CLOSE BATCH-STRCTBCL-FILE.
000000     CLOSE FORECAST-FILE.
000000     PERFORM 7600-CONFIRM-DELIVERY THRU 7600-EXIT.
000000     PERFORM 7700-WRITE-CONTROL-AND-REGISTER THRU 7700-EXIT.
000000 7500-EXIT.
000000     EXIT.
000000 7510-READ-FORECAST.
000000     READ FORECAST-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 7520-MARSHAL-ONE-WEEK.
000000     IF FCST-COMPANY-CODE IS NUMERIC
000000         MOVE FCST-COMPANY-CODE TO COMPANY-NUMERIC
000000         MOVE COMPANY-NUMERIC TO STRCTBCLM0
000000     ELSE
000000         MOVE ZERO TO STRCTBCLM0
000000     END-IF.
000000     MOVE FCST-WEEK-END TO STRCTBCLM1.
000000     COMPUTE STRCTBCLM2 = FCST-EXPECTED-IN * 100.
000000     COMPUTE STRCTBCLM3 = FCST-OUTFLOW * 100.
000000     MOVE ZERO TO STRCTBCLCKS.
000000     CALL 'cobparstructbcl' USING BY REFERENCE STRCTBCL.
000000     ADD STRCTBCLCKS TO CHECKSUM-RUNNING.
000000     MOVE STRCTBCLM0 TO BATCH-M0.
000000     MOVE STRCTBCLM1 TO BATCH-M1.
000000     MOVE STRCTBCLM2 TO BATCH-M2.
000000     MOVE STRCTBCLM3 TO BATCH-M3.
000000     WRITE BATCH-STRCTBCL-RECORD.
000000     ADD 1 TO MARSHALLED-COUNT.
000000     PERFORM 7510-READ-FORECAST.
000000 7600-CONFIRM-DELIVERY.
000000     IF MARSHALLED-COUNT = ZERO
000000         GO TO 7600-EXIT
000000     END-IF.
000000     OPEN INPUT BATCH-STRCTBCL-FILE.
000000     IF BATCH-STRCTBCL-STATUS NOT = '00'
000000         GO TO 7600-EXIT
000000     END-IF.
000000     PERFORM 7610-READ-VERIFY.
000000     PERFORM 7620-VERIFY-ONE-RECORD UNTIL VERIFY-EOF-YES.
000000     CLOSE BATCH-STRCTBCL-FILE.
000000     IF VERIFY-COUNT = MARSHALLED-COUNT
000000         AND VERIFY-CHECKSUM = CHECKSUM-RUNNING
000000         SET DELIVERY-CONFIRMED-YES TO TRUE
000000     END-IF.
000000 7600-EXIT.
000000     EXIT.
000000 7610-READ-VERIFY.
000000     READ BATCH-STRCTBCL-FILE
000000         AT END SET VERIFY-EOF-YES TO TRUE
000000     END-READ.
000000 7620-VERIFY-ONE-RECORD.
000000     ADD 1 TO VERIFY-COUNT.
000000     COMPUTE VERIFY-WORK =
000000         BATCH-M0 + BATCH-M1 + BATCH-M2 + BATCH-M3.
000000     ADD VERIFY-WORK TO VERIFY-CHECKSUM.
000000     PERFORM 7610-READ-VERIFY.
000000 7700-WRITE-CONTROL-AND-REGISTER.
000000     OPEN OUTPUT HANDOFF-CONTROL-FILE.
000000     MOVE MARSHALLED-COUNT TO TRSY-REC-COUNT.
000000     MOVE CHECKSUM-RUNNING TO TRSY-CHECKSUM-SUM.
000000     MOVE CURRENT-RUN-ID TO TRSY-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TRSY-RUN-DATE.
000000     WRITE HANDOFF-CONTROL-RECORD.
000000     CLOSE HANDOFF-CONTROL-FILE.
000000     OPEN EXTEND HANDOFF-REGISTER-FILE.
000000     IF HANDOFF-REGISTER-STATUS = '05'
000000         OR HANDOFF-REGISTER-STATUS = '35'
000000         OPEN OUTPUT HANDOFF-REGISTER-FILE
000000     END-IF.
000000     MOVE SPACES TO HANDOFF-REGISTER-LINE.
000000     STRING 'CASH FORECAST WEEKS DELIVERED: ' MARSHALLED-COUNT
000000         ' CHECKSUM SUM: ' CHECKSUM-RUNNING
000000         INTO HANDOFF-REGISTER-LINE.
000000     WRITE HANDOFF-REGISTER-LINE.
000000     MOVE SPACES TO HANDOFF-REGISTER-LINE.
000000     IF DELIVERY-CONFIRMED-YES
000000         STRING 'FORECAST DELIVERY CONFIRMED: ' VERIFY-COUNT
000000             ' RECORD(S) RE-READ AND CHECKSUMS TIE'
000000             INTO HANDOFF-REGISTER-LINE
000000     ELSE
000000         STRING '*** FORECAST DELIVERY NOT CONFIRMED: WROTE '
000000             MARSHALLED-COUNT ' RE-READ ' VERIFY-COUNT
000000             INTO HANDOFF-REGISTER-LINE
000000     END-IF.
000000     WRITE HANDOFF-REGISTER-LINE.
000000     CLOSE HANDOFF-REGISTER-FILE.
000000 7700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 clean; 4 the forecast is short somewhere - items with no
000000*company or companies past the table; 8 the hand-off did not
000000*confirm, so the desk must not trust it.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF MARSHALLED-COUNT > ZERO
000000         AND NOT DELIVERY-CONFIRMED-YES
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 9800-EXIT
000000     END-IF.
000000     IF NO-COMPANY-COUNT > ZERO
000000         OR COMPANY-OVERFLOW-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000 9800-EXIT.
000000     EXIT.
