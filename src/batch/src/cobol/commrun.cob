000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     SELECT PAYROLL-INTERFACE-FILE ASSIGN TO "PAYCOMM"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYROLL-INTERFACE-STATUS.
000000     SELECT YEAR-TO-DATE-FILE ASSIGN TO "COMMYTD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS YEAR-TO-DATE-STATUS.
000000     SELECT ANNUAL-STMT-FILE ASSIGN TO "COMMANN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ANNUAL-STMT-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT HOLDBACK-LEDGER-FILE ASSIGN TO "COMMHLD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS HOLDBACK-LEDGER-STATUS.
000000     SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UPDATED-SCHEDULE-STATUS.
000000     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHOREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-REGISTER-STATUS.
000000     SELECT COMMISSION-ORDER-FILE ASSIGN TO "COMMORD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COMMISSION-ORDER-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SALES-TRANS-FILE.
000000     05 SALE-SPLIT-ID       PIC X(5).
000000     05 SALE-PRIMARY-PCT    PIC 9(3).
000000     05 SALE-SPLIT-PCT      PIC 9(3).
000000*Order extension, trailing as well: the order the sale came from
000000*and whether it was financed on an installment plan.  Keyed
000000*feeds leave both blank and never hold.
000000     05 SALE-ORDER-NO       PIC 9(6).
000000     05 SALE-FINANCED-FLAG  PIC X(1).
000000         88 SALE-FINANCED VALUE 'Y'.
000000 FD  COMMISSION-TABLE-FILE.
000000     COPY "commtb.cpy".
000000 FD  COMMISSION-STMT-FILE.
000000 01  COMMISSION-STMT-LINE PIC X(80).
000000 FD  COMMISSION-REJECT-FILE.
000000     05 SPM-DEFAULT-TIER PIC X(2).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000*Payroll's commission interface: a header naming the run, one
000000*detail per salesperson paid or clawed back this run, and a
000000*trailer whose count and totals payroll proves the load against.
000000 FD  PAYROLL-INTERFACE-FILE.
000000 01  PAYROLL-HEADER-RECORD.
000000     05 PAYH-RECORD-TYPE    PIC X(1).
000000     05 PAYH-SOURCE         PIC X(8).
000000     05 PAYH-RUN-ID         PIC 9(5).
000000     05 PAYH-RUN-DATE       PIC 9(8).
000000 01  PAYROLL-DETAIL-RECORD.
000000     05 PAYD-RECORD-TYPE    PIC X(1).
000000     05 PAYD-EMPLOYEE-ID    PIC X(5).
000000     05 PAYD-EMPLOYEE-NAME  PIC X(30).
000000     05 PAYD-NET-PAYABLE    PIC 9(9)V99.
000000     05 PAYD-CLAWBACK       PIC 9(9)V99.
000000     05 PAYD-SPLIT-EARNINGS PIC S9(9)V99
000000                            SIGN IS LEADING SEPARATE.
000000     05 PAYD-YTD-GROSS      PIC 9(9)V99.
000000     05 PAYD-PAY-DATE       PIC 9(8).
000000 01  PAYROLL-TRAILER-RECORD.
000000     05 PAYT-RECORD-TYPE    PIC X(1).
000000     05 PAYT-DETAIL-COUNT   PIC 9(5).
000000     05 PAYT-NET-TOTAL      PIC 9(11)V99.
000000     05 PAYT-CLAWBACK-TOTAL PIC 9(11)V99.
000000     05 PAYT-SPLIT-TOTAL    PIC S9(11)V99
000000                            SIGN IS LEADING SEPARATE.
000000*One record per salesperson per calendar year: what the year has
000000*earned, clawed back, earned on splits and paid so far.  The run
000000*that last posted is kept so a rerun of the same cycle does not
000000*post twice, and the flag marks a year whose annual statement
000000*has gone out.
000000 FD  YEAR-TO-DATE-FILE.
000000 01  YEAR-TO-DATE-RECORD.
000000     05 CYTD-SALESPERSON-ID PIC X(5).
000000     05 CYTD-YEAR           PIC 9(4).
000000     05 CYTD-GROSS          PIC 9(9)V99.
000000     05 CYTD-CLAWBACK       PIC 9(9)V99.
000000     05 CYTD-SPLIT          PIC S9(9)V99
000000                            SIGN IS LEADING SEPARATE.
000000     05 CYTD-NET-PAID       PIC 9(9)V99.
000000     05 CYTD-LAST-RUN-ID    PIC 9(5).
000000     05 CYTD-STMT-FLAG      PIC X(1).
000000 FD  ANNUAL-STMT-FILE.
000000 01  ANNUAL-STMT-LINE PIC X(80).
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000*Holdback ledger: commission parked per salesperson and order
000000*until the installment plan is paid.  Status 'O' is still
000000*releasing, 'C' fully released, 'F' forfeited on charge-off;
000000*settled rows drop off the run after they settle.
000000 FD  HOLDBACK-LEDGER-FILE.
000000 01  HOLDBACK-LEDGER-RECORD.
000000     05 HLD-SALESPERSON-ID PIC X(5).
000000     05 HLD-ORDER-NO       PIC 9(6).
000000     05 HLD-ACCT-NO        PIC 9(6).
000000     05 HLD-HELD-AMT       PIC 9(7)V99.
000000     05 HLD-RELEASED-AMT   PIC 9(7)V99.
000000     05 HLD-FORFEITED-AMT  PIC 9(7)V99.
000000     05 HLD-STATUS         PIC X(1).
000000         88 HLD-OPEN      VALUE 'O'.
000000         88 HLD-COMPLETE  VALUE 'C'.
000000         88 HLD-FORFEITED VALUE 'F'.
000000     05 HLD-OPEN-DATE      PIC 9(8).
000000     05 HLD-LAST-RUN-ID    PIC 9(5).
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  CHARGE-OFF-REGISTER-FILE.
000000     COPY "chgoff.cpy".
000000*What each order's sale earned this run, split shares and any
000000*holdback included, for the customer profitability accumulation;
000000*a reversal's clawback is negative.  Rewritten every run.
000000 FD  COMMISSION-ORDER-FILE.
000000 01  COMMISSION-ORDER-RECORD.
000000     05 COMO-ORDER-NO   PIC 9(6).
000000     05 COMO-COMMISSION PIC S9(7)V99
000000                        SIGN IS LEADING SEPARATE.
000000    WORKING-STORAGE SECTION.
000000*The shared page heading lives in WORKING-STORAGE, not under the
000000*FD: VALUE clauses are ignored in the FILE SECTION, so a heading
000000          10 TBL-FLAT-FEE     PIC 9(5)V99.
000000          10 TBL-BAND-FLOOR   PIC 9(7)V99.
000000          10 TBL-BAND-CEILING PIC 9(7)V99.
000000          10 TBL-HOLDBACK-FLAG PIC X(1).
000000          10 TBL-TIER-DATE    PIC 9(8).
000000    01 RATE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RATE-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SALE-COMMISSION PIC 9(7)V99 VALUE ZERO.
000000          10 TBL-CARRY-BALANCE PIC S9(9)V99.
000000          10 TBL-CARRY-USED    PIC X(1).
000000    01 CARRY-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000     COPY "tblmon.cpy".
000000    01 CARRY-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CARRY-IN-BALANCE PIC S9(9)V99 VALUE ZERO.
000000    01 NET-PAYABLE PIC S9(9)V99 VALUE ZERO.
000000          10 TBL-SPM-ID     PIC X(5).
000000          10 TBL-SPM-STATUS PIC X(1).
000000          10 TBL-SPM-TERM   PIC 9(8).
000000          10 TBL-SPM-NAME   PIC X(30).
000000    01 SPM-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SPM-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LOOKUP-SP-ID PIC X(5) VALUE SPACES.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 RATE-AS-OF-DATE PIC 9(8) VALUE ZERO.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 SALE-ID-VERDICT PIC X(1) VALUE 'O'.
000000       88 SALE-IDS-VALID       VALUE 'O'.
000000       88 SALE-ID-UNKNOWN      VALUE 'U'.
000000    01 CERT-STATUS-STATUS PIC X(2) VALUE '00'.
000000    01 TABLE-CERTIFIED PIC X VALUE 'Y'.
000000       88 TABLE-CERTIFIED-YES VALUE 'Y'.
000000    01 PAYROLL-INTERFACE-STATUS PIC X(2) VALUE '00'.
000000    01 YEAR-TO-DATE-STATUS PIC X(2) VALUE '00'.
000000    01 ANNUAL-STMT-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 COMMISSION-ORDER-STATUS PIC X(2) VALUE '00'.
000000    01 YEAR-TO-DATE-EOF PIC X VALUE 'N'.
000000       88 YEAR-TO-DATE-EOF-YES VALUE 'Y'.
000000    01 ANNUAL-STMT-OPEN PIC X VALUE 'N'.
000000       88 ANNUAL-STMT-OPEN-YES VALUE 'Y'.
000000*What each salesperson is owed this run, settled after the split
000000*shares are known: gross is commission earned before clawback,
000000*net is what payroll pays, carry what rides COMMBAL instead.
000000    01 PAYROLL-TABLE.
000000       05 PAY-COUNT PIC 9(3) VALUE ZERO.
000000       05 PAY-ENTRY OCCURS 100 TIMES.
000000          10 TBL-PAY-ID       PIC X(5).
000000          10 TBL-PAY-GROSS    PIC S9(9)V99.
000000          10 TBL-PAY-CLAWBACK PIC 9(9)V99.
000000          10 TBL-PAY-SPLIT    PIC S9(9)V99.
000000          10 TBL-PAY-NET      PIC S9(9)V99.
000000          10 TBL-PAY-CARRY    PIC S9(9)V99.
000000          10 TBL-PAY-CARRY-APPLIED PIC X(1).
000000    01 PAY-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PAY-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PARTNER-TOTAL PIC S9(9)V99 VALUE ZERO.
000000    01 PARTNER-PAYABLE PIC S9(9)V99 VALUE ZERO.
000000    01 YTD-TABLE.
000000       05 YTD-COUNT PIC 9(3) VALUE ZERO.
000000       05 YTD-ENTRY OCCURS 100 TIMES.
000000          10 TBL-YTD-ID       PIC X(5).
000000          10 TBL-YTD-YEAR     PIC 9(4).
000000          10 TBL-YTD-GROSS    PIC 9(9)V99.
000000          10 TBL-YTD-CLAWBACK PIC 9(9)V99.
000000          10 TBL-YTD-SPLIT    PIC S9(9)V99.
000000          10 TBL-YTD-NET-PAID PIC 9(9)V99.
000000          10 TBL-YTD-LAST-RUN PIC 9(5).
000000          10 TBL-YTD-STMT     PIC X(1).
000000    01 YTD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 YTD-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RUN-YEAR PIC 9(4) VALUE ZERO.
000000    01 RUN-MMDD PIC 9(4) VALUE ZERO.
000000    01 PAYROLL-DETAIL-COUNT PIC 9(5) VALUE ZERO.
000000    01 PAYROLL-NET-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 PAYROLL-CLAWBACK-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 PAYROLL-SPLIT-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 ANNUAL-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 ANNUAL-AMOUNT-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000000    01 ANNUAL-STMT-COUNT PIC 9(5) VALUE ZERO.
000000    01 SETTLE-AMOUNT PIC S9(9)V99 VALUE ZERO.
000000    01 HOLDBACK-LEDGER-STATUS PIC X(2) VALUE '00'.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 HOLDBACK-LEDGER-EOF PIC X VALUE 'N'.
000000       88 HOLDBACK-LEDGER-EOF-YES VALUE 'Y'.
000000    01 UPDATED-SCHEDULE-EOF PIC X VALUE 'N'.
000000       88 UPDATED-SCHEDULE-EOF-YES VALUE 'Y'.
000000    01 CHARGE-OFF-REGISTER-EOF PIC X VALUE 'N'.
000000       88 CHARGE-OFF-REGISTER-EOF-YES VALUE 'Y'.
000000*The ledger as loaded plus tonight's movements on each row: new
000000*holds (less holds taken off by reversals), releases and
000000*forfeits, which the holdback section of the statement prints.
000000    01 HOLD-TABLE.
000000       05 HOLD-COUNT PIC 9(3) VALUE ZERO.
000000       05 HOLD-ENTRY OCCURS 200 TIMES.
000000          10 TBL-HLD-SP-ID     PIC X(5).
000000          10 TBL-HLD-ORDER     PIC 9(6).
000000          10 TBL-HLD-ACCT      PIC 9(6).
000000          10 TBL-HLD-HELD      PIC 9(7)V99.
000000          10 TBL-HLD-RELEASED  PIC 9(7)V99.
000000          10 TBL-HLD-FORFEITED PIC 9(7)V99.
000000          10 TBL-HLD-STATUS    PIC X(1).
000000          10 TBL-HLD-OPEN-DATE PIC 9(8).
000000          10 TBL-HLD-LAST-RUN  PIC 9(5).
000000          10 TBL-HLD-NEW-NOW   PIC S9(7)V99.
000000          10 TBL-HLD-REL-NOW   PIC 9(7)V99.
000000          10 TBL-HLD-FORF-NOW  PIC 9(7)V99.
000000    01 HLD-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HLD-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Installment progress per order off INSTUPD.
000000    01 PLAN-TABLE.
000000       05 PLAN-COUNT PIC 9(3) VALUE ZERO.
000000       05 PLAN-ENTRY OCCURS 200 TIMES.
000000          10 TBL-PLAN-ORDER PIC 9(6).
000000          10 TBL-PLAN-ACCT  PIC 9(6).
000000          10 TBL-PLAN-TOTAL PIC 9(3).
000000          10 TBL-PLAN-PAID  PIC 9(3).
000000    01 PLAN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PLAN-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHARGED-OFF-TABLE.
000000       05 CHARGED-OFF-COUNT PIC 9(3) VALUE ZERO.
000000       05 TBL-CHARGED-OFF-ACCT PIC 9(6) OCCURS 200 TIMES.
000000    01 CHO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Per-salesperson holdback movements for the statement section.
000000    01 HOLD-SUMMARY-TABLE.
000000       05 HSUM-COUNT PIC 9(3) VALUE ZERO.
000000       05 HSUM-ENTRY OCCURS 100 TIMES.
000000          10 TBL-HSUM-ID        PIC X(5).
000000          10 TBL-HSUM-EARNED    PIC S9(9)V99.
000000          10 TBL-HSUM-RELEASED  PIC 9(9)V99.
000000          10 TBL-HSUM-HELD      PIC 9(9)V99.
000000          10 TBL-HSUM-FORFEITED PIC 9(9)V99.
000000    01 HSUM-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HSUM-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HOLD-SP-ID PIC X(5) VALUE SPACES.
000000    01 HOLD-SHARE PIC 9(7)V99 VALUE ZERO.
000000    01 HOLD-APPLIED PIC 9(7)V99 VALUE ZERO.
000000    01 HOLD-ABSORBABLE PIC 9(7)V99 VALUE ZERO.
000000    01 HOLD-TARGET PIC 9(7)V99 VALUE ZERO.
000000    01 HELD-PRIMARY PIC 9(7)V99 VALUE ZERO.
000000    01 HELD-SPLIT PIC 9(7)V99 VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*SALESPERSON COMMISSION RUN
000000*unknown and terminated ids reject to COMMREJ, and split sales
000000*naming a partner and percentages (which must sum to 100) share
000000*the commission between the two ids.
000000*Once every share is known each salesperson's run is settled -
000000*own commission, split shares and carried balance together - and
000000*written to the PAYCOMM payroll interface with control totals,
000000*posted to the COMMYTD year-to-date file, and the run's total
000000*payable logged to TXLOGFL as type 'CM' so the ledger journal
000000*carries the expense and the payable.  The run dated 31 December,
000000*or failing that the first run of the new year, prints each
000000*salesperson's annual earnings statement on COMMANN.
000000*A tier flagged for holdback does not pay up front on a financed
000000*sale: the commission is parked on the COMMHLD ledger against
000000*the order and released as the plan's installments are marked
000000*paid on INSTUPD, and whatever is still held is forfeited when
000000*the account is charged off on CHOREG.
000000*Each order's commission is also left on COMMORD, so the
000000*customer profitability accumulation can charge it to the
000000*customer who placed the order.
000000*A rate table or carry file bigger than its table blocks the
000000*run before anything is paid: a missing tier would reject its
000000*sales, and a missing carried balance would pay commission it
000000*should have netted and then be lost when COMMBAL is rewritten.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1000-LOAD-RATE-TABLE THRU 1000-EXIT.
000000     PERFORM 1300-LOAD-SALESPERSON-MASTER THRU 1300-EXIT.
000000     PERFORM 1500-LOAD-CARRY-BALANCES THRU 1500-EXIT.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY 'COMMRUN: TABLE OVERFLOW - RUN BLOCKED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1800-LOAD-HOLDBACKS THRU 1800-EXIT.
000000*A short holdback, plan or charge-off table would drop ledger
000000*rows on the rewrite or misjudge a release; nothing may move.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY 'COMMRUN: TABLE OVERFLOW - RUN BLOCKED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 2000-PROCESS-SALES THRU 2000-EXIT.
000000*An order the full ledger could not hold would be paid up front;
000000*nothing is rolled, saved or handed to payroll.
000000     IF RECORDS-LEFT-OUT > ZERO
000000         MOVE 'COMMHLD ' TO TMON-FILE
000000         MOVE 200 TO TMON-LIMIT
000000         MOVE HOLD-COUNT TO TMON-USED
000000         PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT
000000         DISPLAY 'COMMRUN: HOLDBACK LEDGER FULL - RUN BLOCKED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 8000-ROLL-CARRY-BALANCES THRU 8000-EXIT.
000000     PERFORM 8100-SAVE-HOLDBACK-LEDGER THRU 8100-EXIT.
000000     PERFORM 8200-ROLL-YEAR-TO-DATE THRU 8200-EXIT.
000000     PERFORM 8400-WRITE-PAYROLL-INTERFACE THRU 8400-EXIT.
000000     PERFORM 8600-LOG-COMMISSION-PAYABLE THRU 8600-EXIT.
000000     EXIT PROGRAM.
000000*------------------------------------------------------------------------
000000*TABLE-CERTIFICATION GATE
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RATE-TABLE PICKUP
000000*One entry per tier: the tier's record with the latest effective
000000*date not after the run date (today when the stream has none).
000000*Records keyed ahead for a later date wait on the file.
000000*------------------------------------------------------------------------
000000 1000-LOAD-RATE-TABLE.
000000     MOVE CURRENT-RUN-DATE TO RATE-AS-OF-DATE.
000000     IF RATE-AS-OF-DATE = ZERO
000000         ACCEPT RATE-AS-OF-DATE FROM DATE YYYYMMDD
000000     END-IF.
000000     OPEN INPUT COMMISSION-TABLE-FILE.
000000     IF COMMISSION-TABLE-STATUS NOT = '00'
000000         DISPLAY 'COMMTB NOT AVAILABLE - ALL SALES REJECT'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1100-READ-RATE-RECORD.
000000     PERFORM 1200-STORE-RATE-RECORD
000000         UNTIL COMMISSION-TABLE-EOF-YES.
000000     CLOSE COMMISSION-TABLE-FILE.
000000     MOVE 'COMMTB  ' TO TMON-FILE.
000000     MOVE 20 TO TMON-LIMIT.
000000     MOVE RATE-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-RATE-RECORD.
000000         AT END SET COMMISSION-TABLE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-RATE-RECORD.
000000     IF CTAB-EFFECTIVE-DATE-X = SPACES
000000         MOVE ZERO TO CTAB-EFFECTIVE-DATE
000000     END-IF.
000000     IF CTAB-EFFECTIVE-DATE IS NUMERIC
000000         AND CTAB-EFFECTIVE-DATE NOT > RATE-AS-OF-DATE
000000         PERFORM 1250-PLACE-RATE-RECORD THRU 1250-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-RATE-RECORD.
000000*A tier already held keeps whichever of its records is later; a
000000*new tier with the table full is left out.
000000 1250-PLACE-RATE-RECORD.
000000     MOVE ZERO TO RATE-FOUND-IX.
000000     PERFORM VARYING RATE-IX FROM 1 BY 1
000000             UNTIL RATE-IX > RATE-COUNT OR RATE-FOUND-IX > ZERO
000000         IF TBL-TIER-CODE(RATE-IX) = CTAB-TIER-CODE
000000             MOVE RATE-IX TO RATE-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF RATE-FOUND-IX > ZERO
000000         IF CTAB-EFFECTIVE-DATE < TBL-TIER-DATE(RATE-FOUND-IX)
000000             GO TO 1250-EXIT
000000         END-IF
000000     ELSE
000000         IF RATE-COUNT = 20
000000             ADD 1 TO RECORDS-LEFT-OUT
000000             GO TO 1250-EXIT
000000         END-IF
000000         ADD 1 TO RATE-COUNT
000000         MOVE RATE-COUNT TO RATE-FOUND-IX
000000     END-IF.
000000     MOVE CTAB-TIER-CODE TO TBL-TIER-CODE(RATE-FOUND-IX).
000000     MOVE CTAB-RATE TO TBL-TIER-RATE(RATE-FOUND-IX).
000000     MOVE CTAB-FORMULA-TYPE TO TBL-FORMULA-TYPE(RATE-FOUND-IX).
000000     MOVE CTAB-FLAT-FEE TO TBL-FLAT-FEE(RATE-FOUND-IX).
000000     MOVE CTAB-BAND-FLOOR TO TBL-BAND-FLOOR(RATE-FOUND-IX).
000000     MOVE CTAB-BAND-CEILING TO TBL-BAND-CEILING(RATE-FOUND-IX).
000000     MOVE CTAB-HOLDBACK-FLAG TO TBL-HOLDBACK-FLAG(RATE-FOUND-IX).
000000     MOVE CTAB-EFFECTIVE-DATE TO TBL-TIER-DATE(RATE-FOUND-IX).
000000 1250-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CYCLE RUN-CONTROL PICKUP
000000*The run date is the as-of date the termination check measures
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     MOVE SPM-ID TO TBL-SPM-ID(SPM-COUNT).
000000     MOVE SPM-STATUS TO TBL-SPM-STATUS(SPM-COUNT).
000000     MOVE SPM-TERM-DATE TO TBL-SPM-TERM(SPM-COUNT).
000000     MOVE SPM-NAME TO TBL-SPM-NAME(SPM-COUNT).
000000     PERFORM 1350-READ-SALESPERSON.
000000*------------------------------------------------------------------------
000000*CARRIED-BALANCE PICKUP
000000     PERFORM 1600-READ-CARRY-RECORD.
000000     PERFORM 1700-STORE-CARRY-RECORD
000000         UNTIL COMMISSION-CARRY-EOF-YES OR CARRY-COUNT = 50.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1750-COUNT-LEFT-OUT-CARRY
000000         UNTIL COMMISSION-CARRY-EOF-YES.
000000     CLOSE COMMISSION-CARRY-FILE.
000000     MOVE 'COMMBAL ' TO TMON-FILE.
000000     MOVE 50 TO TMON-LIMIT.
000000     MOVE CARRY-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1500-EXIT.
000000     EXIT.
000000 1750-COUNT-LEFT-OUT-CARRY.
000000     ADD 1 TO RECORDS-LEFT-OUT.
000000     PERFORM 1600-READ-CARRY-RECORD.
000000 1600-READ-CARRY-RECORD.
000000     READ COMMISSION-CARRY-FILE
000000         AT END SET COMMISSION-CARRY-EOF-YES TO TRUE
000000     MOVE 'N' TO TBL-CARRY-USED(CARRY-COUNT).
000000     PERFORM 1600-READ-CARRY-RECORD.
000000*------------------------------------------------------------------------
000000*TABLE USAGE
000000*Each fixed-table load reports its usage to the table monitor;
000000*records left out because the table was full raise the alarm.
000000*------------------------------------------------------------------------
000000 1900-REPORT-TABLE-USAGE.
000000     MOVE 'COMMRUN ' TO TMON-PROGRAM.
000000     MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*HOLDBACK PICKUP
000000*The ledger rows still open are loaded; a row settled on an
000000*earlier run is dropped, one settled by this run is kept.
000000*INSTUPD gives each order's installments and how many are paid,
000000*CHOREG the accounts charged off.  All three are optional.
000000*------------------------------------------------------------------------
000000 1800-LOAD-HOLDBACKS.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     OPEN INPUT HOLDBACK-LEDGER-FILE.
000000     IF HOLDBACK-LEDGER-STATUS = '00'
000000         PERFORM 1810-READ-HOLDBACK
000000         PERFORM 1820-STORE-HOLDBACK THRU 1820-EXIT
000000             UNTIL HOLDBACK-LEDGER-EOF-YES
000000         CLOSE HOLDBACK-LEDGER-FILE
000000         MOVE 'COMMHLD ' TO TMON-FILE
000000         MOVE 200 TO TMON-LIMIT
000000         MOVE HOLD-COUNT TO TMON-USED
000000         PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     OPEN INPUT UPDATED-SCHEDULE-FILE.
000000     IF UPDATED-SCHEDULE-STATUS = '00'
000000         PERFORM 1840-READ-INSTALLMENT
000000         PERFORM 1850-COUNT-INSTALLMENT THRU 1850-EXIT
000000             UNTIL UPDATED-SCHEDULE-EOF-YES
000000         CLOSE UPDATED-SCHEDULE-FILE
000000         MOVE 'INSTUPD ' TO TMON-FILE
000000         MOVE 200 TO TMON-LIMIT
000000         MOVE PLAN-COUNT TO TMON-USED
000000         PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     OPEN INPUT CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS = '00'
000000         PERFORM 1870-READ-CHARGE-OFF
000000         PERFORM 1880-STORE-CHARGE-OFF
000000             UNTIL CHARGE-OFF-REGISTER-EOF-YES
000000         CLOSE CHARGE-OFF-REGISTER-FILE
000000         MOVE 'CHOREG  ' TO TMON-FILE
000000         MOVE 200 TO TMON-LIMIT
000000         MOVE CHARGED-OFF-COUNT TO TMON-USED
000000         PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT
000000     END-IF.
000000 1800-EXIT.
000000     EXIT.
000000 1810-READ-HOLDBACK.
000000     READ HOLDBACK-LEDGER-FILE
000000         AT END SET HOLDBACK-LEDGER-EOF-YES TO TRUE
000000     END-READ.
000000 1820-STORE-HOLDBACK.
000000     IF (HLD-OPEN
000000         OR (CURRENT-RUN-ID > ZERO
000000             AND HLD-LAST-RUN-ID = CURRENT-RUN-ID))
000000         AND HOLD-COUNT = 200
000000         ADD 1 TO RECORDS-LEFT-OUT
000000         PERFORM 1810-READ-HOLDBACK
000000         GO TO 1820-EXIT
000000     END-IF.
000000     IF HLD-OPEN
000000         OR (CURRENT-RUN-ID > ZERO
000000             AND HLD-LAST-RUN-ID = CURRENT-RUN-ID)
000000         ADD 1 TO HOLD-COUNT
000000         MOVE HLD-SALESPERSON-ID TO TBL-HLD-SP-ID(HOLD-COUNT)
000000         MOVE HLD-ORDER-NO TO TBL-HLD-ORDER(HOLD-COUNT)
000000         MOVE HLD-ACCT-NO TO TBL-HLD-ACCT(HOLD-COUNT)
000000         MOVE HLD-HELD-AMT TO TBL-HLD-HELD(HOLD-COUNT)
000000         MOVE HLD-RELEASED-AMT TO TBL-HLD-RELEASED(HOLD-COUNT)
000000         MOVE HLD-FORFEITED-AMT TO TBL-HLD-FORFEITED(HOLD-COUNT)
000000         MOVE HLD-STATUS TO TBL-HLD-STATUS(HOLD-COUNT)
000000         MOVE HLD-OPEN-DATE TO TBL-HLD-OPEN-DATE(HOLD-COUNT)
000000         MOVE HLD-LAST-RUN-ID TO TBL-HLD-LAST-RUN(HOLD-COUNT)
000000         MOVE ZERO TO TBL-HLD-NEW-NOW(HOLD-COUNT)
000000         MOVE ZERO TO TBL-HLD-REL-NOW(HOLD-COUNT)
000000         MOVE ZERO TO TBL-HLD-FORF-NOW(HOLD-COUNT)
000000     END-IF.
000000     PERFORM 1810-READ-HOLDBACK.
000000 1820-EXIT.
000000     EXIT.
000000 1840-READ-INSTALLMENT.
000000     READ UPDATED-SCHEDULE-FILE
000000         AT END SET UPDATED-SCHEDULE-EOF-YES TO TRUE
000000     END-READ.
000000 1850-COUNT-INSTALLMENT.
000000     IF IUPD-ORDER-NO IS NOT NUMERIC OR IUPD-ORDER-NO = ZERO
000000         GO TO 1850-NEXT
000000     END-IF.
000000     MOVE ZERO TO PLAN-FOUND-IX.
000000     PERFORM VARYING PLAN-IX FROM 1 BY 1
000000             UNTIL PLAN-IX > PLAN-COUNT OR PLAN-FOUND-IX > ZERO
000000         IF TBL-PLAN-ORDER(PLAN-IX) = IUPD-ORDER-NO
000000             MOVE PLAN-IX TO PLAN-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PLAN-FOUND-IX = ZERO AND PLAN-COUNT = 200
000000         ADD 1 TO RECORDS-LEFT-OUT
000000         GO TO 1850-NEXT
000000     END-IF.
000000     IF PLAN-FOUND-IX = ZERO
000000         ADD 1 TO PLAN-COUNT
000000         MOVE PLAN-COUNT TO PLAN-FOUND-IX
000000         MOVE IUPD-ORDER-NO TO TBL-PLAN-ORDER(PLAN-FOUND-IX)
000000         MOVE IUPD-ACCT-NO TO TBL-PLAN-ACCT(PLAN-FOUND-IX)
000000         MOVE ZERO TO TBL-PLAN-TOTAL(PLAN-FOUND-IX)
000000         MOVE ZERO TO TBL-PLAN-PAID(PLAN-FOUND-IX)
000000     END-IF.
000000     IF PLAN-FOUND-IX > ZERO
000000         ADD 1 TO TBL-PLAN-TOTAL(PLAN-FOUND-IX)
000000         IF IUPD-PAID
000000             ADD 1 TO TBL-PLAN-PAID(PLAN-FOUND-IX)
000000         END-IF
000000     END-IF.
000000 1850-NEXT.
000000     PERFORM 1840-READ-INSTALLMENT.
000000 1850-EXIT.
000000     EXIT.
000000 1870-READ-CHARGE-OFF.
000000     READ CHARGE-OFF-REGISTER-FILE
000000         AT END SET CHARGE-OFF-REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 1880-STORE-CHARGE-OFF.
000000     IF CHO-CHARGED-OFF AND CHARGED-OFF-COUNT = 200
000000         ADD 1 TO RECORDS-LEFT-OUT
000000     ELSE
000000         IF CHO-CHARGED-OFF
000000             ADD 1 TO CHARGED-OFF-COUNT
000000             MOVE CHO-ACCT-NO
000000                 TO TBL-CHARGED-OFF-ACCT(CHARGED-OFF-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 1870-READ-CHARGE-OFF.
000000*------------------------------------------------------------------------
000000*SALES PASS
000000*------------------------------------------------------------------------
000000 2000-PROCESS-SALES.
000000         GO TO 2000-EXIT
000000     END-IF.
000000     OPEN OUTPUT COMMISSION-STMT-FILE.
000000     OPEN OUTPUT COMMISSION-ORDER-FILE.
000000     PERFORM 2100-READ-SALE.
000000     PERFORM 2200-PROCESS-ONE-SALE THRU 2200-NEXT
000000         UNTIL SALES-TRANS-EOF-YES.
000000     IF SALESPERSON-OPEN-YES
000000         PERFORM 2600-WRITE-SALESPERSON-TOTALS THRU 2600-EXIT
000000     END-IF.
000000     PERFORM 2900-RELEASE-ONE-HOLDBACK THRU 2900-EXIT
000000         VARYING HLD-IX FROM 1 BY 1
000000         UNTIL HLD-IX > HOLD-COUNT.
000000     PERFORM 2800-WRITE-SPLIT-SECTION THRU 2800-EXIT.
000000     PERFORM 2950-WRITE-HOLDBACK-SECTION THRU 2950-EXIT.
000000     MOVE SPACES TO COMMISSION-STMT-LINE.
000000     STRING 'RUN TOTAL - SALES: ' RUN-SALES-COUNT
000000         ' COMMISSION: ' RUN-COMMISSION-TOTAL
000000         INTO COMMISSION-STMT-LINE.
000000     WRITE COMMISSION-STMT-LINE.
000000     CLOSE COMMISSION-STMT-FILE.
000000     CLOSE COMMISSION-ORDER-FILE.
000000     CLOSE SALES-TRANS-FILE.
000000     DISPLAY 'COMMRUN: ' RUN-SALES-COUNT ' SALE(S), '
000000         REJECT-COUNT ' REJECT(S)'.
000000     PERFORM 2250-CHECK-SALESPERSON-BREAK THRU 2250-EXIT.
000000     PERFORM 2700-COMPUTE-SALE-COMMISSION THRU 2700-EXIT.
000000     PERFORM 2280-APPORTION-SPLIT THRU 2280-EXIT.
000000     PERFORM 2310-WRITE-ORDER-COMMISSION THRU 2310-EXIT.
000000     PERFORM 2320-APPLY-HOLDBACK THRU 2320-EXIT.
000000     ADD 1 TO SP-SALES-COUNT.
000000     ADD 1 TO RUN-SALES-COUNT.
000000     IF SALE-TYPE-REVERSAL
000000             INTO COMMISSION-STMT-LINE
000000         WRITE COMMISSION-STMT-LINE
000000     END-IF.
000000     PERFORM 2330-WRITE-HOLD-LINES THRU 2330-EXIT.
000000 2200-NEXT.
000000     PERFORM 2100-READ-SALE.
000000*------------------------------------------------------------------------
000000             MOVE 'Y' TO TBL-CARRY-USED(CARRY-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 2680-RECORD-PAYROLL-ENTRY THRU 2680-EXIT.
000000 2650-EXIT.
000000     EXIT.
000000 2680-RECORD-PAYROLL-ENTRY.
000000     MOVE CURRENT-SALESPERSON TO LOOKUP-SP-ID.
000000     PERFORM 2690-FIND-PAYROLL-ENTRY THRU 2690-EXIT.
000000     IF PAY-FOUND-IX = ZERO
000000         GO TO 2680-EXIT
000000     END-IF.
000000     ADD SP-COMMISSION-TOTAL SP-CLAWBACK-TOTAL
000000         TO TBL-PAY-GROSS(PAY-FOUND-IX).
000000     ADD SP-CLAWBACK-TOTAL TO TBL-PAY-CLAWBACK(PAY-FOUND-IX).
000000     ADD NET-PAYABLE TO TBL-PAY-NET(PAY-FOUND-IX).
000000     MOVE CARRY-OUT-BALANCE TO TBL-PAY-CARRY(PAY-FOUND-IX).
000000     MOVE 'Y' TO TBL-PAY-CARRY-APPLIED(PAY-FOUND-IX).
000000 2680-EXIT.
000000     EXIT.
000000 2690-FIND-PAYROLL-ENTRY.
000000     MOVE ZERO TO PAY-FOUND-IX.
000000     PERFORM VARYING PAY-IX FROM 1 BY 1
000000             UNTIL PAY-IX > PAY-COUNT OR PAY-FOUND-IX > ZERO
000000         IF TBL-PAY-ID(PAY-IX) = LOOKUP-SP-ID
000000             MOVE PAY-IX TO PAY-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PAY-FOUND-IX > ZERO OR PAY-COUNT = 100
000000         GO TO 2690-EXIT
000000     END-IF.
000000     ADD 1 TO PAY-COUNT.
000000     MOVE PAY-COUNT TO PAY-FOUND-IX.
000000     MOVE LOOKUP-SP-ID TO TBL-PAY-ID(PAY-FOUND-IX).
000000     MOVE ZERO TO TBL-PAY-GROSS(PAY-FOUND-IX).
000000     MOVE ZERO TO TBL-PAY-CLAWBACK(PAY-FOUND-IX).
000000     MOVE ZERO TO TBL-PAY-SPLIT(PAY-FOUND-IX).
000000     MOVE ZERO TO TBL-PAY-NET(PAY-FOUND-IX).
000000     MOVE ZERO TO TBL-PAY-CARRY(PAY-FOUND-IX).
000000     MOVE 'N' TO TBL-PAY-CARRY-APPLIED(PAY-FOUND-IX).
000000 2690-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*UNKNOWN-TIER REJECT
000000*------------------------------------------------------------------------
000000     WRITE COMMISSION-REJECT-LINE.
000000     CLOSE COMMISSION-REJECT-FILE.
000000*------------------------------------------------------------------------
000000*COMMISSION HOLDBACK
000000*On a holdback tier a financed sale's shares - the salesperson's
000000*and any split partner's - are parked on the ledger instead of
000000*paying.  A reversal first comes off whatever of the order is
000000*still unreleased; only the part already released to the
000000*salesperson is clawed back the ordinary way.
000000*------------------------------------------------------------------------
000000*Keyed sales carry no order and have no customer to charge.
000000 2310-WRITE-ORDER-COMMISSION.
000000     IF SALE-ORDER-NO IS NOT NUMERIC
000000         GO TO 2310-EXIT
000000     END-IF.
000000     IF SALE-ORDER-NO = ZERO
000000         GO TO 2310-EXIT
000000     END-IF.
000000     MOVE SALE-ORDER-NO TO COMO-ORDER-NO.
000000     IF SALE-TYPE-REVERSAL
000000         SUBTRACT SALE-COMMISSION FROM ZERO
000000             GIVING COMO-COMMISSION
000000     ELSE
000000         MOVE SALE-COMMISSION TO COMO-COMMISSION
000000     END-IF.
000000     WRITE COMMISSION-ORDER-RECORD.
000000 2310-EXIT.
000000     EXIT.
000000 2320-APPLY-HOLDBACK.
000000     MOVE ZERO TO HELD-PRIMARY.
000000     MOVE ZERO TO HELD-SPLIT.
000000     IF TBL-HOLDBACK-FLAG(RATE-FOUND-IX) NOT = 'H'
000000         OR NOT SALE-FINANCED
000000         OR SALE-ORDER-NO IS NOT NUMERIC
000000         GO TO 2320-EXIT
000000     END-IF.
000000     IF SALE-ORDER-NO = ZERO
000000         GO TO 2320-EXIT
000000     END-IF.
000000     MOVE SALE-SALESPERSON-ID TO HOLD-SP-ID.
000000     MOVE PRIMARY-SHARE TO HOLD-SHARE.
000000     PERFORM 2340-HOLD-ONE-SHARE THRU 2340-EXIT.
000000     MOVE HOLD-APPLIED TO HELD-PRIMARY.
000000     SUBTRACT HELD-PRIMARY FROM PRIMARY-SHARE.
000000     IF SPLIT-SHARE > ZERO
000000         MOVE SALE-SPLIT-ID TO HOLD-SP-ID
000000         MOVE SPLIT-SHARE TO HOLD-SHARE
000000         PERFORM 2340-HOLD-ONE-SHARE THRU 2340-EXIT
000000         MOVE HOLD-APPLIED TO HELD-SPLIT
000000         SUBTRACT HELD-SPLIT FROM SPLIT-SHARE
000000     END-IF.
000000     SUBTRACT HELD-PRIMARY HELD-SPLIT FROM SALE-COMMISSION.
000000 2320-EXIT.
000000     EXIT.
000000 2330-WRITE-HOLD-LINES.
000000     IF HELD-PRIMARY > ZERO
000000         MOVE SPACES TO COMMISSION-STMT-LINE
000000         IF SALE-TYPE-REVERSAL
000000             STRING '    ORDER ' SALE-ORDER-NO
000000                 ' TAKEN OFF HOLD: ' HELD-PRIMARY
000000                 INTO COMMISSION-STMT-LINE
000000         ELSE
000000             STRING '    ORDER ' SALE-ORDER-NO
000000                 ' HELD UNTIL PAID: ' HELD-PRIMARY
000000                 INTO COMMISSION-STMT-LINE
000000         END-IF
000000         WRITE COMMISSION-STMT-LINE
000000     END-IF.
000000     IF HELD-SPLIT > ZERO
000000         MOVE SPACES TO COMMISSION-STMT-LINE
000000         IF SALE-TYPE-REVERSAL
000000             STRING '    ORDER ' SALE-ORDER-NO
000000                 ' SPLIT TAKEN OFF HOLD FOR ' SALE-SPLIT-ID
000000                 ': ' HELD-SPLIT
000000                 INTO COMMISSION-STMT-LINE
000000         ELSE
000000             STRING '    ORDER ' SALE-ORDER-NO
000000                 ' SPLIT HELD FOR ' SALE-SPLIT-ID
000000                 ': ' HELD-SPLIT
000000                 INTO COMMISSION-STMT-LINE
000000         END-IF
000000         WRITE COMMISSION-STMT-LINE
000000     END-IF.
000000 2330-EXIT.
000000     EXIT.
000000 2340-HOLD-ONE-SHARE.
000000     MOVE ZERO TO HOLD-APPLIED.
000000     MOVE ZERO TO HLD-FOUND-IX.
000000     PERFORM VARYING HLD-IX FROM 1 BY 1
000000             UNTIL HLD-IX > HOLD-COUNT OR HLD-FOUND-IX > ZERO
000000         IF TBL-HLD-SP-ID(HLD-IX) = HOLD-SP-ID
000000             AND TBL-HLD-ORDER(HLD-IX) = SALE-ORDER-NO
000000             MOVE HLD-IX TO HLD-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF SALE-TYPE-REVERSAL
000000         GO TO 2340-UNHOLD
000000     END-IF.
000000     IF HLD-FOUND-IX > ZERO
000000         IF TBL-HLD-STATUS(HLD-FOUND-IX) NOT = 'O'
000000             MOVE ZERO TO HLD-FOUND-IX
000000         END-IF
000000     END-IF.
000000     IF HLD-FOUND-IX = ZERO
000000         IF HOLD-COUNT = 200
000000             DISPLAY '*** COMMRUN: HOLDBACK LEDGER FULL - ORDER '
000000                 SALE-ORDER-NO ' NOT HELD'
000000             ADD 1 TO RECORDS-LEFT-OUT
000000             GO TO 2340-EXIT
000000         END-IF
000000         ADD 1 TO HOLD-COUNT
000000         MOVE HOLD-COUNT TO HLD-FOUND-IX
000000         MOVE HOLD-SP-ID TO TBL-HLD-SP-ID(HLD-FOUND-IX)
000000         MOVE SALE-ORDER-NO TO TBL-HLD-ORDER(HLD-FOUND-IX)
000000         MOVE ZERO TO TBL-HLD-ACCT(HLD-FOUND-IX)
000000         MOVE ZERO TO TBL-HLD-HELD(HLD-FOUND-IX)
000000         MOVE ZERO TO TBL-HLD-RELEASED(HLD-FOUND-IX)
000000         MOVE ZERO TO TBL-HLD-FORFEITED(HLD-FOUND-IX)
000000         MOVE 'O' TO TBL-HLD-STATUS(HLD-FOUND-IX)
000000         MOVE CURRENT-RUN-DATE TO TBL-HLD-OPEN-DATE(HLD-FOUND-IX)
000000         MOVE CURRENT-RUN-ID TO TBL-HLD-LAST-RUN(HLD-FOUND-IX)
000000         MOVE ZERO TO TBL-HLD-NEW-NOW(HLD-FOUND-IX)
000000         MOVE ZERO TO TBL-HLD-REL-NOW(HLD-FOUND-IX)
000000         MOVE ZERO TO TBL-HLD-FORF-NOW(HLD-FOUND-IX)
000000     END-IF.
000000     ADD HOLD-SHARE TO TBL-HLD-HELD(HLD-FOUND-IX).
000000     ADD HOLD-SHARE TO TBL-HLD-NEW-NOW(HLD-FOUND-IX).
000000     MOVE HOLD-SHARE TO HOLD-APPLIED.
000000     GO TO 2340-EXIT.
000000 2340-UNHOLD.
000000     IF HLD-FOUND-IX = ZERO
000000         GO TO 2340-EXIT
000000     END-IF.
000000     SUBTRACT TBL-HLD-RELEASED(HLD-FOUND-IX)
000000         FROM TBL-HLD-HELD(HLD-FOUND-IX) GIVING HOLD-ABSORBABLE.
000000     IF HOLD-SHARE < HOLD-ABSORBABLE
000000         MOVE HOLD-SHARE TO HOLD-APPLIED
000000     ELSE
000000         MOVE HOLD-ABSORBABLE TO HOLD-APPLIED
000000     END-IF.
000000     SUBTRACT HOLD-APPLIED FROM TBL-HLD-HELD(HLD-FOUND-IX).
000000     SUBTRACT HOLD-APPLIED FROM TBL-HLD-NEW-NOW(HLD-FOUND-IX).
000000     IF TBL-HLD-STATUS(HLD-FOUND-IX) = 'F'
000000         SUBTRACT TBL-HLD-RELEASED(HLD-FOUND-IX)
000000             FROM TBL-HLD-HELD(HLD-FOUND-IX)
000000             GIVING TBL-HLD-FORFEITED(HLD-FOUND-IX)
000000     END-IF.
000000 2340-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SPLIT-SHARE SECTION
000000*One line per partner with the sum of the shares split to them
000000*this run - the feed arrives grouped by the primary id, so the
000000*partner's own statement block cannot carry them.  Each share is
000000*settled into the partner's pay here and the line shows what the
000000*partner is paid in all.
000000*------------------------------------------------------------------------
000000 2800-WRITE-SPLIT-SECTION.
000000     IF SPLIT-COUNT = ZERO
000000     WRITE COMMISSION-STMT-LINE.
000000     PERFORM VARYING SPLIT-IX FROM 1 BY 1
000000             UNTIL SPLIT-IX > SPLIT-COUNT
000000         PERFORM 2850-SETTLE-SPLIT-PARTNER THRU 2850-EXIT
000000         MOVE SPACES TO COMMISSION-STMT-LINE
000000         STRING '  ' TBL-SPLIT-ID(SPLIT-IX)
000000             ' SHARE: ' TBL-SPLIT-AMOUNT(SPLIT-IX)
000000             ' TOTAL PAYABLE: ' PARTNER-PAYABLE
000000             INTO COMMISSION-STMT-LINE
000000         WRITE COMMISSION-STMT-LINE
000000     END-PERFORM.
000000 2800-EXIT.
000000     EXIT.
000000*A partner with no sales of their own tonight has not had a
000000*carried balance applied yet, so it is picked up here; the share
000000*then nets with what the partner's own block left, and anything
000000*still below zero carries forward exactly as a clawback would.
000000 2850-SETTLE-SPLIT-PARTNER.
000000     MOVE TBL-SPLIT-ID(SPLIT-IX) TO LOOKUP-SP-ID.
000000     MOVE TBL-SPLIT-AMOUNT(SPLIT-IX) TO SETTLE-AMOUNT.
000000     PERFORM 2860-SETTLE-EXTRA-EARNINGS THRU 2860-EXIT.
000000     IF PAY-FOUND-IX > ZERO
000000         ADD TBL-SPLIT-AMOUNT(SPLIT-IX)
000000             TO TBL-PAY-SPLIT(PAY-FOUND-IX)
000000     END-IF.
000000 2850-EXIT.
000000     EXIT.
000000*Earnings settled after the statement blocks - split shares and
000000*holdback releases - are netted the same way.
000000 2860-SETTLE-EXTRA-EARNINGS.
000000     MOVE ZERO TO PARTNER-PAYABLE.
000000     PERFORM 2690-FIND-PAYROLL-ENTRY THRU 2690-EXIT.
000000     IF PAY-FOUND-IX = ZERO
000000         GO TO 2860-EXIT
000000     END-IF.
000000     MOVE ZERO TO CARRY-FOUND-IX.
000000     PERFORM VARYING CARRY-IX FROM 1 BY 1
000000             UNTIL CARRY-IX > CARRY-COUNT
000000                 OR CARRY-FOUND-IX > ZERO
000000         IF TBL-CARRY-ID(CARRY-IX) = LOOKUP-SP-ID
000000             MOVE CARRY-IX TO CARRY-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF TBL-PAY-CARRY-APPLIED(PAY-FOUND-IX) = 'N'
000000         IF CARRY-FOUND-IX > ZERO
000000             MOVE TBL-CARRY-BALANCE(CARRY-FOUND-IX)
000000                 TO TBL-PAY-CARRY(PAY-FOUND-IX)
000000             MOVE 'Y' TO TBL-CARRY-USED(CARRY-FOUND-IX)
000000         END-IF
000000         MOVE 'Y' TO TBL-PAY-CARRY-APPLIED(PAY-FOUND-IX)
000000     END-IF.
000000     IF SETTLE-AMOUNT < ZERO
000000         SUBTRACT SETTLE-AMOUNT
000000             FROM TBL-PAY-CLAWBACK(PAY-FOUND-IX)
000000     ELSE
000000         ADD SETTLE-AMOUNT TO TBL-PAY-GROSS(PAY-FOUND-IX)
000000     END-IF.
000000     ADD TBL-PAY-NET(PAY-FOUND-IX) TBL-PAY-CARRY(PAY-FOUND-IX)
000000         SETTLE-AMOUNT GIVING PARTNER-TOTAL.
000000     IF PARTNER-TOTAL < ZERO
000000         MOVE ZERO TO TBL-PAY-NET(PAY-FOUND-IX)
000000         MOVE PARTNER-TOTAL TO TBL-PAY-CARRY(PAY-FOUND-IX)
000000     ELSE
000000         MOVE PARTNER-TOTAL TO TBL-PAY-NET(PAY-FOUND-IX)
000000         MOVE ZERO TO TBL-PAY-CARRY(PAY-FOUND-IX)
000000     END-IF.
000000     MOVE TBL-PAY-NET(PAY-FOUND-IX) TO PARTNER-PAYABLE.
000000     IF CARRY-FOUND-IX > ZERO
000000         MOVE TBL-PAY-CARRY(PAY-FOUND-IX)
000000             TO TBL-CARRY-BALANCE(CARRY-FOUND-IX)
000000     ELSE
000000         IF TBL-PAY-CARRY(PAY-FOUND-IX) < ZERO
000000             AND CARRY-COUNT < 50
000000             ADD 1 TO CARRY-COUNT
000000             MOVE LOOKUP-SP-ID TO TBL-CARRY-ID(CARRY-COUNT)
000000             MOVE TBL-PAY-CARRY(PAY-FOUND-IX)
000000                 TO TBL-CARRY-BALANCE(CARRY-COUNT)
000000             MOVE 'Y' TO TBL-CARRY-USED(CARRY-COUNT)
000000         END-IF
000000     END-IF.
000000 2860-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*HOLDBACK RELEASE
000000*Each open row releases up to its share of the plan paid so far:
000000*held commission times installments paid over installments on
000000*the plan, the last installment releasing whatever is left.  A
000000*charged-off account forfeits everything not yet released.
000000*------------------------------------------------------------------------
000000 2900-RELEASE-ONE-HOLDBACK.
000000     IF TBL-HLD-STATUS(HLD-IX) NOT = 'O'
000000         GO TO 2900-EXIT
000000     END-IF.
000000     MOVE ZERO TO PLAN-FOUND-IX.
000000     PERFORM VARYING PLAN-IX FROM 1 BY 1
000000             UNTIL PLAN-IX > PLAN-COUNT OR PLAN-FOUND-IX > ZERO
000000         IF TBL-PLAN-ORDER(PLAN-IX) = TBL-HLD-ORDER(HLD-IX)
000000             MOVE PLAN-IX TO PLAN-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PLAN-FOUND-IX > ZERO AND TBL-HLD-ACCT(HLD-IX) = ZERO
000000         MOVE TBL-PLAN-ACCT(PLAN-FOUND-IX) TO TBL-HLD-ACCT(HLD-IX)
000000     END-IF.
000000     MOVE ZERO TO CHO-FOUND-IX.
000000     IF TBL-HLD-ACCT(HLD-IX) > ZERO
000000         PERFORM VARYING CHO-IX FROM 1 BY 1
000000                 UNTIL CHO-IX > CHARGED-OFF-COUNT
000000                     OR CHO-FOUND-IX > ZERO
000000             IF TBL-CHARGED-OFF-ACCT(CHO-IX)
000000                 = TBL-HLD-ACCT(HLD-IX)
000000                 MOVE CHO-IX TO CHO-FOUND-IX
000000             END-IF
000000         END-PERFORM
000000     END-IF.
000000     IF CHO-FOUND-IX > ZERO
000000         SUBTRACT TBL-HLD-RELEASED(HLD-IX)
000000             FROM TBL-HLD-HELD(HLD-IX)
000000             GIVING TBL-HLD-FORF-NOW(HLD-IX)
000000         MOVE TBL-HLD-FORF-NOW(HLD-IX)
000000             TO TBL-HLD-FORFEITED(HLD-IX)
000000         MOVE 'F' TO TBL-HLD-STATUS(HLD-IX)
000000         MOVE CURRENT-RUN-ID TO TBL-HLD-LAST-RUN(HLD-IX)
000000         GO TO 2900-EXIT
000000     END-IF.
000000     IF PLAN-FOUND-IX = ZERO
000000         GO TO 2900-EXIT
000000     END-IF.
000000     IF TBL-PLAN-TOTAL(PLAN-FOUND-IX) = ZERO
000000         GO TO 2900-EXIT
000000     END-IF.
000000     IF TBL-PLAN-PAID(PLAN-FOUND-IX)
000000         = TBL-PLAN-TOTAL(PLAN-FOUND-IX)
000000         MOVE TBL-HLD-HELD(HLD-IX) TO HOLD-TARGET
000000     ELSE
000000         COMPUTE HOLD-TARGET ROUNDED = TBL-HLD-HELD(HLD-IX)
000000             * TBL-PLAN-PAID(PLAN-FOUND-IX)
000000             / TBL-PLAN-TOTAL(PLAN-FOUND-IX)
000000     END-IF.
000000     IF HOLD-TARGET > TBL-HLD-RELEASED(HLD-IX)
000000         SUBTRACT TBL-HLD-RELEASED(HLD-IX) FROM HOLD-TARGET
000000             GIVING TBL-HLD-REL-NOW(HLD-IX)
000000         MOVE HOLD-TARGET TO TBL-HLD-RELEASED(HLD-IX)
000000         MOVE CURRENT-RUN-ID TO TBL-HLD-LAST-RUN(HLD-IX)
000000     END-IF.
000000     IF TBL-HLD-RELEASED(HLD-IX) NOT < TBL-HLD-HELD(HLD-IX)
000000         MOVE 'C' TO TBL-HLD-STATUS(HLD-IX)
000000         MOVE CURRENT-RUN-ID TO TBL-HLD-LAST-RUN(HLD-IX)
000000     END-IF.
000000 2900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*HOLDBACK SECTION
000000*One line per salesperson with held commission: earned into the
000000*holdback tonight, released tonight, still held and forfeited
000000*tonight.  Releases are settled into the salesperson's pay.
000000*------------------------------------------------------------------------
000000 2950-WRITE-HOLDBACK-SECTION.
000000     PERFORM 2960-SUMMARISE-ONE-ROW THRU 2960-EXIT
000000         VARYING HLD-IX FROM 1 BY 1
000000         UNTIL HLD-IX > HOLD-COUNT.
000000     IF HSUM-COUNT = ZERO
000000         GO TO 2950-EXIT
000000     END-IF.
000000     MOVE 'HOLDBACK LEDGER THIS RUN:' TO COMMISSION-STMT-LINE.
000000     WRITE COMMISSION-STMT-LINE.
000000     PERFORM 2970-WRITE-ONE-HOLDBACK-LINE THRU 2970-EXIT
000000         VARYING HSUM-IX FROM 1 BY 1
000000         UNTIL HSUM-IX > HSUM-COUNT.
000000 2950-EXIT.
000000     EXIT.
000000 2960-SUMMARISE-ONE-ROW.
000000     MOVE ZERO TO HSUM-FOUND-IX.
000000     PERFORM VARYING HSUM-IX FROM 1 BY 1
000000             UNTIL HSUM-IX > HSUM-COUNT OR HSUM-FOUND-IX > ZERO
000000         IF TBL-HSUM-ID(HSUM-IX) = TBL-HLD-SP-ID(HLD-IX)
000000             MOVE HSUM-IX TO HSUM-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF HSUM-FOUND-IX = ZERO
000000         IF HSUM-COUNT = 100
000000             GO TO 2960-EXIT
000000         END-IF
000000         ADD 1 TO HSUM-COUNT
000000         MOVE HSUM-COUNT TO HSUM-FOUND-IX
000000         MOVE TBL-HLD-SP-ID(HLD-IX) TO TBL-HSUM-ID(HSUM-FOUND-IX)
000000         MOVE ZERO TO TBL-HSUM-EARNED(HSUM-FOUND-IX)
000000         MOVE ZERO TO TBL-HSUM-RELEASED(HSUM-FOUND-IX)
000000         MOVE ZERO TO TBL-HSUM-HELD(HSUM-FOUND-IX)
000000         MOVE ZERO TO TBL-HSUM-FORFEITED(HSUM-FOUND-IX)
000000     END-IF.
000000     ADD TBL-HLD-NEW-NOW(HLD-IX)
000000         TO TBL-HSUM-EARNED(HSUM-FOUND-IX).
000000     ADD TBL-HLD-REL-NOW(HLD-IX)
000000         TO TBL-HSUM-RELEASED(HSUM-FOUND-IX).
000000     ADD TBL-HLD-FORF-NOW(HLD-IX)
000000         TO TBL-HSUM-FORFEITED(HSUM-FOUND-IX).
000000     IF TBL-HLD-STATUS(HLD-IX) = 'O'
000000         COMPUTE TBL-HSUM-HELD(HSUM-FOUND-IX) =
000000             TBL-HSUM-HELD(HSUM-FOUND-IX) + TBL-HLD-HELD(HLD-IX)
000000             - TBL-HLD-RELEASED(HLD-IX)
000000     END-IF.
000000 2960-EXIT.
000000     EXIT.
000000 2970-WRITE-ONE-HOLDBACK-LINE.
000000     MOVE SPACES TO COMMISSION-STMT-LINE.
000000     STRING '  ' TBL-HSUM-ID(HSUM-IX)
000000         ' EARNED ' TBL-HSUM-EARNED(HSUM-IX)
000000         ' RELEASED ' TBL-HSUM-RELEASED(HSUM-IX)
000000         ' HELD ' TBL-HSUM-HELD(HSUM-IX)
000000         INTO COMMISSION-STMT-LINE.
000000     WRITE COMMISSION-STMT-LINE.
000000     MOVE SPACES TO COMMISSION-STMT-LINE.
000000     STRING '        FORFEITED ' TBL-HSUM-FORFEITED(HSUM-IX)
000000         INTO COMMISSION-STMT-LINE.
000000     IF TBL-HSUM-RELEASED(HSUM-IX) > ZERO
000000         MOVE TBL-HSUM-ID(HSUM-IX) TO LOOKUP-SP-ID
000000         MOVE TBL-HSUM-RELEASED(HSUM-IX) TO SETTLE-AMOUNT
000000         ADD TBL-HSUM-RELEASED(HSUM-IX) TO RUN-COMMISSION-TOTAL
000000         PERFORM 2860-SETTLE-EXTRA-EARNINGS THRU 2860-EXIT
000000         MOVE SPACES TO COMMISSION-STMT-LINE
000000         STRING '        FORFEITED ' TBL-HSUM-FORFEITED(HSUM-IX)
000000             ' TOTAL PAYABLE: ' PARTNER-PAYABLE
000000             INTO COMMISSION-STMT-LINE
000000     END-IF.
000000     WRITE COMMISSION-STMT-LINE.
000000 2970-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CARRIED-BALANCE ROLL
000000*COMMBAL is rewritten with every balance still negative - the
000000     CLOSE COMMISSION-CARRY-FILE.
000000 8000-EXIT.
000000     EXIT.
000000 8100-SAVE-HOLDBACK-LEDGER.
000000*A ledger that did not fit the table is never rewritten short.
000000     IF TABLE-OVERFLOW-YES
000000         GO TO 8100-EXIT
000000     END-IF.
000000     IF HOLD-COUNT = ZERO
000000         AND HOLDBACK-LEDGER-STATUS NOT = '00'
000000         GO TO 8100-EXIT
000000     END-IF.
000000     OPEN OUTPUT HOLDBACK-LEDGER-FILE.
000000     PERFORM VARYING HLD-IX FROM 1 BY 1
000000             UNTIL HLD-IX > HOLD-COUNT
000000         MOVE TBL-HLD-SP-ID(HLD-IX) TO HLD-SALESPERSON-ID
000000         MOVE TBL-HLD-ORDER(HLD-IX) TO HLD-ORDER-NO
000000         MOVE TBL-HLD-ACCT(HLD-IX) TO HLD-ACCT-NO
000000         MOVE TBL-HLD-HELD(HLD-IX) TO HLD-HELD-AMT
000000         MOVE TBL-HLD-RELEASED(HLD-IX) TO HLD-RELEASED-AMT
000000         MOVE TBL-HLD-FORFEITED(HLD-IX) TO HLD-FORFEITED-AMT
000000         MOVE TBL-HLD-STATUS(HLD-IX) TO HLD-STATUS
000000         MOVE TBL-HLD-OPEN-DATE(HLD-IX) TO HLD-OPEN-DATE
000000         MOVE TBL-HLD-LAST-RUN(HLD-IX) TO HLD-LAST-RUN-ID
000000         WRITE HOLDBACK-LEDGER-RECORD
000000     END-PERFORM.
000000     CLOSE HOLDBACK-LEDGER-FILE.
000000 8100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*YEAR-TO-DATE ROLL
000000*A year older than the run date is closed first: its annual
000000*statement prints if it has not already, and the record starts
000000*the new year at zero.  Tonight's pay then posts, and the run
000000*dated 31 December prints the year's statements itself.  With
000000*no run date the file is only read, for the payroll figures.
000000*------------------------------------------------------------------------
000000 8200-ROLL-YEAR-TO-DATE.
000000     PERFORM 8210-LOAD-YEAR-TO-DATE THRU 8210-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'NO RUN DATE - COMMYTD NOT POSTED'
000000         GO TO 8200-EXIT
000000     END-IF.
000000     DIVIDE CURRENT-RUN-DATE BY 10000
000000         GIVING RUN-YEAR REMAINDER RUN-MMDD.
000000     PERFORM 8230-CLOSE-PRIOR-YEAR THRU 8230-EXIT
000000         VARYING YTD-IX FROM 1 BY 1
000000         UNTIL YTD-IX > YTD-COUNT.
000000     PERFORM 8250-POST-ONE-EARNER THRU 8250-EXIT
000000         VARYING PAY-IX FROM 1 BY 1
000000         UNTIL PAY-IX > PAY-COUNT.
000000     IF RUN-MMDD = 1231
000000         PERFORM 8270-ISSUE-YEAR-END THRU 8270-EXIT
000000             VARYING YTD-IX FROM 1 BY 1
000000             UNTIL YTD-IX > YTD-COUNT
000000     END-IF.
000000     IF ANNUAL-STMT-OPEN-YES
000000         CLOSE ANNUAL-STMT-FILE
000000         DISPLAY 'COMMRUN: ' ANNUAL-STMT-COUNT
000000             ' ANNUAL EARNINGS STATEMENT(S) ON COMMANN'
000000     END-IF.
000000     OPEN OUTPUT YEAR-TO-DATE-FILE.
000000     PERFORM VARYING YTD-IX FROM 1 BY 1
000000             UNTIL YTD-IX > YTD-COUNT
000000         MOVE TBL-YTD-ID(YTD-IX) TO CYTD-SALESPERSON-ID
000000         MOVE TBL-YTD-YEAR(YTD-IX) TO CYTD-YEAR
000000         MOVE TBL-YTD-GROSS(YTD-IX) TO CYTD-GROSS
000000         MOVE TBL-YTD-CLAWBACK(YTD-IX) TO CYTD-CLAWBACK
000000         MOVE TBL-YTD-SPLIT(YTD-IX) TO CYTD-SPLIT
000000         MOVE TBL-YTD-NET-PAID(YTD-IX) TO CYTD-NET-PAID
000000         MOVE TBL-YTD-LAST-RUN(YTD-IX) TO CYTD-LAST-RUN-ID
000000         MOVE TBL-YTD-STMT(YTD-IX) TO CYTD-STMT-FLAG
000000         WRITE YEAR-TO-DATE-RECORD
000000     END-PERFORM.
000000     CLOSE YEAR-TO-DATE-FILE.
000000 8200-EXIT.
000000     EXIT.
000000 8210-LOAD-YEAR-TO-DATE.
000000     OPEN INPUT YEAR-TO-DATE-FILE.
000000     IF YEAR-TO-DATE-STATUS NOT = '00'
000000         GO TO 8210-EXIT
000000     END-IF.
000000     PERFORM 8220-READ-YEAR-TO-DATE.
000000     PERFORM 8225-STORE-YEAR-TO-DATE
000000         UNTIL YEAR-TO-DATE-EOF-YES OR YTD-COUNT = 100.
000000     CLOSE YEAR-TO-DATE-FILE.
000000 8210-EXIT.
000000     EXIT.
000000 8220-READ-YEAR-TO-DATE.
000000     READ YEAR-TO-DATE-FILE
000000         AT END SET YEAR-TO-DATE-EOF-YES TO TRUE
000000     END-READ.
000000 8225-STORE-YEAR-TO-DATE.
000000     ADD 1 TO YTD-COUNT.
000000     MOVE CYTD-SALESPERSON-ID TO TBL-YTD-ID(YTD-COUNT).
000000     MOVE CYTD-YEAR TO TBL-YTD-YEAR(YTD-COUNT).
000000     MOVE CYTD-GROSS TO TBL-YTD-GROSS(YTD-COUNT).
000000     MOVE CYTD-CLAWBACK TO TBL-YTD-CLAWBACK(YTD-COUNT).
000000     MOVE CYTD-SPLIT TO TBL-YTD-SPLIT(YTD-COUNT).
000000     MOVE CYTD-NET-PAID TO TBL-YTD-NET-PAID(YTD-COUNT).
000000     MOVE CYTD-LAST-RUN-ID TO TBL-YTD-LAST-RUN(YTD-COUNT).
000000     MOVE CYTD-STMT-FLAG TO TBL-YTD-STMT(YTD-COUNT).
000000     PERFORM 8220-READ-YEAR-TO-DATE.
000000 8230-CLOSE-PRIOR-YEAR.
000000     IF TBL-YTD-YEAR(YTD-IX) NOT < RUN-YEAR
000000         GO TO 8230-EXIT
000000     END-IF.
000000     IF TBL-YTD-STMT(YTD-IX) NOT = 'Y'
000000         PERFORM 8300-WRITE-ANNUAL-STATEMENT THRU 8300-EXIT
000000     END-IF.
000000     MOVE RUN-YEAR TO TBL-YTD-YEAR(YTD-IX).
000000     MOVE ZERO TO TBL-YTD-GROSS(YTD-IX).
000000     MOVE ZERO TO TBL-YTD-CLAWBACK(YTD-IX).
000000     MOVE ZERO TO TBL-YTD-SPLIT(YTD-IX).
000000     MOVE ZERO TO TBL-YTD-NET-PAID(YTD-IX).
000000     MOVE 'N' TO TBL-YTD-STMT(YTD-IX).
000000 8230-EXIT.
000000     EXIT.
000000 8250-POST-ONE-EARNER.
000000     MOVE TBL-PAY-ID(PAY-IX) TO LOOKUP-SP-ID.
000000     PERFORM 8290-FIND-YEAR-TO-DATE THRU 8290-EXIT.
000000     IF YTD-FOUND-IX = ZERO AND YTD-COUNT < 100
000000         ADD 1 TO YTD-COUNT
000000         MOVE YTD-COUNT TO YTD-FOUND-IX
000000         MOVE LOOKUP-SP-ID TO TBL-YTD-ID(YTD-FOUND-IX)
000000         MOVE RUN-YEAR TO TBL-YTD-YEAR(YTD-FOUND-IX)
000000         MOVE ZERO TO TBL-YTD-GROSS(YTD-FOUND-IX)
000000         MOVE ZERO TO TBL-YTD-CLAWBACK(YTD-FOUND-IX)
000000         MOVE ZERO TO TBL-YTD-SPLIT(YTD-FOUND-IX)
000000         MOVE ZERO TO TBL-YTD-NET-PAID(YTD-FOUND-IX)
000000         MOVE ZERO TO TBL-YTD-LAST-RUN(YTD-FOUND-IX)
000000         MOVE 'N' TO TBL-YTD-STMT(YTD-FOUND-IX)
000000     END-IF.
000000     IF YTD-FOUND-IX = ZERO
000000         GO TO 8250-EXIT
000000     END-IF.
000000     IF CURRENT-RUN-ID > ZERO
000000         AND TBL-YTD-LAST-RUN(YTD-FOUND-IX) = CURRENT-RUN-ID
000000         GO TO 8250-EXIT
000000     END-IF.
000000     ADD TBL-PAY-GROSS(PAY-IX) TO TBL-YTD-GROSS(YTD-FOUND-IX).
000000     ADD TBL-PAY-CLAWBACK(PAY-IX)
000000         TO TBL-YTD-CLAWBACK(YTD-FOUND-IX).
000000     ADD TBL-PAY-SPLIT(PAY-IX) TO TBL-YTD-SPLIT(YTD-FOUND-IX).
000000     ADD TBL-PAY-NET(PAY-IX) TO TBL-YTD-NET-PAID(YTD-FOUND-IX).
000000     MOVE CURRENT-RUN-ID TO TBL-YTD-LAST-RUN(YTD-FOUND-IX).
000000 8250-EXIT.
000000     EXIT.
000000 8270-ISSUE-YEAR-END.
000000     IF TBL-YTD-YEAR(YTD-IX) = RUN-YEAR
000000         AND TBL-YTD-STMT(YTD-IX) NOT = 'Y'
000000         PERFORM 8300-WRITE-ANNUAL-STATEMENT THRU 8300-EXIT
000000         MOVE 'Y' TO TBL-YTD-STMT(YTD-IX)
000000     END-IF.
000000 8270-EXIT.
000000     EXIT.
000000 8290-FIND-YEAR-TO-DATE.
000000     MOVE ZERO TO YTD-FOUND-IX.
000000     PERFORM VARYING YTD-IX FROM 1 BY 1
000000             UNTIL YTD-IX > YTD-COUNT OR YTD-FOUND-IX > ZERO
000000         IF TBL-YTD-ID(YTD-IX) = LOOKUP-SP-ID
000000             MOVE YTD-IX TO YTD-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 8290-EXIT.
000000     EXIT.
000000*One page per salesperson: the year's gross commission, the
000000*clawbacks set against it, split earnings and what was paid.
000000 8300-WRITE-ANNUAL-STATEMENT.
000000     IF NOT ANNUAL-STMT-OPEN-YES
000000         OPEN OUTPUT ANNUAL-STMT-FILE
000000         SET ANNUAL-STMT-OPEN-YES TO TRUE
000000     END-IF.
000000     ADD 1 TO ANNUAL-STMT-COUNT.
000000     ADD 1 TO ANNUAL-PAGE-NO.
000000     MOVE 'ANNUAL COMMISSION EARNINGS STATEMENT' TO RPTHDR-TITLE.
000000     MOVE ANNUAL-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE ANNUAL-STMT-LINE FROM REPORT-HEADER-LINE.
000000     MOVE TBL-YTD-ID(YTD-IX) TO LOOKUP-SP-ID.
000000     MOVE ZERO TO SPM-FOUND-IX.
000000     PERFORM VARYING SPM-IX FROM 1 BY 1
000000             UNTIL SPM-IX > SPM-COUNT OR SPM-FOUND-IX > ZERO
000000         IF TBL-SPM-ID(SPM-IX) = LOOKUP-SP-ID
000000             MOVE SPM-IX TO SPM-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     MOVE SPACES TO ANNUAL-STMT-LINE.
000000     IF SPM-FOUND-IX > ZERO
000000         STRING 'SALESPERSON: ' LOOKUP-SP-ID ' '
000000             TBL-SPM-NAME(SPM-FOUND-IX)
000000             INTO ANNUAL-STMT-LINE
000000     ELSE
000000         STRING 'SALESPERSON: ' LOOKUP-SP-ID
000000             INTO ANNUAL-STMT-LINE
000000     END-IF.
000000     WRITE ANNUAL-STMT-LINE.
000000     MOVE SPACES TO ANNUAL-STMT-LINE.
000000     STRING 'CALENDAR YEAR: ' TBL-YTD-YEAR(YTD-IX)
000000         INTO ANNUAL-STMT-LINE.
000000     WRITE ANNUAL-STMT-LINE.
000000     MOVE TBL-YTD-GROSS(YTD-IX) TO ANNUAL-AMOUNT-DISPLAY.
000000     MOVE SPACES TO ANNUAL-STMT-LINE.
000000     STRING 'GROSS COMMISSION EARNED  ' ANNUAL-AMOUNT-DISPLAY
000000         INTO ANNUAL-STMT-LINE.
000000     WRITE ANNUAL-STMT-LINE.
000000     MOVE TBL-YTD-CLAWBACK(YTD-IX) TO ANNUAL-AMOUNT-DISPLAY.
000000     MOVE SPACES TO ANNUAL-STMT-LINE.
000000     STRING 'CLAWBACKS                ' ANNUAL-AMOUNT-DISPLAY
000000         INTO ANNUAL-STMT-LINE.
000000     WRITE ANNUAL-STMT-LINE.
000000     MOVE TBL-YTD-SPLIT(YTD-IX) TO ANNUAL-AMOUNT-DISPLAY.
000000     MOVE SPACES TO ANNUAL-STMT-LINE.
000000     STRING 'OF WHICH SPLIT EARNINGS  ' ANNUAL-AMOUNT-DISPLAY
000000         INTO ANNUAL-STMT-LINE.
000000     WRITE ANNUAL-STMT-LINE.
000000     MOVE TBL-YTD-NET-PAID(YTD-IX) TO ANNUAL-AMOUNT-DISPLAY.
000000     MOVE SPACES TO ANNUAL-STMT-LINE.
000000     STRING 'NET COMMISSION PAID      ' ANNUAL-AMOUNT-DISPLAY
000000         INTO ANNUAL-STMT-LINE.
000000     WRITE ANNUAL-STMT-LINE.
000000 8300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PAYROLL INTERFACE
000000*Replaced every run.  The trailer is summed from the details as
000000*they are written, for payroll to prove its load against.
000000*------------------------------------------------------------------------
000000 8400-WRITE-PAYROLL-INTERFACE.
000000     OPEN OUTPUT PAYROLL-INTERFACE-FILE.
000000     MOVE SPACES TO PAYROLL-HEADER-RECORD.
000000     MOVE 'H' TO PAYH-RECORD-TYPE.
000000     MOVE 'COMMRUN' TO PAYH-SOURCE.
000000     MOVE CURRENT-RUN-ID TO PAYH-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO PAYH-RUN-DATE.
000000     WRITE PAYROLL-HEADER-RECORD.
000000     PERFORM 8450-WRITE-PAYROLL-DETAIL THRU 8450-EXIT
000000         VARYING PAY-IX FROM 1 BY 1
000000         UNTIL PAY-IX > PAY-COUNT.
000000     MOVE SPACES TO PAYROLL-TRAILER-RECORD.
000000     MOVE 'T' TO PAYT-RECORD-TYPE.
000000     MOVE PAYROLL-DETAIL-COUNT TO PAYT-DETAIL-COUNT.
000000     MOVE PAYROLL-NET-TOTAL TO PAYT-NET-TOTAL.
000000     MOVE PAYROLL-CLAWBACK-TOTAL TO PAYT-CLAWBACK-TOTAL.
000000     MOVE PAYROLL-SPLIT-TOTAL TO PAYT-SPLIT-TOTAL.
000000     WRITE PAYROLL-TRAILER-RECORD.
000000     CLOSE PAYROLL-INTERFACE-FILE.
000000     DISPLAY 'COMMRUN: ' PAYROLL-DETAIL-COUNT
000000         ' PAYROLL RECORD(S), NET ' PAYROLL-NET-TOTAL.
000000 8400-EXIT.
000000     EXIT.
000000 8450-WRITE-PAYROLL-DETAIL.
000000     MOVE SPACES TO PAYROLL-DETAIL-RECORD.
000000     MOVE 'D' TO PAYD-RECORD-TYPE.
000000     MOVE TBL-PAY-ID(PAY-IX) TO PAYD-EMPLOYEE-ID.
000000     MOVE TBL-PAY-ID(PAY-IX) TO LOOKUP-SP-ID.
000000     PERFORM VARYING SPM-IX FROM 1 BY 1
000000             UNTIL SPM-IX > SPM-COUNT
000000         IF TBL-SPM-ID(SPM-IX) = LOOKUP-SP-ID
000000             MOVE TBL-SPM-NAME(SPM-IX) TO PAYD-EMPLOYEE-NAME
000000         END-IF
000000     END-PERFORM.
000000     MOVE TBL-PAY-NET(PAY-IX) TO PAYD-NET-PAYABLE.
000000     MOVE TBL-PAY-CLAWBACK(PAY-IX) TO PAYD-CLAWBACK.
000000     MOVE TBL-PAY-SPLIT(PAY-IX) TO PAYD-SPLIT-EARNINGS.
000000     MOVE ZERO TO PAYD-YTD-GROSS.
000000     PERFORM 8290-FIND-YEAR-TO-DATE THRU 8290-EXIT.
000000     IF YTD-FOUND-IX > ZERO
000000         MOVE TBL-YTD-GROSS(YTD-FOUND-IX) TO PAYD-YTD-GROSS
000000     END-IF.
000000     MOVE CURRENT-RUN-DATE TO PAYD-PAY-DATE.
000000     WRITE PAYROLL-DETAIL-RECORD.
000000     ADD 1 TO PAYROLL-DETAIL-COUNT.
000000     ADD PAYD-NET-PAYABLE TO PAYROLL-NET-TOTAL.
000000     ADD PAYD-CLAWBACK TO PAYROLL-CLAWBACK-TOTAL.
000000     ADD PAYD-SPLIT-EARNINGS TO PAYROLL-SPLIT-TOTAL.
000000 8450-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*COMMISSION ACCRUAL TO THE LEDGER
000000*The run's total payable is logged once as type 'CM'; gljrnl
000000*journals it through GLMAP like any other typed activity, the
000000*debit to commission expense and the credit to commission
000000*payable.  A run that pays nothing logs nothing.
000000*------------------------------------------------------------------------
000000 8600-LOG-COMMISSION-PAYABLE.
000000     IF PAYROLL-NET-TOTAL = ZERO
000000         GO TO 8600-EXIT
000000     END-IF.
000000     OPEN EXTEND TXLOG-FILE.
000000     IF TXLOG-STATUS = '05' OR TXLOG-STATUS = '35'
000000         OPEN OUTPUT TXLOG-FILE
000000     END-IF.
000000     MOVE 'COMMRUN ' TO TXLOG-PROGRAM.
000000     MOVE 'COMMISSION' TO TXLOG-OPERATION.
000000     MOVE PAYROLL-NET-TOTAL TO TXLOG-RESULT.
000000     MOVE CURRENT-RUN-ID TO TXLOG-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE ZERO TO TXLOG-ACCT-NO.
000000     MOVE 'CM' TO TXLOG-TYPE-CODE.
000000     MOVE SPACES TO TXLOG-COMPANY-CODE.
000000     MOVE SPACES TO TXLOG-COUNTERPARTY-CODE.
000000     MOVE SPACES TO TXLOG-REVERSAL-FLAG.
000000     MOVE ZERO TO TXLOG-LINK-RUN-ID.
000000     WRITE TXLOG-RECORD.
000000     CLOSE TXLOG-FILE.
000000 8600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FORMULA-AWARE COMMISSION
000000*The sale amount is the base; the tier's formula type picks the
