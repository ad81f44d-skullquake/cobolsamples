000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. profrpt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT PROFIT-HISTORY-FILE ASSIGN TO "PRFHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PROFIT-HISTORY-STATUS.
000000     SELECT FEE-REGISTER-FILE ASSIGN TO "FEEREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FEE-REGISTER-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT TXLOG-ARCHIVE-FILE ASSIGN TO "TXLARCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-ARCHIVE-STATUS.
000000     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO "CHOREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHARGE-OFF-REGISTER-STATUS.
000000     SELECT CUSTOMER-SEGMENT-FILE ASSIGN TO "CUSTSEG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CUSTOMER-SEGMENT-STATUS.
000000     SELECT PROFIT-REPORT-FILE ASSIGN TO "PRFRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PROFIT-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PROFIT-HISTORY-FILE.
000000     COPY "prfhrec.cpy".
000000 FD  FEE-REGISTER-FILE.
000000 01  FEE-REGISTER-LINE PIC X(80).
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  TXLOG-ARCHIVE-FILE.
000000 01  TXLOG-ARCHIVE-RECORD PIC X(65).
000000 FD  CHARGE-OFF-REGISTER-FILE.
000000     COPY "chgoff.cpy".
000000 FD  CUSTOMER-SEGMENT-FILE.
000000 01  CUSTOMER-SEGMENT-RECORD.
000000     05 CSEG-CUST-ID    PIC X(7).
000000     05 CSEG-CODE       PIC X(4).
000000     05 CSEG-SCORE      PIC 9(3).
000000     05 CSEG-AS-OF-DATE PIC 9(8).
000000 FD  PROFIT-REPORT-FILE.
000000 01  PROFIT-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000     COPY "acctsvc.cpy".
000000    01 PROFIT-HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 FEE-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-ARCHIVE-STATUS PIC X(2) VALUE '00'.
000000    01 CHARGE-OFF-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-SEGMENT-STATUS PIC X(2) VALUE '00'.
000000    01 PROFIT-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 HISTORY-EOF PIC X VALUE 'N'.
000000       88 HISTORY-EOF-YES VALUE 'Y'.
000000    01 FEE-REGISTER-EOF PIC X VALUE 'N'.
000000       88 FEE-REGISTER-EOF-YES VALUE 'Y'.
000000    01 TXLOG-EOF PIC X VALUE 'N'.
000000       88 TXLOG-EOF-YES VALUE 'Y'.
000000    01 ARCHIVE-EOF PIC X VALUE 'N'.
000000       88 ARCHIVE-EOF-YES VALUE 'Y'.
000000    01 CHARGE-OFF-EOF PIC X VALUE 'N'.
000000       88 CHARGE-OFF-EOF-YES VALUE 'Y'.
000000    01 SEGMENT-EOF PIC X VALUE 'N'.
000000       88 SEGMENT-EOF-YES VALUE 'Y'.
000000    01 SEGMENTS-PRESENT PIC X VALUE 'N'.
000000       88 SEGMENTS-PRESENT-YES VALUE 'Y'.
000000    01 FEES-FOR-MONTH PIC X VALUE 'N'.
000000       88 FEES-FOR-MONTH-YES VALUE 'Y'.
000000    01 CUSTOMER-OVERFLOW PIC X VALUE 'N'.
000000       88 CUSTOMER-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 CURRENT-MONTH PIC 9(6) VALUE ZERO.
000000    01 RECORD-MONTH PIC 9(6) VALUE ZERO.
000000    01 FEE-REGISTER-MONTH PIC X(6) VALUE SPACES.
000000*A FEEREG detail line as feebill strings it: the fee code, the
000000*account at 11, then either the monthly-fee text with the
000000*charge at 30 or the per-operation text with the charge at 40.
000000    01 FEE-LINE-ACCT-TEXT PIC X(6) VALUE SPACES.
000000    01 FEE-LINE-ACCT REDEFINES FEE-LINE-ACCT-TEXT PIC 9(6).
000000    01 FEE-LINE-AMOUNT-TEXT PIC X(11) VALUE SPACES.
000000    01 FEE-LINE-AMOUNT REDEFINES FEE-LINE-AMOUNT-TEXT
000000                       PIC 9(9)V99.
000000*Segment codes off CUSTSEG; a customer not on it reports under
000000*NONE.
000000    01 SEGMENT-STORE-TABLE.
000000       05 SEGMENT-STORE-COUNT PIC 9(3) VALUE ZERO.
000000       05 SEGMENT-STORE-ENTRY OCCURS 300 TIMES.
000000          10 TBL-SST-CUST-ID PIC X(7).
000000          10 TBL-SST-CODE    PIC X(4).
000000    01 SST-IX BINARY-SHORT SIGNED VALUE 0.
000000*Owners already resolved, so the account service is asked once
000000*per account rather than once per accrual.
000000    01 ACCOUNT-OWNER-TABLE.
000000       05 ACCOUNT-OWNER-COUNT PIC 9(3) VALUE ZERO.
000000       05 ACCOUNT-OWNER-ENTRY OCCURS 300 TIMES.
000000          10 TBL-OWN-ACCT    PIC 9(6).
000000          10 TBL-OWN-CUST-ID PIC X(7).
000000    01 OWN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 OWN-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CUSTOMER-PROFIT-TABLE.
000000       05 CUSTOMER-PROFIT-COUNT PIC 9(3) VALUE ZERO.
000000       05 CUSTOMER-PROFIT-ENTRY OCCURS 300 TIMES.
000000          10 TBL-PRF-CUST-ID    PIC X(7).
000000          10 TBL-PRF-SEGMENT    PIC X(4).
000000          10 TBL-PRF-MARGIN     PIC S9(11)V99.
000000          10 TBL-PRF-FEES       PIC S9(11)V99.
000000          10 TBL-PRF-INTEREST   PIC S9(11)V99.
000000          10 TBL-PRF-COMMISSION PIC S9(11)V99.
000000          10 TBL-PRF-MEMO       PIC S9(11)V99.
000000          10 TBL-PRF-LOSS       PIC S9(11)V99.
000000          10 TBL-PRF-NET        PIC S9(11)V99.
000000          10 TBL-PRF-RANKED     PIC X(1).
000000    01 PRF-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PRF-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SEGMENT-TOTAL-TABLE.
000000       05 SEGMENT-TOTAL-COUNT PIC 9(2) VALUE ZERO.
000000       05 SEGMENT-TOTAL-ENTRY OCCURS 40 TIMES.
000000          10 TBL-SEG-CODE       PIC X(4).
000000          10 TBL-SEG-CUSTOMERS  PIC 9(3).
000000          10 TBL-SEG-MARGIN     PIC S9(11)V99.
000000          10 TBL-SEG-FEES       PIC S9(11)V99.
000000          10 TBL-SEG-INTEREST   PIC S9(11)V99.
000000          10 TBL-SEG-COMMISSION PIC S9(11)V99.
000000          10 TBL-SEG-MEMO       PIC S9(11)V99.
000000          10 TBL-SEG-LOSS       PIC S9(11)V99.
000000          10 TBL-SEG-NET        PIC S9(11)V99.
000000          10 TBL-SEG-RANKED     PIC X(1).
000000    01 SEG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SEG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LOOKUP-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 LOOKUP-CUST-ID PIC X(7) VALUE SPACES.
000000    01 LOSS-AMOUNT PIC S9(11)V99 VALUE ZERO.
000000    01 BEST-NET PIC S9(11)V99 VALUE ZERO.
000000    01 RANK-NO PIC 9(3) VALUE ZERO.
000000    01 RANKED-COUNT PIC 9(3) VALUE ZERO.
000000    01 LOSS-MAKING-COUNT PIC 9(3) VALUE ZERO.
000000    01 UNTRACED-COUNT PIC 9(5) VALUE ZERO.
000000    01 GRAND-MARGIN PIC S9(11)V99 VALUE ZERO.
000000    01 GRAND-FEES PIC S9(11)V99 VALUE ZERO.
000000    01 GRAND-INTEREST PIC S9(11)V99 VALUE ZERO.
000000    01 GRAND-COMMISSION PIC S9(11)V99 VALUE ZERO.
000000    01 GRAND-MEMO PIC S9(11)V99 VALUE ZERO.
000000    01 GRAND-LOSS PIC S9(11)V99 VALUE ZERO.
000000    01 GRAND-NET PIC S9(11)V99 VALUE ZERO.
000000    01 RANK-DISPLAY PIC ZZ9 VALUE ZERO.
000000    01 MARGIN-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 FEES-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 INTEREST-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 NET-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 COMMISSION-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 MEMO-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 LOSS-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CUSTOMER PROFITABILITY
000000*Period-end step, scheduled by the processing calendar: what
000000*each customer contributed in the closing month -
000000*  order margin   summed off PRFHIST, where profacc leaves each
000000*                 night's EXTPRC net price less cost
000000*  fees billed    the month's FEEREG charges from feebill
000000*  interest       the month's ACCRUE accruals on the live
000000*                 transaction log and its archive
000000*less
000000*  commissions    paid on the customer's orders, off PRFHIST
000000*  credit memos   raised against them, off PRFHIST
000000*  charge-offs    the month's CHOREG write-offs, net of the
000000*                 recoveries the customer or the collection
000000*                 agency brought back and of returned recoveries
000000*Accounts are traced to their owner through the account service.
000000*Customers are ranked by net contribution, highest first, then
000000*the same figures are subtotalled by CUSTSEG segment (NONE for a
000000*customer not on it) and the segments ranked the same way.
000000*Amounts that could not be traced to a customer print on their
000000*own line so the grand total still ties.  PRFRPT is bundled by
000000*rptbndl for the account managers.  Returns 4 when the fee
000000*register is for another month or amounts went untraced, 8 when
000000*more than 300 customers leave the report incomplete.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'PROFRPT: NO RUN DATE - NO REPORT'
000000         EXIT PROGRAM
000000     END-IF.
000000     DIVIDE CURRENT-RUN-DATE BY 100 GIVING CURRENT-MONTH.
000000     PERFORM 0900-LOAD-SEGMENTS THRU 0900-EXIT.
000000     OPEN OUTPUT PROFIT-REPORT-FILE.
000000     MOVE 'CUSTOMER PROFITABILITY RANKING' TO RPTHDR-TITLE.
000000     PERFORM 7100-WRITE-REPORT-HEADER.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     STRING 'MONTH ' CURRENT-MONTH
000000         INTO PROFIT-REPORT-LINE.
000000     WRITE PROFIT-REPORT-LINE.
000000     PERFORM 1000-ADD-ORDER-HISTORY THRU 1000-EXIT.
000000     PERFORM 2000-ADD-FEES THRU 2000-EXIT.
000000     PERFORM 3000-ADD-LIVE-INTEREST THRU 3000-EXIT.
000000     PERFORM 3500-ADD-ARCHIVED-INTEREST THRU 3500-EXIT.
000000     PERFORM 4000-ADD-CHARGE-OFFS THRU 4000-EXIT.
000000     PERFORM 5000-TOTAL-CUSTOMERS THRU 5000-EXIT.
000000     PERFORM 7000-PRINT-RANKING THRU 7000-EXIT.
000000     PERFORM 7500-PRINT-SEGMENTS THRU 7500-EXIT.
000000     PERFORM 7800-PRINT-TOTALS THRU 7800-EXIT.
000000     CLOSE PROFIT-REPORT-FILE.
000000     DISPLAY 'PROFRPT: MONTH ' CURRENT-MONTH ' - '
000000         RANKED-COUNT ' CUSTOMER(S) RANKED, '
000000         LOSS-MAKING-COUNT ' LOSS-MAKING'.
000000*Too many customers leaves some off the ranking entirely, which
000000*the account managers could not tell from the report - the step
000000*fails so the table is raised.
000000     IF CUSTOMER-OVERFLOW-YES
000000         DISPLAY '*** PROFRPT: MORE THAN 300 CUSTOMERS - '
000000             'REPORT INCOMPLETE'
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         IF UNTRACED-COUNT > ZERO OR NOT FEES-FOR-MONTH-YES
000000             MOVE 4 TO RETURN-CODE
000000         ELSE
000000             MOVE 0 TO RETURN-CODE
000000         END-IF
000000     END-IF.
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
000000*CUSTOMER SEGMENTS
000000*------------------------------------------------------------------------
000000 0900-LOAD-SEGMENTS.
000000     OPEN INPUT CUSTOMER-SEGMENT-FILE.
000000     IF CUSTOMER-SEGMENT-STATUS NOT = '00'
000000         GO TO 0900-EXIT
000000     END-IF.
000000     SET SEGMENTS-PRESENT-YES TO TRUE.
000000     PERFORM 0910-READ-SEGMENT.
000000     PERFORM 0920-STORE-SEGMENT
000000         UNTIL SEGMENT-EOF-YES OR SEGMENT-STORE-COUNT = 300.
000000     CLOSE CUSTOMER-SEGMENT-FILE.
000000 0900-EXIT.
000000     EXIT.
000000 0910-READ-SEGMENT.
000000     READ CUSTOMER-SEGMENT-FILE
000000         AT END SET SEGMENT-EOF-YES TO TRUE
000000     END-READ.
000000 0920-STORE-SEGMENT.
000000     ADD 1 TO SEGMENT-STORE-COUNT.
000000     MOVE CSEG-CUST-ID TO TBL-SST-CUST-ID(SEGMENT-STORE-COUNT).
000000     MOVE CSEG-CODE TO TBL-SST-CODE(SEGMENT-STORE-COUNT).
000000     PERFORM 0910-READ-SEGMENT.
000000*------------------------------------------------------------------------
000000*ORDER MARGIN, COMMISSION AND CREDIT MEMOS - the month's nights
000000*------------------------------------------------------------------------
000000 1000-ADD-ORDER-HISTORY.
000000     OPEN INPUT PROFIT-HISTORY-FILE.
000000     IF PROFIT-HISTORY-STATUS NOT = '00'
000000         MOVE '*** NO PRFHIST - ORDER MARGIN, COMMISSION AND '
000000             TO PROFIT-REPORT-LINE
000000         WRITE PROFIT-REPORT-LINE
000000         MOVE '    CREDIT MEMOS NOT INCLUDED'
000000             TO PROFIT-REPORT-LINE
000000         WRITE PROFIT-REPORT-LINE
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-HISTORY.
000000     PERFORM 1200-ADD-ONE-HISTORY THRU 1200-NEXT
000000         UNTIL HISTORY-EOF-YES.
000000     CLOSE PROFIT-HISTORY-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-HISTORY.
000000     READ PROFIT-HISTORY-FILE
000000         AT END SET HISTORY-EOF-YES TO TRUE
000000     END-READ.
000000 1200-ADD-ONE-HISTORY.
000000     IF PRFH-MONTH NOT = CURRENT-MONTH
000000         GO TO 1200-NEXT
000000     END-IF.
000000     MOVE PRFH-CUST-ID TO LOOKUP-CUST-ID.
000000     PERFORM 6500-FIND-CUSTOMER THRU 6500-EXIT.
000000     IF PRF-FOUND-IX > ZERO
000000         ADD PRFH-MARGIN TO TBL-PRF-MARGIN(PRF-FOUND-IX)
000000         ADD PRFH-COMMISSION TO TBL-PRF-COMMISSION(PRF-FOUND-IX)
000000         ADD PRFH-CREDIT-MEMO TO TBL-PRF-MEMO(PRF-FOUND-IX)
000000     END-IF.
000000 1200-NEXT.
000000     PERFORM 1100-READ-HISTORY.
000000*------------------------------------------------------------------------
000000*FEES BILLED
000000*FEEREG holds one billing month, the month on its second line;
000000*a register left from another month is not this month's fees.
000000*------------------------------------------------------------------------
000000 2000-ADD-FEES.
000000     OPEN INPUT FEE-REGISTER-FILE.
000000     IF FEE-REGISTER-STATUS NOT = '00'
000000         MOVE '*** NO FEEREG - FEES NOT INCLUDED'
000000             TO PROFIT-REPORT-LINE
000000         WRITE PROFIT-REPORT-LINE
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-FEE-LINE.
000000     PERFORM 2200-ADD-ONE-FEE-LINE THRU 2200-NEXT
000000         UNTIL FEE-REGISTER-EOF-YES.
000000     CLOSE FEE-REGISTER-FILE.
000000     IF NOT FEES-FOR-MONTH-YES
000000         MOVE SPACES TO PROFIT-REPORT-LINE
000000         STRING '*** FEEREG IS FOR MONTH ' FEE-REGISTER-MONTH
000000             ' - FEES NOT INCLUDED'
000000             INTO PROFIT-REPORT-LINE
000000         WRITE PROFIT-REPORT-LINE
000000     END-IF.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-FEE-LINE.
000000     READ FEE-REGISTER-FILE
000000         AT END SET FEE-REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 2200-ADD-ONE-FEE-LINE.
000000     IF FEE-REGISTER-LINE(1:14) = 'BILLING MONTH '
000000         MOVE FEE-REGISTER-LINE(15:6) TO FEE-REGISTER-MONTH
000000         IF FEE-REGISTER-MONTH = CURRENT-MONTH
000000             SET FEES-FOR-MONTH-YES TO TRUE
000000         END-IF
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF NOT FEES-FOR-MONTH-YES
000000         OR FEE-REGISTER-LINE(5:6) NOT = ' ACCT '
000000         GO TO 2200-NEXT
000000     END-IF.
000000     MOVE FEE-REGISTER-LINE(11:6) TO FEE-LINE-ACCT-TEXT.
000000     IF FEE-REGISTER-LINE(17:13) = ' MONTHLY FEE '
000000         MOVE FEE-REGISTER-LINE(30:11) TO FEE-LINE-AMOUNT-TEXT
000000     ELSE
000000         MOVE FEE-REGISTER-LINE(40:11) TO FEE-LINE-AMOUNT-TEXT
000000     END-IF.
000000     IF FEE-LINE-ACCT IS NOT NUMERIC
000000         OR FEE-LINE-AMOUNT IS NOT NUMERIC
000000         GO TO 2200-NEXT
000000     END-IF.
000000     MOVE FEE-LINE-ACCT TO LOOKUP-ACCT-NO.
000000     PERFORM 6000-RESOLVE-OWNER THRU 6000-EXIT.
000000     PERFORM 6500-FIND-CUSTOMER THRU 6500-EXIT.
000000     IF PRF-FOUND-IX > ZERO
000000         ADD FEE-LINE-AMOUNT TO TBL-PRF-FEES(PRF-FOUND-IX)
000000     END-IF.
000000 2200-NEXT.
000000     PERFORM 2100-READ-FEE-LINE.
000000*------------------------------------------------------------------------
000000*INTEREST EARNED - the month's accruals, live log then archive
000000*------------------------------------------------------------------------
000000 3000-ADD-LIVE-INTEREST.
000000     OPEN INPUT TXLOG-FILE.
000000     IF TXLOG-STATUS NOT = '00'
000000         GO TO 3000-EXIT
000000     END-IF.
000000     PERFORM 3100-READ-TXLOG.
000000     PERFORM 3200-ADD-ONE-ACCRUAL THRU 3200-NEXT
000000         UNTIL TXLOG-EOF-YES.
000000     CLOSE TXLOG-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-READ-TXLOG.
000000     READ TXLOG-FILE
000000         AT END SET TXLOG-EOF-YES TO TRUE
000000     END-READ.
000000 3200-ADD-ONE-ACCRUAL.
000000     IF TXLOG-PROGRAM NOT = 'ACCRUE  '
000000         OR TXLOG-ACCT-NO = ZERO
000000         GO TO 3200-NEXT
000000     END-IF.
000000     DIVIDE TXLOG-RUN-DATE BY 100 GIVING RECORD-MONTH.
000000     IF RECORD-MONTH NOT = CURRENT-MONTH
000000         GO TO 3200-NEXT
000000     END-IF.
000000     MOVE TXLOG-ACCT-NO TO LOOKUP-ACCT-NO.
000000     PERFORM 6000-RESOLVE-OWNER THRU 6000-EXIT.
000000     PERFORM 6500-FIND-CUSTOMER THRU 6500-EXIT.
000000     IF PRF-FOUND-IX > ZERO
000000         ADD TXLOG-RESULT TO TBL-PRF-INTEREST(PRF-FOUND-IX)
000000     END-IF.
000000 3200-NEXT.
000000     PERFORM 3100-READ-TXLOG.
000000 3500-ADD-ARCHIVED-INTEREST.
000000     OPEN INPUT TXLOG-ARCHIVE-FILE.
000000     IF TXLOG-ARCHIVE-STATUS NOT = '00'
000000         GO TO 3500-EXIT
000000     END-IF.
000000     PERFORM 3600-READ-ARCHIVE.
000000     PERFORM 3700-ADD-ONE-ARCHIVED THRU 3700-NEXT
000000         UNTIL ARCHIVE-EOF-YES.
000000     CLOSE TXLOG-ARCHIVE-FILE.
000000 3500-EXIT.
000000     EXIT.
000000 3600-READ-ARCHIVE.
000000     READ TXLOG-ARCHIVE-FILE
000000         AT END SET ARCHIVE-EOF-YES TO TRUE
000000     END-READ.
000000 3700-ADD-ONE-ARCHIVED.
000000*Archived records are byte images of the shared log layout.
000000     MOVE TXLOG-ARCHIVE-RECORD TO TXLOG-RECORD.
000000     IF TXLOG-PROGRAM NOT = 'ACCRUE  '
000000         OR TXLOG-ACCT-NO = ZERO
000000         GO TO 3700-NEXT
000000     END-IF.
000000     DIVIDE TXLOG-RUN-DATE BY 100 GIVING RECORD-MONTH.
000000     IF RECORD-MONTH NOT = CURRENT-MONTH
000000         GO TO 3700-NEXT
000000     END-IF.
000000     MOVE TXLOG-ACCT-NO TO LOOKUP-ACCT-NO.
000000     PERFORM 6000-RESOLVE-OWNER THRU 6000-EXIT.
000000     PERFORM 6500-FIND-CUSTOMER THRU 6500-EXIT.
000000     IF PRF-FOUND-IX > ZERO
000000         ADD TXLOG-RESULT TO TBL-PRF-INTEREST(PRF-FOUND-IX)
000000     END-IF.
000000 3700-NEXT.
000000     PERFORM 3600-READ-ARCHIVE.
000000*------------------------------------------------------------------------
000000*CHARGE-OFFS AND AGENCY RECOVERIES - the month's register entries
000000*A write-off is a loss; money recovered after it, by the
000000*customer or the agency, comes off the loss, and a recovery the
000000*bank returned goes back on.  Pending approvals are not losses
000000*yet.
000000*------------------------------------------------------------------------
000000 4000-ADD-CHARGE-OFFS.
000000     OPEN INPUT CHARGE-OFF-REGISTER-FILE.
000000     IF CHARGE-OFF-REGISTER-STATUS NOT = '00'
000000         GO TO 4000-EXIT
000000     END-IF.
000000     PERFORM 4100-READ-CHARGE-OFF.
000000     PERFORM 4200-ADD-ONE-CHARGE-OFF THRU 4200-NEXT
000000         UNTIL CHARGE-OFF-EOF-YES.
000000     CLOSE CHARGE-OFF-REGISTER-FILE.
000000 4000-EXIT.
000000     EXIT.
000000 4100-READ-CHARGE-OFF.
000000     READ CHARGE-OFF-REGISTER-FILE
000000         AT END SET CHARGE-OFF-EOF-YES TO TRUE
000000     END-READ.
000000 4200-ADD-ONE-CHARGE-OFF.
000000     IF CHO-DATE IS NOT NUMERIC
000000         OR CHO-AMOUNT IS NOT NUMERIC
000000         GO TO 4200-NEXT
000000     END-IF.
000000     DIVIDE CHO-DATE BY 100 GIVING RECORD-MONTH.
000000     IF RECORD-MONTH NOT = CURRENT-MONTH
000000         GO TO 4200-NEXT
000000     END-IF.
000000     EVALUATE TRUE
000000         WHEN CHO-CHARGED-OFF
000000         WHEN CHO-RECOVERY-RETURNED
000000             MOVE CHO-AMOUNT TO LOSS-AMOUNT
000000         WHEN CHO-RECOVERED
000000         WHEN CHO-AGENCY-RECOVERED
000000             SUBTRACT CHO-AMOUNT FROM ZERO GIVING LOSS-AMOUNT
000000         WHEN OTHER
000000             GO TO 4200-NEXT
000000     END-EVALUATE.
000000     MOVE CHO-ACCT-NO TO LOOKUP-ACCT-NO.
000000     PERFORM 6000-RESOLVE-OWNER THRU 6000-EXIT.
000000     PERFORM 6500-FIND-CUSTOMER THRU 6500-EXIT.
000000     IF PRF-FOUND-IX > ZERO
000000         ADD LOSS-AMOUNT TO TBL-PRF-LOSS(PRF-FOUND-IX)
000000     END-IF.
000000 4200-NEXT.
000000     PERFORM 4100-READ-CHARGE-OFF.
000000*------------------------------------------------------------------------
000000*NET CONTRIBUTION, SEGMENT SUBTOTALS AND GRAND TOTALS
000000*------------------------------------------------------------------------
000000 5000-TOTAL-CUSTOMERS.
000000     PERFORM 5100-TOTAL-ONE-CUSTOMER THRU 5100-EXIT
000000         VARYING PRF-IX FROM 1 BY 1
000000         UNTIL PRF-IX > CUSTOMER-PROFIT-COUNT.
000000 5000-EXIT.
000000     EXIT.
000000 5100-TOTAL-ONE-CUSTOMER.
000000     COMPUTE TBL-PRF-NET(PRF-IX) = TBL-PRF-MARGIN(PRF-IX)
000000         + TBL-PRF-FEES(PRF-IX) + TBL-PRF-INTEREST(PRF-IX)
000000         - TBL-PRF-COMMISSION(PRF-IX) - TBL-PRF-MEMO(PRF-IX)
000000         - TBL-PRF-LOSS(PRF-IX).
000000     ADD TBL-PRF-MARGIN(PRF-IX) TO GRAND-MARGIN.
000000     ADD TBL-PRF-FEES(PRF-IX) TO GRAND-FEES.
000000     ADD TBL-PRF-INTEREST(PRF-IX) TO GRAND-INTEREST.
000000     ADD TBL-PRF-COMMISSION(PRF-IX) TO GRAND-COMMISSION.
000000     ADD TBL-PRF-MEMO(PRF-IX) TO GRAND-MEMO.
000000     ADD TBL-PRF-LOSS(PRF-IX) TO GRAND-LOSS.
000000     ADD TBL-PRF-NET(PRF-IX) TO GRAND-NET.
000000*The untraced amounts belong to no customer and no segment.
000000     IF TBL-PRF-CUST-ID(PRF-IX) = SPACES
000000         MOVE 'Y' TO TBL-PRF-RANKED(PRF-IX)
000000         GO TO 5100-EXIT
000000     END-IF.
000000     MOVE 'NONE' TO TBL-PRF-SEGMENT(PRF-IX).
000000     PERFORM VARYING SST-IX FROM 1 BY 1
000000             UNTIL SST-IX > SEGMENT-STORE-COUNT
000000         IF TBL-SST-CUST-ID(SST-IX) = TBL-PRF-CUST-ID(PRF-IX)
000000             MOVE TBL-SST-CODE(SST-IX) TO TBL-PRF-SEGMENT(PRF-IX)
000000         END-IF
000000     END-PERFORM.
000000     MOVE ZERO TO SEG-FOUND-IX.
000000     PERFORM VARYING SEG-IX FROM 1 BY 1
000000             UNTIL SEG-IX > SEGMENT-TOTAL-COUNT
000000                 OR SEG-FOUND-IX > ZERO
000000         IF TBL-SEG-CODE(SEG-IX) = TBL-PRF-SEGMENT(PRF-IX)
000000             MOVE SEG-IX TO SEG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000*Segments past the table's size share one OTHR line.
000000     IF SEG-FOUND-IX = ZERO
000000         IF SEGMENT-TOTAL-COUNT < 40
000000             ADD 1 TO SEGMENT-TOTAL-COUNT
000000         ELSE
000000             MOVE 'OTHR' TO TBL-PRF-SEGMENT(PRF-IX)
000000         END-IF
000000         MOVE SEGMENT-TOTAL-COUNT TO SEG-FOUND-IX
000000         IF TBL-SEG-CODE(SEG-FOUND-IX) NOT = 'OTHR'
000000             MOVE TBL-PRF-SEGMENT(PRF-IX)
000000                 TO TBL-SEG-CODE(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-CUSTOMERS(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-MARGIN(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-FEES(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-INTEREST(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-COMMISSION(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-MEMO(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-LOSS(SEG-FOUND-IX)
000000             MOVE ZERO TO TBL-SEG-NET(SEG-FOUND-IX)
000000             MOVE 'N' TO TBL-SEG-RANKED(SEG-FOUND-IX)
000000         END-IF
000000     END-IF.
000000     ADD 1 TO TBL-SEG-CUSTOMERS(SEG-FOUND-IX).
000000     ADD TBL-PRF-MARGIN(PRF-IX) TO TBL-SEG-MARGIN(SEG-FOUND-IX).
000000     ADD TBL-PRF-FEES(PRF-IX) TO TBL-SEG-FEES(SEG-FOUND-IX).
000000     ADD TBL-PRF-INTEREST(PRF-IX)
000000         TO TBL-SEG-INTEREST(SEG-FOUND-IX).
000000     ADD TBL-PRF-COMMISSION(PRF-IX)
000000         TO TBL-SEG-COMMISSION(SEG-FOUND-IX).
000000     ADD TBL-PRF-MEMO(PRF-IX) TO TBL-SEG-MEMO(SEG-FOUND-IX).
000000     ADD TBL-PRF-LOSS(PRF-IX) TO TBL-SEG-LOSS(SEG-FOUND-IX).
000000     ADD TBL-PRF-NET(PRF-IX) TO TBL-SEG-NET(SEG-FOUND-IX).
000000 5100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ACCOUNT TO CUSTOMER
000000*An account the service cannot resolve leaves the customer
000000*blank, on the untraced line.
000000*------------------------------------------------------------------------
000000 6000-RESOLVE-OWNER.
000000     MOVE ZERO TO OWN-FOUND-IX.
000000     PERFORM VARYING OWN-IX FROM 1 BY 1
000000             UNTIL OWN-IX > ACCOUNT-OWNER-COUNT
000000                 OR OWN-FOUND-IX > ZERO
000000         IF TBL-OWN-ACCT(OWN-IX) = LOOKUP-ACCT-NO
000000             MOVE OWN-IX TO OWN-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF OWN-FOUND-IX > ZERO
000000         MOVE TBL-OWN-CUST-ID(OWN-FOUND-IX) TO LOOKUP-CUST-ID
000000         GO TO 6000-EXIT
000000     END-IF.
000000     MOVE SPACES TO LOOKUP-CUST-ID.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE LOOKUP-ACCT-NO TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF NOT ASVC-ERROR
000000         MOVE ASVC-OWNER-CUST-ID TO LOOKUP-CUST-ID
000000     END-IF.
000000     IF ACCOUNT-OWNER-COUNT < 300
000000         ADD 1 TO ACCOUNT-OWNER-COUNT
000000         MOVE LOOKUP-ACCT-NO TO TBL-OWN-ACCT(ACCOUNT-OWNER-COUNT)
000000         MOVE LOOKUP-CUST-ID
000000             TO TBL-OWN-CUST-ID(ACCOUNT-OWNER-COUNT)
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000 6500-FIND-CUSTOMER.
000000     IF LOOKUP-CUST-ID = SPACES
000000         ADD 1 TO UNTRACED-COUNT
000000     END-IF.
000000     MOVE ZERO TO PRF-FOUND-IX.
000000     PERFORM VARYING PRF-IX FROM 1 BY 1
000000             UNTIL PRF-IX > CUSTOMER-PROFIT-COUNT
000000                 OR PRF-FOUND-IX > ZERO
000000         IF TBL-PRF-CUST-ID(PRF-IX) = LOOKUP-CUST-ID
000000             MOVE PRF-IX TO PRF-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PRF-FOUND-IX > ZERO
000000         GO TO 6500-EXIT
000000     END-IF.
000000     IF CUSTOMER-PROFIT-COUNT NOT < 300
000000         SET CUSTOMER-OVERFLOW-YES TO TRUE
000000         GO TO 6500-EXIT
000000     END-IF.
000000     ADD 1 TO CUSTOMER-PROFIT-COUNT.
000000     MOVE CUSTOMER-PROFIT-COUNT TO PRF-FOUND-IX.
000000     MOVE LOOKUP-CUST-ID TO TBL-PRF-CUST-ID(PRF-FOUND-IX).
000000     MOVE SPACES TO TBL-PRF-SEGMENT(PRF-FOUND-IX).
000000     MOVE ZERO TO TBL-PRF-MARGIN(PRF-FOUND-IX).
000000     MOVE ZERO TO TBL-PRF-FEES(PRF-FOUND-IX).
000000     MOVE ZERO TO TBL-PRF-INTEREST(PRF-FOUND-IX).
000000     MOVE ZERO TO TBL-PRF-COMMISSION(PRF-FOUND-IX).
000000     MOVE ZERO TO TBL-PRF-MEMO(PRF-FOUND-IX).
000000     MOVE ZERO TO TBL-PRF-LOSS(PRF-FOUND-IX).
000000     MOVE ZERO TO TBL-PRF-NET(PRF-FOUND-IX).
000000     MOVE 'N' TO TBL-PRF-RANKED(PRF-FOUND-IX).
000000 6500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CUSTOMER RANKING - highest net contribution first, two lines per
000000*customer: what they brought in and the net, then what they cost
000000*------------------------------------------------------------------------
000000 7000-PRINT-RANKING.
000000     PERFORM 7200-WRITE-COLUMN-HEADINGS.
000000     PERFORM 7300-PRINT-NEXT-CUSTOMER THRU 7300-EXIT
000000         VARYING RANK-NO FROM 1 BY 1
000000         UNTIL RANK-NO > CUSTOMER-PROFIT-COUNT.
000000 7000-EXIT.
000000     EXIT.
000000 7100-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE PROFIT-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 7200-WRITE-COLUMN-HEADINGS.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     WRITE PROFIT-REPORT-LINE.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     MOVE 'RANK' TO PROFIT-REPORT-LINE(1:4).
000000     MOVE 'CUSTOMER' TO PROFIT-REPORT-LINE(6:8).
000000     MOVE 'SEG' TO PROFIT-REPORT-LINE(15:3).
000000     MOVE 'ORDER MARGIN' TO PROFIT-REPORT-LINE(22:12).
000000     MOVE 'FEES BILLED' TO PROFIT-REPORT-LINE(38:11).
000000     MOVE 'INTEREST' TO PROFIT-REPORT-LINE(56:8).
000000     MOVE 'NET CONTRIB' TO PROFIT-REPORT-LINE(68:11).
000000     WRITE PROFIT-REPORT-LINE.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     MOVE 'LESS:' TO PROFIT-REPORT-LINE(14:5).
000000     MOVE 'COMMISSIONS' TO PROFIT-REPORT-LINE(23:11).
000000     MOVE 'CREDIT MEMOS' TO PROFIT-REPORT-LINE(37:12).
000000     MOVE 'CHGOFF/AGENCY' TO PROFIT-REPORT-LINE(51:13).
000000     WRITE PROFIT-REPORT-LINE.
000000 7300-PRINT-NEXT-CUSTOMER.
000000     MOVE ZERO TO PRF-FOUND-IX.
000000     PERFORM VARYING PRF-IX FROM 1 BY 1
000000             UNTIL PRF-IX > CUSTOMER-PROFIT-COUNT
000000         IF TBL-PRF-RANKED(PRF-IX) = 'N'
000000             IF PRF-FOUND-IX = ZERO
000000                 OR TBL-PRF-NET(PRF-IX) > BEST-NET
000000                 MOVE PRF-IX TO PRF-FOUND-IX
000000                 MOVE TBL-PRF-NET(PRF-IX) TO BEST-NET
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF PRF-FOUND-IX = ZERO
000000         GO TO 7300-EXIT
000000     END-IF.
000000     MOVE 'Y' TO TBL-PRF-RANKED(PRF-FOUND-IX).
000000     ADD 1 TO RANKED-COUNT.
000000     IF TBL-PRF-NET(PRF-FOUND-IX) < ZERO
000000         ADD 1 TO LOSS-MAKING-COUNT
000000     END-IF.
000000     MOVE RANKED-COUNT TO RANK-DISPLAY.
000000     MOVE TBL-PRF-MARGIN(PRF-FOUND-IX) TO MARGIN-DISPLAY.
000000     MOVE TBL-PRF-FEES(PRF-FOUND-IX) TO FEES-DISPLAY.
000000     MOVE TBL-PRF-INTEREST(PRF-FOUND-IX) TO INTEREST-DISPLAY.
000000     MOVE TBL-PRF-NET(PRF-FOUND-IX) TO NET-DISPLAY.
000000     MOVE TBL-PRF-COMMISSION(PRF-FOUND-IX) TO COMMISSION-DISPLAY.
000000     MOVE TBL-PRF-MEMO(PRF-FOUND-IX) TO MEMO-DISPLAY.
000000     MOVE TBL-PRF-LOSS(PRF-FOUND-IX) TO LOSS-DISPLAY.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     MOVE RANK-DISPLAY TO PROFIT-REPORT-LINE(2:3).
000000     MOVE TBL-PRF-CUST-ID(PRF-FOUND-IX)
000000         TO PROFIT-REPORT-LINE(6:7).
000000     MOVE TBL-PRF-SEGMENT(PRF-FOUND-IX)
000000         TO PROFIT-REPORT-LINE(15:4).
000000     PERFORM 7900-WRITE-AMOUNT-LINES.
000000 7300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SEGMENT SUBTOTALS - ranked the same way
000000*------------------------------------------------------------------------
000000 7500-PRINT-SEGMENTS.
000000     MOVE 'CUSTOMER PROFITABILITY BY SEGMENT' TO RPTHDR-TITLE.
000000     PERFORM 7100-WRITE-REPORT-HEADER.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     STRING 'MONTH ' CURRENT-MONTH
000000         INTO PROFIT-REPORT-LINE.
000000     WRITE PROFIT-REPORT-LINE.
000000     IF NOT SEGMENTS-PRESENT-YES
000000         MOVE '*** NO CUSTSEG - EVERY CUSTOMER SHOWN UNDER NONE'
000000             TO PROFIT-REPORT-LINE
000000         WRITE PROFIT-REPORT-LINE
000000     END-IF.
000000     PERFORM 7200-WRITE-COLUMN-HEADINGS.
000000     PERFORM 7600-PRINT-NEXT-SEGMENT THRU 7600-EXIT
000000         VARYING RANK-NO FROM 1 BY 1
000000         UNTIL RANK-NO > SEGMENT-TOTAL-COUNT.
000000 7500-EXIT.
000000     EXIT.
000000 7600-PRINT-NEXT-SEGMENT.
000000     MOVE ZERO TO SEG-FOUND-IX.
000000     PERFORM VARYING SEG-IX FROM 1 BY 1
000000             UNTIL SEG-IX > SEGMENT-TOTAL-COUNT
000000         IF TBL-SEG-RANKED(SEG-IX) = 'N'
000000             IF SEG-FOUND-IX = ZERO
000000                 OR TBL-SEG-NET(SEG-IX) > BEST-NET
000000                 MOVE SEG-IX TO SEG-FOUND-IX
000000                 MOVE TBL-SEG-NET(SEG-IX) TO BEST-NET
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF SEG-FOUND-IX = ZERO
000000         GO TO 7600-EXIT
000000     END-IF.
000000     MOVE 'Y' TO TBL-SEG-RANKED(SEG-FOUND-IX).
000000     MOVE RANK-NO TO RANK-DISPLAY.
000000     MOVE TBL-SEG-MARGIN(SEG-FOUND-IX) TO MARGIN-DISPLAY.
000000     MOVE TBL-SEG-FEES(SEG-FOUND-IX) TO FEES-DISPLAY.
000000     MOVE TBL-SEG-INTEREST(SEG-FOUND-IX) TO INTEREST-DISPLAY.
000000     MOVE TBL-SEG-NET(SEG-FOUND-IX) TO NET-DISPLAY.
000000     MOVE TBL-SEG-COMMISSION(SEG-FOUND-IX) TO COMMISSION-DISPLAY.
000000     MOVE TBL-SEG-MEMO(SEG-FOUND-IX) TO MEMO-DISPLAY.
000000     MOVE TBL-SEG-LOSS(SEG-FOUND-IX) TO LOSS-DISPLAY.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     MOVE RANK-DISPLAY TO PROFIT-REPORT-LINE(2:3).
000000     STRING TBL-SEG-CUSTOMERS(SEG-FOUND-IX) ' CUST'
000000         DELIMITED BY SIZE
000000         INTO PROFIT-REPORT-LINE(6:8).
000000     MOVE TBL-SEG-CODE(SEG-FOUND-IX) TO PROFIT-REPORT-LINE(15:4).
000000     PERFORM 7900-WRITE-AMOUNT-LINES.
000000 7600-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*UNTRACED AMOUNTS AND GRAND TOTALS
000000*------------------------------------------------------------------------
000000 7800-PRINT-TOTALS.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     WRITE PROFIT-REPORT-LINE.
000000     PERFORM VARYING PRF-IX FROM 1 BY 1
000000             UNTIL PRF-IX > CUSTOMER-PROFIT-COUNT
000000         IF TBL-PRF-CUST-ID(PRF-IX) = SPACES
000000             MOVE TBL-PRF-MARGIN(PRF-IX) TO MARGIN-DISPLAY
000000             MOVE TBL-PRF-FEES(PRF-IX) TO FEES-DISPLAY
000000             MOVE TBL-PRF-INTEREST(PRF-IX) TO INTEREST-DISPLAY
000000             MOVE TBL-PRF-NET(PRF-IX) TO NET-DISPLAY
000000             MOVE TBL-PRF-COMMISSION(PRF-IX)
000000                 TO COMMISSION-DISPLAY
000000             MOVE TBL-PRF-MEMO(PRF-IX) TO MEMO-DISPLAY
000000             MOVE TBL-PRF-LOSS(PRF-IX) TO LOSS-DISPLAY
000000             MOVE SPACES TO PROFIT-REPORT-LINE
000000             MOVE 'UNTRACED' TO PROFIT-REPORT-LINE(1:8)
000000             PERFORM 7900-WRITE-AMOUNT-LINES
000000         END-IF
000000     END-PERFORM.
000000     MOVE GRAND-MARGIN TO MARGIN-DISPLAY.
000000     MOVE GRAND-FEES TO FEES-DISPLAY.
000000     MOVE GRAND-INTEREST TO INTEREST-DISPLAY.
000000     MOVE GRAND-NET TO NET-DISPLAY.
000000     MOVE GRAND-COMMISSION TO COMMISSION-DISPLAY.
000000     MOVE GRAND-MEMO TO MEMO-DISPLAY.
000000     MOVE GRAND-LOSS TO LOSS-DISPLAY.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     MOVE 'TOTAL' TO PROFIT-REPORT-LINE(1:5).
000000     PERFORM 7900-WRITE-AMOUNT-LINES.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     WRITE PROFIT-REPORT-LINE.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     STRING 'CUSTOMERS RANKED: ' RANKED-COUNT
000000         '  LOSS-MAKING: ' LOSS-MAKING-COUNT
000000         '  SEGMENTS: ' SEGMENT-TOTAL-COUNT
000000         INTO PROFIT-REPORT-LINE.
000000     WRITE PROFIT-REPORT-LINE.
000000     IF CUSTOMER-OVERFLOW-YES
000000         MOVE '*** MORE THAN 300 CUSTOMERS - REPORT INCOMPLETE'
000000             TO PROFIT-REPORT-LINE
000000         WRITE PROFIT-REPORT-LINE
000000     END-IF.
000000 7800-EXIT.
000000     EXIT.
000000*The caller has put the label columns in the report line and
000000*the amounts in the display fields.
000000 7900-WRITE-AMOUNT-LINES.
000000     MOVE MARGIN-DISPLAY TO PROFIT-REPORT-LINE(20:14).
000000     MOVE FEES-DISPLAY TO PROFIT-REPORT-LINE(35:14).
000000     MOVE INTEREST-DISPLAY TO PROFIT-REPORT-LINE(50:14).
000000     MOVE NET-DISPLAY TO PROFIT-REPORT-LINE(65:14).
000000     WRITE PROFIT-REPORT-LINE.
000000     MOVE SPACES TO PROFIT-REPORT-LINE.
000000     MOVE COMMISSION-DISPLAY TO PROFIT-REPORT-LINE(20:14).
000000     MOVE MEMO-DISPLAY TO PROFIT-REPORT-LINE(35:14).
000000     MOVE LOSS-DISPLAY TO PROFIT-REPORT-LINE(50:14).
000000     WRITE PROFIT-REPORT-LINE.
