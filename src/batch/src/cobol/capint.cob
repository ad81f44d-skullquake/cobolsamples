000000     SELECT TXLOG-ARCHIVE-FILE ASSIGN TO "TXLARCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-ARCHIVE-STATUS.
000000     SELECT CAP-DONE-FILE ASSIGN TO "CAPDONE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CAP-DONE-STATUS.
000000     COPY "txlogrec.cpy".
000000 FD  TXLOG-ARCHIVE-FILE.
000000 01  TXLOG-ARCHIVE-RECORD PIC X(65).
000000 FD  CAP-DONE-FILE.
000000 01  CAP-DONE-RECORD.
000000     05 CAPD-MONTH PIC 9(6).
000000    WORKING-STORAGE SECTION.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-ARCHIVE-STATUS PIC X(2) VALUE '00'.
000000    01 CAP-DONE-STATUS PIC X(2) VALUE '00'.
000000    01 CAP-STATEMENT-STATUS PIC X(2) VALUE '00'.
000000    01 CAP-REGISTER-STATUS PIC X(2) VALUE '00'.
000000       88 ARCHIVE-EOF-YES VALUE 'Y'.
000000    01 CAP-DONE-EOF PIC X VALUE 'N'.
000000       88 CAP-DONE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 CURRENT-MONTH PIC 9(6) VALUE ZERO.
000000          10 TBL-CAP-COMPANY PIC X(3).
000000    01 CAP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CAP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CAPITALIZED-COUNT PIC 9(3) VALUE ZERO.
000000    01 CAPITALIZED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 CAP-LOGGED PIC S9(9)V99 VALUE ZERO.
000000*------------------------------------------------------------------------
000000*MONTH-END CAPITALIZATION OF ACCRUED INTEREST
000000*The daily accrual step charges interest through the posting
000000*chain, and each charge carries its account, so the posting
000000*engine moves the account's NETPOS position the night it is
000000*accrued - the interest is already in the running position by
000000*month end and is NOT folded in again here.  At month end this
000000*step sums each account's accrual postings for the closing
000000*month (from the live transaction log and the archive both),
000000*records the total as the month's capitalization on CAPRPT,
000000*logs each capitalization under its own
000000*'CP' type code so the trial balance sees it, leaves one
000000*CAPSTMT record per account so the customer statement shows
000000*the capitalized amount as its own line, and records the month
000000             CURRENT-MONTH ' - NOTHING TO CAPITALIZE'
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-CAPITALIZE-ACCRUALS THRU 2000-EXIT.
000000     PERFORM 3000-WRITE-STATEMENT-LINES THRU 3000-EXIT.
000000     PERFORM 4000-MARK-MONTH-DONE THRU 4000-EXIT.
000000     DISPLAY 'CAPINT: ' CAPITALIZED-COUNT
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CAPITALIZATION PASS
000000*The month's accrued interest is already in each account's
000000*running position - the nightly posting moved it - so this
000000*pass records the capitalization rather than moving NETPOS a
000000*second time.  Each capitalization logs under type 'CP' with
000000*its account.
000000*------------------------------------------------------------------------
000000 2000-CAPITALIZE-ACCRUALS.
000000     OPEN OUTPUT CAP-REGISTER-FILE.
000000     MOVE 'INTEREST CAPITALIZATION REGISTER'
000000         TO CAP-REGISTER-LINE.
000000         INTO CAP-REGISTER-LINE.
000000     WRITE CAP-REGISTER-LINE.
000000     CLOSE CAP-REGISTER-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2300-CAPITALIZE-ONE-ACCOUNT.
000000     IF TBL-CAP-AMOUNT(CAP-IX) = ZERO
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1 TO CAPITALIZED-COUNT.
000000     ADD TBL-CAP-AMOUNT(CAP-IX) TO CAPITALIZED-TOTAL.
000000     PERFORM 9500-LOG-CAPITALIZATION.
