000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT ACCRUAL-RATE-FILE ASSIGN TO "ACRTBL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000     SELECT ACCRUAL-TRANS-FILE ASSIGN TO "ACCRTX"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCRUAL-TRANS-STATUS.
000000     SELECT NEG-EXCEPTION-MASTER ASSIGN TO "NEGEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS NEG-EXCEPTION-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  ACCRUAL-RATE-FILE.
000000     COPY "acrrate.cpy".
000000 FD  ACCRUAL-TRANS-FILE.
000000     COPY "transrec.cpy".
000000 FD  NEG-EXCEPTION-MASTER.
000000 01  NEG-EXCEPTION-RECORD.
000000     05 NEG-ACCT-NO    PIC 9(6).
000000     05 NEG-STATUS     PIC X(1).
000000         88 NEG-CHARGED-OFF VALUE 'W'.
000000     05 NEG-FIRST-SEEN PIC 9(8).
000000     05 NEG-LAST-SEEN  PIC 9(8).
000000     05 NEG-PLACED-FLAG PIC X(1).
000000     05 NEG-PLACE-BATCH PIC 9(5).
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 ACCRUAL-RATE-STATUS PIC X(2) VALUE '00'.
000000    01 ACCRUAL-TRANS-STATUS PIC X(2) VALUE '00'.
000000    01 NEG-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-EOF PIC X VALUE 'N'.
000000    01 BEST-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
000000    01 RATE-FOUND PIC X VALUE 'N'.
000000       88 RATE-FOUND-YES VALUE 'Y'.
000000    01 NEGATIVE-BALANCE PIC 9(7)V99 VALUE ZERO.
000000    01 DAILY-INTEREST PIC 9(7)V99 VALUE ZERO.
000000    01 ACCRUAL-COUNT PIC 9(5) VALUE ZERO.
000000    01 ACCRUAL-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 NEG-EXCEPTION-EOF PIC X VALUE 'N'.
000000       88 NEG-EXCEPTION-EOF-YES VALUE 'Y'.
000000*Accounts written off to bad debt - interest is not charged on
000000*a balance the books no longer carry.
000000    01 CHARGED-OFF-TABLE.
000000       05 CHARGED-OFF-COUNT PIC 9(3) VALUE ZERO.
000000       05 TBL-CHO-ACCT PIC 9(6) OCCURS 200 TIMES.
000000    01 CHO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHARGED-OFF-SKIPPED PIC 9(5) VALUE ZERO.
000000    01 RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000     COPY "tblmon.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*DAILY INTEREST ACCRUAL ON NEGATIVE NET POSITIONS
000000*transaction instead of living in a month-end spreadsheet.  Each accrual is also logged to the
000000*transaction log like any other fn operation, carrying the
000000*account it was charged to.  No usable rate on file means no
000000*accruals, loudly.  An account the NEGEXC master shows charged
000000*off accrues nothing.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000             'NO ACCRUALS TONIGHT'
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1500-LOAD-CHARGED-OFF THRU 1500-EXIT.
000000*A short charged-off table would accrue interest on balances
000000*already written off; nothing is charged.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY 'ACCRUE: TABLE OVERFLOW - RUN BLOCKED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000     PERFORM 2000-ACCRUE-NEGATIVE-POSITIONS THRU 2000-EXIT.
000000     PERFORM 9600-CLOSE-TXLOG THRU 9600-EXIT.
000000     DISPLAY 'ACCRUE: ' ACCRUAL-COUNT
000000         ' ACCRUAL(S) TOTALLING ' ACCRUAL-TOTAL.
000000     IF CHARGED-OFF-SKIPPED > ZERO
000000         DISPLAY 'ACCRUE: ' CHARGED-OFF-SKIPPED
000000             ' CHARGED-OFF ACCOUNT(S) NOT ACCRUED'
000000     END-IF.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     END-IF.
000000     PERFORM 1100-READ-RATE-RECORD.
000000*------------------------------------------------------------------------
000000*CHARGED-OFF ACCOUNTS
000000*------------------------------------------------------------------------
000000 1500-LOAD-CHARGED-OFF.
000000     OPEN INPUT NEG-EXCEPTION-MASTER.
000000     IF NEG-EXCEPTION-STATUS NOT = '00'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1510-READ-NEG-MASTER.
000000     PERFORM 1520-STORE-CHARGED-OFF
000000         UNTIL NEG-EXCEPTION-EOF-YES.
000000     CLOSE NEG-EXCEPTION-MASTER.
000000     MOVE 'NEGEXC  ' TO TMON-FILE.
000000     MOVE 200 TO TMON-LIMIT.
000000     MOVE CHARGED-OFF-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1500-EXIT.
000000     EXIT.
000000 1510-READ-NEG-MASTER.
000000     READ NEG-EXCEPTION-MASTER
000000         AT END SET NEG-EXCEPTION-EOF-YES TO TRUE
000000     END-READ.
000000 1520-STORE-CHARGED-OFF.
000000     IF NEG-CHARGED-OFF AND CHARGED-OFF-COUNT = 200
000000         ADD 1 TO RECORDS-LEFT-OUT
000000     ELSE
000000         IF NEG-CHARGED-OFF
000000             ADD 1 TO CHARGED-OFF-COUNT
000000             MOVE NEG-ACCT-NO TO TBL-CHO-ACCT(CHARGED-OFF-COUNT)
000000         END-IF
000000     END-IF.
000000     PERFORM 1510-READ-NEG-MASTER.
000000*------------------------------------------------------------------------
000000*TABLE USAGE
000000*The charged-off load reports its usage to the table monitor;
000000*accounts left out because the table was full raise the alarm
000000*and block the accrual pass.
000000*------------------------------------------------------------------------
000000 1900-REPORT-TABLE-USAGE.
000000     MOVE 'ACCRUE  ' TO TMON-PROGRAM.
000000     MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ACCRUAL PASS
000000*------------------------------------------------------------------------
000000 2000-ACCRUE-NEGATIVE-POSITIONS.
000000         AT END SET NET-POSITION-EOF-YES TO TRUE
000000     END-READ.
000000 2200-ACCRUE-ONE-POSITION.
000000     MOVE 0 TO CHO-FOUND-IX.
000000     IF NET-AMOUNT < ZERO
000000         PERFORM VARYING CHO-IX FROM 1 BY 1
000000                 UNTIL CHO-IX > CHARGED-OFF-COUNT
000000                     OR CHO-FOUND-IX > 0
000000             IF TBL-CHO-ACCT(CHO-IX) = NET-ACCT-NO
000000                 MOVE CHO-IX TO CHO-FOUND-IX
000000             END-IF
000000         END-PERFORM
000000         IF CHO-FOUND-IX > 0
000000             ADD 1 TO CHARGED-OFF-SKIPPED
000000         END-IF
000000     END-IF.
000000     IF NET-AMOUNT < ZERO
000000         AND CHO-FOUND-IX = 0
000000         SUBTRACT NET-AMOUNT FROM ZERO
000000             GIVING NEGATIVE-BALANCE
000000         COMPUTE DAILY-INTEREST ROUNDED =
000000             MOVE NET-COMPANY-CODE TO TRAN-COMPANY-CODE
000000             MOVE SPACES TO TRAN-COUNTERPARTY-CODE
000000             MOVE ZERO TO TRAN-REV-RUN-ID
000000             MOVE NET-ACCT-NO TO TRAN-ACCT-NO
000000             WRITE TRANSACTION-RECORD
000000             PERFORM 9500-LOG-TRANSACTION
000000             DISPLAY 'ACCRUED ' DAILY-INTEREST
