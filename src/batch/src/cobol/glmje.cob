000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. glmje.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT COA-MASTER-FILE ASSIGN TO "COAMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COA-MASTER-STATUS.
000000     SELECT MANUAL-LINE-FILE ASSIGN TO "MJELINE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MANUAL-LINE-STATUS.
000000     SELECT MANUAL-CONTROL-FILE ASSIGN TO "MJECTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MANUAL-CONTROL-STATUS.
000000     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PENDING-CHANGE-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  COA-MASTER-FILE.
000000     COPY "coarec.cpy".
000000 FD  MANUAL-LINE-FILE.
000000     COPY "mjerec.cpy".
000000 FD  MANUAL-CONTROL-FILE.
000000 01  MANUAL-CONTROL-RECORD.
000000     05 MJC-LAST-ENTRY-NO PIC 9(5).
000000 FD  PENDING-CHANGE-FILE.
000000     COPY "pendchg.cpy".
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 COA-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 MANUAL-LINE-STATUS PIC X(2) VALUE '00'.
000000    01 MANUAL-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 PENDING-CHANGE-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 MASTER-EOF PIC X VALUE 'N'.
000000       88 MASTER-EOF-YES VALUE 'Y'.
000000    01 COA-TABLE.
000000       05 COA-COUNT PIC 9(3) VALUE ZERO.
000000       05 COA-ENTRY OCCURS 200 TIMES.
000000          10 TBL-COA-ACCOUNT PIC X(8).
000000          10 TBL-COA-COMPANY PIC X(3).
000000          10 TBL-COA-ACTIVE  PIC X(1).
000000    01 COA-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*The entry being keyed, held until it proves balanced.
000000    01 ENTRY-TABLE.
000000       05 ENTRY-LINE-COUNT PIC 9(3) VALUE ZERO.
000000       05 ENTRY-LINE OCCURS 20 TIMES.
000000          10 TBL-MJE-ACCOUNT   PIC X(8).
000000          10 TBL-MJE-COMPANY   PIC X(3).
000000          10 TBL-MJE-SIDE      PIC X(1).
000000          10 TBL-MJE-AMOUNT    PIC 9(9)V99.
000000          10 TBL-MJE-NARRATIVE PIC X(30).
000000    01 LINE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ENTRY-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 ENTRY-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 ENTRY-NO PIC 9(5) VALUE ZERO.
000000    01 ENTRY-DONE PIC X VALUE 'N'.
000000       88 ENTRY-DONE-YES VALUE 'Y'.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 WORK-ACCOUNT PIC X(8) VALUE SPACES.
000000    01 WORK-COMPANY PIC X(3) VALUE SPACES.
000000    01 WORK-SIDE PIC X(1) VALUE SPACE.
000000       88 WORK-SIDE-VALID VALUE 'D' 'C'.
000000    01 WORK-AMOUNT PIC X(11) VALUE SPACES.
000000    01 WORK-AMOUNT-RAW PIC 9(11) VALUE ZERO.
000000    01 WORK-AMOUNT-NUM PIC 9(9)V99 VALUE ZERO.
000000    01 WORK-NARRATIVE PIC X(30) VALUE SPACES.
000000    01 ENTRY-NARRATIVE PIC X(30) VALUE SPACES.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000*PCH-DATA of a GLMJE entry: line count, debit total (which the
000000*credit total equals) and the first line's narrative.
000000    01 JOURNAL-PENDING-DATA.
000000       05 JPD-LINE-COUNT   PIC 9(3).
000000       05 JPD-DEBIT-TOTAL  PIC 9(11)V99.
000000       05 JPD-NARRATIVE    PIC X(30).
000000       05 FILLER           PIC X(74).
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*MANUAL JOURNAL ENTRY
000000*Accounting's month-end adjustments and corrections, keyed here
000000*instead of straight into the ledger package so the journal we
000000*send and the trial balance they keep stay the same.  An entry
000000*is up to 20 lines of account, company, side, amount and
000000*narrative; every account must be active on the COAMST chart
000000*of accounts for the company named, and an entry whose debits
000000*do not equal its credits is refused whole.  An accepted entry
000000*is never applied by the operator who keyed it: its lines wait
000000*on MJELINE under a new entry number and a GLMJE record goes on
000000*the PENDCHG maker-checker queue, where chgappr releases it to
000000*MJEREL on a second operator's approval.  gljrnl journals the
000000*released lines on its next run, stamped as manual adjustments.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY 'OPERATOR ID:'.
000000     ACCEPT SIGNON-OPERATOR-ID.
000000     CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
000000         SIGNON-STATUS.
000000     IF NOT SIGNON-ACCEPTED
000000         DISPLAY 'SIGN-ON REFUSED - JOURNAL ENTRY UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     IF SIGNON-LEVEL-INQUIRY
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         STOP RUN
000000     END-IF.
000000     PERFORM 1000-LOAD-CHART THRU 1000-EXIT.
000000     IF COA-COUNT = ZERO
000000         DISPLAY 'NO COAMST CHART OF ACCOUNTS - '
000000             'JOURNAL ENTRY UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     PERFORM 5000-ENTRY-MENU THRU 5000-EXIT.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000 1000-LOAD-CHART.
000000     OPEN INPUT COA-MASTER-FILE.
000000     IF COA-MASTER-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-CHART.
000000     PERFORM 1200-STORE-CHART
000000         UNTIL MASTER-EOF-YES OR COA-COUNT = 200.
000000     CLOSE COA-MASTER-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-CHART.
000000     READ COA-MASTER-FILE
000000         AT END SET MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-CHART.
000000     ADD 1 TO COA-COUNT.
000000     MOVE COA-ACCOUNT TO TBL-COA-ACCOUNT(COA-COUNT).
000000     MOVE COA-COMPANY TO TBL-COA-COMPANY(COA-COUNT).
000000     MOVE COA-ACTIVE-FLAG TO TBL-COA-ACTIVE(COA-COUNT).
000000     PERFORM 1100-READ-CHART.
000000 5000-ENTRY-MENU.
000000     PERFORM 5100-SHOW-ENTRY-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-ENTRY-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'MANUAL JOURNAL ENTRY'.
000000     DISPLAY '1. KEY JOURNAL ENTRY'.
000000     DISPLAY '0. EXIT'.
000000     ACCEPT MAINT-CHOICE.
000000     IF MAINT-CHOICE = '1'
000000         PERFORM 5200-KEY-ENTRY THRU 5200-EXIT
000000     END-IF.
000000*------------------------------------------------------------------------
000000*ONE ENTRY - lines until a blank account, then the balance proof
000000*------------------------------------------------------------------------
000000 5200-KEY-ENTRY.
000000     MOVE ZERO TO ENTRY-LINE-COUNT.
000000     MOVE ZERO TO ENTRY-DEBIT-TOTAL.
000000     MOVE ZERO TO ENTRY-CREDIT-TOTAL.
000000     MOVE SPACES TO ENTRY-NARRATIVE.
000000     MOVE 'N' TO ENTRY-DONE.
000000     PERFORM 5300-KEY-ONE-LINE THRU 5300-EXIT
000000         UNTIL ENTRY-DONE-YES.
000000     IF ENTRY-LINE-COUNT < 2
000000         DISPLAY 'AN ENTRY NEEDS AT LEAST TWO LINES - '
000000             'ENTRY REFUSED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'ENTRY DEBITS:  ' ENTRY-DEBIT-TOTAL.
000000     DISPLAY 'ENTRY CREDITS: ' ENTRY-CREDIT-TOTAL.
000000     IF ENTRY-DEBIT-TOTAL NOT = ENTRY-CREDIT-TOTAL
000000         DISPLAY 'ENTRY DOES NOT BALANCE - ENTRY REFUSED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6000-NEXT-ENTRY-NO THRU 6000-EXIT.
000000     PERFORM 6100-WRITE-ENTRY-LINES THRU 6100-EXIT.
000000     PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT.
000000     MOVE 'GLMJE QUEUED      ' TO MAINT-ACTION-TEXT.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'ENTRY ' ENTRY-NO ' QUEUED FOR APPROVAL - '
000000         ENTRY-LINE-COUNT ' LINE(S)'.
000000 5200-EXIT.
000000     EXIT.
000000 5300-KEY-ONE-LINE.
000000     IF ENTRY-LINE-COUNT = 20
000000         DISPLAY 'ENTRY FULL AT 20 LINES'
000000         SET ENTRY-DONE-YES TO TRUE
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'NEXT LINE ACCOUNT (BLANK TO END ENTRY):'.
000000     ACCEPT WORK-ACCOUNT.
000000     IF WORK-ACCOUNT = SPACES
000000         SET ENTRY-DONE-YES TO TRUE
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'COMPANY (BLANK FOR BASE COMPANY):'.
000000     ACCEPT WORK-COMPANY.
000000     PERFORM 6200-FIND-ACCOUNT THRU 6200-EXIT.
000000     IF FOUND-IX = 0
000000         DISPLAY 'ACCOUNT ' WORK-ACCOUNT ' NOT ON CHART FOR '
000000             'COMPANY ' WORK-COMPANY ' - LINE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     IF TBL-COA-ACTIVE(FOUND-IX) NOT = 'Y'
000000         DISPLAY 'ACCOUNT ' WORK-ACCOUNT ' INACTIVE - '
000000             'LINE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'SIDE (D DEBIT, C CREDIT):'.
000000     ACCEPT WORK-SIDE.
000000     IF NOT WORK-SIDE-VALID
000000         DISPLAY 'SIDE NOT D OR C - LINE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'AMOUNT (11 DIGITS, NO POINT):'.
000000     ACCEPT WORK-AMOUNT.
000000     IF WORK-AMOUNT IS NOT NUMERIC
000000         DISPLAY 'AMOUNT NOT NUMERIC - LINE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE WORK-AMOUNT TO WORK-AMOUNT-RAW.
000000     COMPUTE WORK-AMOUNT-NUM = WORK-AMOUNT-RAW / 100.
000000     IF WORK-AMOUNT-NUM = ZERO
000000         DISPLAY 'ZERO AMOUNT - LINE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'NARRATIVE (BLANK REPEATS THE ENTRY NARRATIVE):'.
000000     ACCEPT WORK-NARRATIVE.
000000     IF WORK-NARRATIVE = SPACES
000000         MOVE ENTRY-NARRATIVE TO WORK-NARRATIVE
000000     END-IF.
000000     IF ENTRY-NARRATIVE = SPACES
000000         MOVE WORK-NARRATIVE TO ENTRY-NARRATIVE
000000     END-IF.
000000     IF WORK-NARRATIVE = SPACES
000000         DISPLAY 'NO NARRATIVE - LINE REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     ADD 1 TO ENTRY-LINE-COUNT.
000000     MOVE WORK-ACCOUNT TO TBL-MJE-ACCOUNT(ENTRY-LINE-COUNT).
000000     MOVE WORK-COMPANY TO TBL-MJE-COMPANY(ENTRY-LINE-COUNT).
000000     MOVE WORK-SIDE TO TBL-MJE-SIDE(ENTRY-LINE-COUNT).
000000     MOVE WORK-AMOUNT-NUM TO TBL-MJE-AMOUNT(ENTRY-LINE-COUNT).
000000     MOVE WORK-NARRATIVE TO TBL-MJE-NARRATIVE(ENTRY-LINE-COUNT).
000000     IF WORK-SIDE = 'D'
000000         ADD WORK-AMOUNT-NUM TO ENTRY-DEBIT-TOTAL
000000     ELSE
000000         ADD WORK-AMOUNT-NUM TO ENTRY-CREDIT-TOTAL
000000     END-IF.
000000 5300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ENTRY NUMBERING - MJECTL holds the last number issued
000000*------------------------------------------------------------------------
000000 6000-NEXT-ENTRY-NO.
000000     MOVE ZERO TO ENTRY-NO.
000000     OPEN INPUT MANUAL-CONTROL-FILE.
000000     IF MANUAL-CONTROL-STATUS = '00'
000000         READ MANUAL-CONTROL-FILE
000000             NOT AT END MOVE MJC-LAST-ENTRY-NO TO ENTRY-NO
000000         END-READ
000000         CLOSE MANUAL-CONTROL-FILE
000000     END-IF.
000000     ADD 1 TO ENTRY-NO.
000000     OPEN OUTPUT MANUAL-CONTROL-FILE.
000000     MOVE ENTRY-NO TO MJC-LAST-ENTRY-NO.
000000     WRITE MANUAL-CONTROL-RECORD.
000000     CLOSE MANUAL-CONTROL-FILE.
000000 6000-EXIT.
000000     EXIT.
000000 6100-WRITE-ENTRY-LINES.
000000     OPEN EXTEND MANUAL-LINE-FILE.
000000     IF MANUAL-LINE-STATUS = '05' OR
000000        MANUAL-LINE-STATUS = '35'
000000         OPEN OUTPUT MANUAL-LINE-FILE
000000     END-IF.
000000     PERFORM VARYING LINE-IX FROM 1 BY 1
000000             UNTIL LINE-IX > ENTRY-LINE-COUNT
000000         MOVE ENTRY-NO TO MJE-ENTRY-NO
000000         MOVE LINE-IX TO MJE-LINE-NO
000000         MOVE TBL-MJE-ACCOUNT(LINE-IX) TO MJE-ACCOUNT
000000         MOVE TBL-MJE-COMPANY(LINE-IX) TO MJE-COMPANY
000000         MOVE TBL-MJE-SIDE(LINE-IX) TO MJE-SIDE
000000         MOVE TBL-MJE-AMOUNT(LINE-IX) TO MJE-AMOUNT
000000         MOVE TBL-MJE-NARRATIVE(LINE-IX) TO MJE-NARRATIVE
000000         MOVE SIGNON-OPERATOR-ID TO MJE-MAKER
000000         MOVE SPACES TO MJE-CHECKER
000000         MOVE ZERO TO MJE-JOURNAL-RUN-ID
000000         WRITE MANUAL-JOURNAL-LINE
000000     END-PERFORM.
000000     CLOSE MANUAL-LINE-FILE.
000000 6100-EXIT.
000000     EXIT.
000000 6200-FIND-ACCOUNT.
000000     MOVE 0 TO FOUND-IX.
000000     PERFORM VARYING COA-IX FROM 1 BY 1
000000             UNTIL COA-IX > COA-COUNT OR FOUND-IX > 0
000000         IF TBL-COA-ACCOUNT(COA-IX) = WORK-ACCOUNT
000000             AND TBL-COA-COMPANY(COA-IX) = WORK-COMPANY
000000             MOVE COA-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PENDING-CHANGE QUEUE
000000*A manual entry always goes to a second operator, whatever the
000000*DUAL-CONTROL parameter says: PCH-KEY carries 'MJ' and the entry
000000*number.
000000*------------------------------------------------------------------------
000000 9700-QUEUE-PENDING-CHANGE.
000000     OPEN EXTEND PENDING-CHANGE-FILE.
000000     IF PENDING-CHANGE-STATUS = '05' OR
000000        PENDING-CHANGE-STATUS = '35'
000000         OPEN OUTPUT PENDING-CHANGE-FILE
000000     END-IF.
000000     MOVE SPACES TO JOURNAL-PENDING-DATA.
000000     MOVE ENTRY-LINE-COUNT TO JPD-LINE-COUNT.
000000     MOVE ENTRY-DEBIT-TOTAL TO JPD-DEBIT-TOTAL.
000000     MOVE ENTRY-NARRATIVE TO JPD-NARRATIVE.
000000     MOVE ZERO TO PCH-SEQ-NO.
000000     MOVE 'GLMJE ' TO PCH-MASTER.
000000     MOVE 'ENTRY     ' TO PCH-ACTION.
000000     MOVE SPACES TO PCH-KEY.
000000     STRING 'MJ' ENTRY-NO DELIMITED BY SIZE INTO PCH-KEY.
000000     MOVE JOURNAL-PENDING-DATA TO PCH-DATA.
000000     MOVE SIGNON-OPERATOR-ID TO PCH-MAKER.
000000     MOVE 'P' TO PCH-STATE.
000000     MOVE SPACES TO PCH-CHECKER.
000000     WRITE PENDING-CHANGE-RECORD.
000000     CLOSE PENDING-CHANGE-FILE.
000000 9700-EXIT.
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
000000         ' MJ' ENTRY-NO
000000         INTO SECURITY-LOG-LINE.
000000     WRITE SECURITY-LOG-LINE.
000000     CLOSE SECURITY-LOG-FILE.
000000 9900-EXIT.
000000     EXIT.
