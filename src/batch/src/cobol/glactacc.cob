000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. glactacc.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS JOURNAL-STATUS.
000000     SELECT GL-ACTUAL-FILE ASSIGN TO "GLACTD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-ACTUAL-STATUS.
000000     SELECT GL-ACTUAL-WORK-FILE ASSIGN TO "GLACTWK"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-ACTUAL-WORK-STATUS.
000000     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-BALANCE-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  JOURNAL-FILE.
000000 01  JOURNAL-RECORD.
000000     05 JRNL-RUN-ID       PIC 9(5).
000000     05 JRNL-RUN-DATE     PIC 9(8).
000000     05 JRNL-GL-ACCOUNT   PIC X(8).
000000     05 JRNL-SIDE         PIC X(1).
000000         88 JRNL-SIDE-DEBIT  VALUE 'D'.
000000         88 JRNL-SIDE-CREDIT VALUE 'C'.
000000     05 JRNL-AMOUNT       PIC 9(11)V99.
000000     05 JRNL-TYPE-CODE    PIC X(2).
000000     05 JRNL-COMPANY-CODE PIC X(3).
000000     05 JRNL-PERIOD       PIC 9(6).
000000     05 JRNL-REVIEW-FLAG  PIC X(1).
000000     05 JRNL-SOURCE       PIC X(1).
000000     05 JRNL-ENTRY-NO     PIC 9(5).
000000 FD  GL-ACTUAL-FILE.
000000     COPY "glactrec.cpy".
000000 FD  GL-ACTUAL-WORK-FILE.
000000 01  GL-ACTUAL-WORK-RECORD PIC X(52).
000000 FD  GL-BALANCE-FILE.
000000     COPY "glbalrec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 JOURNAL-STATUS PIC X(2) VALUE '00'.
000000    01 GL-ACTUAL-STATUS PIC X(2) VALUE '00'.
000000    01 GL-ACTUAL-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 GL-BALANCE-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 JOURNAL-EOF PIC X VALUE 'N'.
000000       88 JOURNAL-EOF-YES VALUE 'Y'.
000000    01 ACTUAL-EOF PIC X VALUE 'N'.
000000       88 ACTUAL-EOF-YES VALUE 'Y'.
000000    01 WORK-EOF PIC X VALUE 'N'.
000000       88 WORK-EOF-YES VALUE 'Y'.
000000    01 BALANCE-EOF PIC X VALUE 'N'.
000000       88 BALANCE-EOF-YES VALUE 'Y'.
000000    01 TALLY-OVERFLOW PIC X VALUE 'N'.
000000       88 TALLY-OVERFLOW-YES VALUE 'Y'.
000000    01 BALANCE-OVERFLOW PIC X VALUE 'N'.
000000       88 BALANCE-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 CURRENT-YEAR PIC 9(4) VALUE ZERO.
000000    01 RETAIN-FROM-PERIOD PIC 9(6) VALUE ZERO.
000000    01 CYCLE-TALLY-TABLE.
000000       05 CYCLE-TALLY-COUNT PIC 9(3) VALUE ZERO.
000000       05 CYCLE-TALLY-ENTRY OCCURS 300 TIMES.
000000          10 TBL-CYC-PERIOD  PIC 9(6).
000000          10 TBL-CYC-COMPANY PIC X(3).
000000          10 TBL-CYC-ACCOUNT PIC X(8).
000000          10 TBL-CYC-DEBIT   PIC 9(13)V99.
000000          10 TBL-CYC-CREDIT  PIC 9(13)V99.
000000    01 CYC-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CYC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BALANCE-TABLE.
000000       05 BALANCE-COUNT PIC 9(3) VALUE ZERO.
000000       05 BALANCE-ENTRY OCCURS 300 TIMES.
000000          10 TBL-BAL-COMPANY  PIC X(3).
000000          10 TBL-BAL-ACCOUNT  PIC X(8).
000000          10 TBL-BAL-BALANCE  PIC S9(13)V99.
000000          10 TBL-BAL-RUN-ID   PIC 9(5).
000000          10 TBL-BAL-RUN-NET  PIC S9(13)V99.
000000    01 BAL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BAL-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CYCLE-NET PIC S9(13)V99 VALUE ZERO.
000000    01 JOURNAL-LINES PIC 9(7) VALUE ZERO.
000000    01 KEPT-COUNT PIC 9(7) VALUE ZERO.
000000    01 REPLACED-COUNT PIC 9(5) VALUE ZERO.
000000    01 PURGED-COUNT PIC 9(7) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*GL ACTUALS ACCUMULATION
000000*Runs every cycle after gljrnl: tonight's GLJRNL lines are
000000*summed by posting period, company and GL account and appended
000000*to the GLACTD actuals history under tonight's run-ID, because
000000*GLJRNL itself is rebuilt each night and the budget comparison
000000*needs the whole month and year.  Records already on GLACTD
000000*under tonight's run-ID are a rerun's and are replaced, not
000000*added to.  Periods before January of last year are purged,
000000*which keeps the current and prior years on file.
000000*The same movements roll into the GLBAL life-to-date balance of
000000*each company's GL accounts, which the subledger tie-out proves
000000*against NETPOS, the installment schedule, the commission carry
000000*file and the refund register; a rerun backs out the movement
000000*it applied to GLBAL before applying tonight's again.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'GLACTACC: NO RUN DATE - NOTHING ACCUMULATED'
000000         EXIT PROGRAM
000000     END-IF.
000000     DIVIDE CURRENT-RUN-DATE BY 10000 GIVING CURRENT-YEAR.
000000     COMPUTE RETAIN-FROM-PERIOD = (CURRENT-YEAR - 1) * 100 + 1.
000000     PERFORM 1000-TALLY-JOURNAL THRU 1000-EXIT.
000000*A partial tally would understate the actuals for good, since
000000*tomorrow's cycle cannot see tonight's journal - the history is
000000*left untouched and the step fails so the table is raised and
000000*the step rerun tonight.
000000     IF TALLY-OVERFLOW-YES
000000         DISPLAY '*** GLACTACC: MORE THAN 300 PERIOD/ACCOUNT '
000000             'TOTALS IN GLJRNL'
000000         DISPLAY '*** GLACTD NOT UPDATED - CYCLE REFUSED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 4000-LOAD-BALANCES THRU 4000-EXIT.
000000     IF NOT BALANCE-OVERFLOW-YES
000000         PERFORM 4500-APPLY-CYCLE-TO-BALANCES THRU 4500-EXIT
000000     END-IF.
000000*Both files move together or neither does, so the balances
000000*never hold a cycle the history lacks or the reverse.
000000     IF BALANCE-OVERFLOW-YES
000000         DISPLAY '*** GLACTACC: MORE THAN 300 ACCOUNTS ON GLBAL'
000000         DISPLAY '*** GLACTD AND GLBAL NOT UPDATED - '
000000             'CYCLE REFUSED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-COPY-KEPT-HISTORY THRU 2000-EXIT.
000000     PERFORM 3000-REWRITE-HISTORY THRU 3000-EXIT.
000000     PERFORM 4800-REWRITE-BALANCES THRU 4800-EXIT.
000000     DISPLAY 'GLACTACC: RUN ' CURRENT-RUN-ID ' - '
000000         JOURNAL-LINES ' JOURNAL LINE(S) INTO '
000000         CYCLE-TALLY-COUNT ' ACCOUNT TOTAL(S)'.
000000     IF REPLACED-COUNT > ZERO
000000         DISPLAY 'GLACTACC: ' REPLACED-COUNT
000000             ' EARLIER TOTAL(S) FOR THIS RUN REPLACED'
000000     END-IF.
000000     IF PURGED-COUNT > ZERO
000000         DISPLAY 'GLACTACC: ' PURGED-COUNT
000000             ' TOTAL(S) BEFORE ' RETAIN-FROM-PERIOD ' PURGED'
000000     END-IF.
000000     MOVE 0 TO RETURN-CODE.
000000     EXIT PROGRAM.
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
000000*------------------------------------------------------------------------
000000*JOURNAL TALLY - this run-ID only, by period/company/account
000000*------------------------------------------------------------------------
000000 1000-TALLY-JOURNAL.
000000     OPEN INPUT JOURNAL-FILE.
000000     IF JOURNAL-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-JOURNAL.
000000     PERFORM 1200-TALLY-ONE-LINE THRU 1200-NEXT
000000         UNTIL JOURNAL-EOF-YES.
000000     CLOSE JOURNAL-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-JOURNAL.
000000     READ JOURNAL-FILE
000000         AT END SET JOURNAL-EOF-YES TO TRUE
000000     END-READ.
000000 1200-TALLY-ONE-LINE.
000000     IF JRNL-RUN-ID NOT = CURRENT-RUN-ID
000000         GO TO 1200-NEXT
000000     END-IF.
000000     ADD 1 TO JOURNAL-LINES.
000000     MOVE ZERO TO CYC-FOUND-IX.
000000     PERFORM VARYING CYC-IX FROM 1 BY 1
000000             UNTIL CYC-IX > CYCLE-TALLY-COUNT
000000                 OR CYC-FOUND-IX > ZERO
000000         IF TBL-CYC-PERIOD(CYC-IX) = JRNL-PERIOD
000000             AND TBL-CYC-COMPANY(CYC-IX) = JRNL-COMPANY-CODE
000000             AND TBL-CYC-ACCOUNT(CYC-IX) = JRNL-GL-ACCOUNT
000000             MOVE CYC-IX TO CYC-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF CYC-FOUND-IX = ZERO
000000         IF CYCLE-TALLY-COUNT NOT < 300
000000             SET TALLY-OVERFLOW-YES TO TRUE
000000             GO TO 1200-NEXT
000000         END-IF
000000         ADD 1 TO CYCLE-TALLY-COUNT
000000         MOVE CYCLE-TALLY-COUNT TO CYC-FOUND-IX
000000         MOVE JRNL-PERIOD TO TBL-CYC-PERIOD(CYC-FOUND-IX)
000000         MOVE JRNL-COMPANY-CODE TO TBL-CYC-COMPANY(CYC-FOUND-IX)
000000         MOVE JRNL-GL-ACCOUNT TO TBL-CYC-ACCOUNT(CYC-FOUND-IX)
000000         MOVE ZERO TO TBL-CYC-DEBIT(CYC-FOUND-IX)
000000         MOVE ZERO TO TBL-CYC-CREDIT(CYC-FOUND-IX)
000000     END-IF.
000000     IF JRNL-SIDE-DEBIT
000000         ADD JRNL-AMOUNT TO TBL-CYC-DEBIT(CYC-FOUND-IX)
000000     ELSE
000000         ADD JRNL-AMOUNT TO TBL-CYC-CREDIT(CYC-FOUND-IX)
000000     END-IF.
000000 1200-NEXT.
000000     PERFORM 1100-READ-JOURNAL.
000000*------------------------------------------------------------------------
000000*HISTORY COPY
000000*Everything on GLACTD except this run's earlier figures and the
000000*periods past retention goes to the GLACTWK scratch file.
000000*------------------------------------------------------------------------
000000 2000-COPY-KEPT-HISTORY.
000000     OPEN OUTPUT GL-ACTUAL-WORK-FILE.
000000     OPEN INPUT GL-ACTUAL-FILE.
000000     IF GL-ACTUAL-STATUS NOT = '00'
000000         CLOSE GL-ACTUAL-WORK-FILE
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-ACTUAL.
000000     PERFORM 2200-COPY-ONE-ACTUAL THRU 2200-NEXT
000000         UNTIL ACTUAL-EOF-YES.
000000     CLOSE GL-ACTUAL-FILE.
000000     CLOSE GL-ACTUAL-WORK-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-ACTUAL.
000000     READ GL-ACTUAL-FILE
000000         AT END SET ACTUAL-EOF-YES TO TRUE
000000     END-READ.
000000 2200-COPY-ONE-ACTUAL.
000000     IF GLA-RUN-ID = CURRENT-RUN-ID
000000         ADD 1 TO REPLACED-COUNT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF GLA-PERIOD < RETAIN-FROM-PERIOD
000000         ADD 1 TO PURGED-COUNT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     WRITE GL-ACTUAL-WORK-RECORD FROM GL-ACTUAL-RECORD.
000000     ADD 1 TO KEPT-COUNT.
000000 2200-NEXT.
000000     PERFORM 2100-READ-ACTUAL.
000000*------------------------------------------------------------------------
000000*HISTORY REWRITE - kept records back, then tonight's totals
000000*------------------------------------------------------------------------
000000 3000-REWRITE-HISTORY.
000000     OPEN OUTPUT GL-ACTUAL-FILE.
000000     OPEN INPUT GL-ACTUAL-WORK-FILE.
000000     IF GL-ACTUAL-WORK-STATUS = '00'
000000         PERFORM 3100-READ-WORK
000000         PERFORM 3200-RESTORE-ONE-ACTUAL
000000             UNTIL WORK-EOF-YES
000000         CLOSE GL-ACTUAL-WORK-FILE
000000     END-IF.
000000     PERFORM VARYING CYC-IX FROM 1 BY 1
000000             UNTIL CYC-IX > CYCLE-TALLY-COUNT
000000         MOVE TBL-CYC-PERIOD(CYC-IX) TO GLA-PERIOD
000000         MOVE TBL-CYC-COMPANY(CYC-IX) TO GLA-COMPANY
000000         MOVE TBL-CYC-ACCOUNT(CYC-IX) TO GLA-ACCOUNT
000000         MOVE CURRENT-RUN-ID TO GLA-RUN-ID
000000         MOVE TBL-CYC-DEBIT(CYC-IX) TO GLA-DEBIT
000000         MOVE TBL-CYC-CREDIT(CYC-IX) TO GLA-CREDIT
000000         WRITE GL-ACTUAL-RECORD
000000     END-PERFORM.
000000     CLOSE GL-ACTUAL-FILE.
000000 3000-EXIT.
000000     EXIT.
000000 3100-READ-WORK.
000000     READ GL-ACTUAL-WORK-FILE
000000         AT END SET WORK-EOF-YES TO TRUE
000000     END-READ.
000000 3200-RESTORE-ONE-ACTUAL.
000000     WRITE GL-ACTUAL-RECORD FROM GL-ACTUAL-WORK-RECORD.
000000     PERFORM 3100-READ-WORK.
000000*------------------------------------------------------------------------
000000*LIFE-TO-DATE CONTROL BALANCES
000000*------------------------------------------------------------------------
000000 4000-LOAD-BALANCES.
000000     OPEN INPUT GL-BALANCE-FILE.
000000     IF GL-BALANCE-STATUS NOT = '00'
000000         GO TO 4000-EXIT
000000     END-IF.
000000     PERFORM 4100-READ-BALANCE.
000000     PERFORM 4200-STORE-BALANCE
000000         UNTIL BALANCE-EOF-YES OR BALANCE-COUNT = 300.
000000     IF NOT BALANCE-EOF-YES
000000         SET BALANCE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000     CLOSE GL-BALANCE-FILE.
000000 4000-EXIT.
000000     EXIT.
000000 4100-READ-BALANCE.
000000     READ GL-BALANCE-FILE
000000         AT END SET BALANCE-EOF-YES TO TRUE
000000     END-READ.
000000 4200-STORE-BALANCE.
000000     ADD 1 TO BALANCE-COUNT.
000000     MOVE GLB-COMPANY TO TBL-BAL-COMPANY(BALANCE-COUNT).
000000     MOVE GLB-ACCOUNT TO TBL-BAL-ACCOUNT(BALANCE-COUNT).
000000     MOVE GLB-BALANCE TO TBL-BAL-BALANCE(BALANCE-COUNT).
000000     MOVE GLB-LAST-RUN-ID TO TBL-BAL-RUN-ID(BALANCE-COUNT).
000000     MOVE GLB-LAST-RUN-NET TO TBL-BAL-RUN-NET(BALANCE-COUNT).
000000     PERFORM 4100-READ-BALANCE.
000000*A balance already carrying tonight's run-ID is a rerun's: its
000000*movement comes out first, then every tally adds its net.
000000 4500-APPLY-CYCLE-TO-BALANCES.
000000     PERFORM VARYING BAL-IX FROM 1 BY 1
000000             UNTIL BAL-IX > BALANCE-COUNT
000000         IF TBL-BAL-RUN-ID(BAL-IX) = CURRENT-RUN-ID
000000             SUBTRACT TBL-BAL-RUN-NET(BAL-IX)
000000                 FROM TBL-BAL-BALANCE(BAL-IX)
000000             MOVE ZERO TO TBL-BAL-RUN-NET(BAL-IX)
000000         END-IF
000000     END-PERFORM.
000000     PERFORM 4600-APPLY-ONE-TALLY THRU 4600-EXIT
000000         VARYING CYC-IX FROM 1 BY 1
000000         UNTIL CYC-IX > CYCLE-TALLY-COUNT
000000             OR BALANCE-OVERFLOW-YES.
000000 4500-EXIT.
000000     EXIT.
000000 4600-APPLY-ONE-TALLY.
000000     MOVE ZERO TO BAL-FOUND-IX.
000000     PERFORM VARYING BAL-IX FROM 1 BY 1
000000             UNTIL BAL-IX > BALANCE-COUNT
000000                 OR BAL-FOUND-IX > ZERO
000000         IF TBL-BAL-COMPANY(BAL-IX) = TBL-CYC-COMPANY(CYC-IX)
000000             AND TBL-BAL-ACCOUNT(BAL-IX) = TBL-CYC-ACCOUNT(CYC-IX)
000000             MOVE BAL-IX TO BAL-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF BAL-FOUND-IX = ZERO
000000         IF BALANCE-COUNT NOT < 300
000000             SET BALANCE-OVERFLOW-YES TO TRUE
000000             GO TO 4600-EXIT
000000         END-IF
000000         ADD 1 TO BALANCE-COUNT
000000         MOVE BALANCE-COUNT TO BAL-FOUND-IX
000000         MOVE TBL-CYC-COMPANY(CYC-IX)
000000             TO TBL-BAL-COMPANY(BAL-FOUND-IX)
000000         MOVE TBL-CYC-ACCOUNT(CYC-IX)
000000             TO TBL-BAL-ACCOUNT(BAL-FOUND-IX)
000000         MOVE ZERO TO TBL-BAL-BALANCE(BAL-FOUND-IX)
000000         MOVE ZERO TO TBL-BAL-RUN-NET(BAL-FOUND-IX)
000000     END-IF.
000000     IF TBL-BAL-RUN-ID(BAL-FOUND-IX) NOT = CURRENT-RUN-ID
000000         MOVE CURRENT-RUN-ID TO TBL-BAL-RUN-ID(BAL-FOUND-IX)
000000         MOVE ZERO TO TBL-BAL-RUN-NET(BAL-FOUND-IX)
000000     END-IF.
000000     COMPUTE CYCLE-NET = TBL-CYC-DEBIT(CYC-IX)
000000         - TBL-CYC-CREDIT(CYC-IX).
000000     ADD CYCLE-NET TO TBL-BAL-BALANCE(BAL-FOUND-IX).
000000     ADD CYCLE-NET TO TBL-BAL-RUN-NET(BAL-FOUND-IX).
000000 4600-EXIT.
000000     EXIT.
000000 4800-REWRITE-BALANCES.
000000     OPEN OUTPUT GL-BALANCE-FILE.
000000     PERFORM VARYING BAL-IX FROM 1 BY 1
000000             UNTIL BAL-IX > BALANCE-COUNT
000000         MOVE TBL-BAL-COMPANY(BAL-IX) TO GLB-COMPANY
000000         MOVE TBL-BAL-ACCOUNT(BAL-IX) TO GLB-ACCOUNT
000000         MOVE TBL-BAL-BALANCE(BAL-IX) TO GLB-BALANCE
000000         MOVE TBL-BAL-RUN-ID(BAL-IX) TO GLB-LAST-RUN-ID
000000         MOVE TBL-BAL-RUN-NET(BAL-IX) TO GLB-LAST-RUN-NET
000000         WRITE GL-BALANCE-RECORD
000000     END-PERFORM.
000000     CLOSE GL-BALANCE-FILE.
000000 4800-EXIT.
000000     EXIT.
