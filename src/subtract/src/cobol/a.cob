000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CREDITS-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000     SELECT NET-POSITION-REPORT-FILE ASSIGN TO "NETRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS NET-RPT-STATUS.
000000     SELECT OP-RESULT-REPORT-FILE ASSIGN TO "SUBOPRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OP-RESULT-RPT-STATUS.
000000     SELECT POSITION-MOVEMENT-FILE ASSIGN TO "POSMOVE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS POSITION-MOVEMENT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     SELECT ACCOUNT-POSTING-FILE ASSIGN TO "ACCTPOST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCOUNT-POSTING-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TXLOG-FILE.
000000 FD  DEBITS-FILE.
000000 01  DEBIT-RECORD.
000000     05 DEBIT-ACCT-NO      PIC 9(6).
000000     05 DEBIT-AMOUNT       PIC S9(7)V99.
000000     05 DEBIT-COMPANY-CODE PIC X(3).
000000 FD  CREDITS-FILE.
000000 01  CREDIT-RECORD.
000000     05 CREDIT-ACCT-NO      PIC 9(6).
000000     05 CREDIT-AMOUNT       PIC S9(7)V99.
000000     05 CREDIT-COMPANY-CODE PIC X(3).
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  OPENING-POSITION-FILE.
000000 01  OPENING-POSITION-RECORD.
000000     05 OPEN-ACCT-NO      PIC 9(6).
000000     05 OPEN-AMOUNT       PIC S9(7)V99.
000000     05 OPEN-COMPANY-CODE PIC X(3).
000000*The posting engine's account movements for this cycle, one per
000000*typed posting in the order posted, each carrying the account
000000*and company it moves and stamped with the run that produced it.
000000 FD  ACCOUNT-POSTING-FILE.
000000 01  ACCOUNT-POSTING-RECORD.
000000     05 APST-ACCT-NO       PIC 9(6).
000000     05 APST-DEBIT-AMOUNT  PIC S9(9)V99.
000000     05 APST-CREDIT-AMOUNT PIC S9(9)V99.
000000     05 APST-COMPANY-CODE  PIC X(3).
000000     05 APST-RUN-ID        PIC 9(5).
000000 FD  POSITION-MOVEMENT-FILE.
000000 01  POSITION-MOVEMENT-LINE PIC X(80).
000000 FD  OP-RESULT-REPORT-FILE.
000000     COPY "opresult.cpy".
000000    WORKING-STORAGE SECTION.
000000       88 DEBITS-EOF-YES VALUE 'Y'.
000000    01 CREDITS-EOF PIC X VALUE 'N'.
000000       88 CREDITS-EOF-YES VALUE 'Y'.
000000    01 ACCOUNT-POSTING-STATUS PIC X(2) VALUE '00'.
000000    01 POSTING-AVAILABLE PIC X VALUE 'N'.
000000       88 POSTING-AVAILABLE-YES VALUE 'Y'.
000000    01 POSTING-EOF PIC X VALUE 'N'.
000000       88 POSTING-EOF-YES VALUE 'Y'.
000000    01 POSTING-STALE-COUNT PIC 9(5) VALUE ZERO.
000000    01 POSTED-NET-WORK PIC S9(9)V99 VALUE ZERO.
000000    01 POSTED-DISPLAY PIC -(6)9.99 VALUE ZERO.
000000    01 POSTING-APPLIED-COUNT PIC 9(7) VALUE ZERO.
000000    01 POSTING-APPLIED-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 POSTING-TOTAL-DISPLAY PIC -(10)9.99 VALUE ZERO.
000000    01 POSITION-FOUND PIC X VALUE 'N'.
000000       88 POSITION-FOUND-YES VALUE 'Y'.
000000    01 POSTING-APPLY-FAILED PIC X VALUE 'N'.
000000       88 POSTING-APPLY-FAILED-YES VALUE 'Y'.
000000    01 MERGE-SIDE-PICKED PIC X VALUE 'N'.
000000       88 MERGE-SIDE-PICKED-YES VALUE 'Y'.
000000    01 CURRENT-NET-ACCT PIC 9(6) VALUE ZERO.
000000    01 OPENING-AMT-WORK PIC S9(7)V99 VALUE ZERO.
000000    01 DEBIT-AMT-WORK PIC S9(7)V99 VALUE ZERO.
000000    01 CREDIT-AMT-WORK PIC S9(7)V99 VALUE ZERO.
000000    01 DEBIT-PRESENT PIC X VALUE 'N'.
000000       88 DEBIT-PRESENT-YES VALUE 'Y'.
000000    01 CREDIT-PRESENT PIC X VALUE 'N'.
000000       88 CREDIT-PRESENT-YES VALUE 'Y'.
000000    01 OPEN-DISPLAY PIC -(6)9.99 VALUE ZERO.
000000    01 DEBIT-DISPLAY PIC -(6)9.99 VALUE ZERO.
000000    01 CREDIT-DISPLAY PIC -(6)9.99 VALUE ZERO.
000000    01 CLOSE-DISPLAY PIC -(6)9.99 VALUE ZERO.
000000    01 ACCOUNT-COMPANY PIC X(3) VALUE SPACES.
000000    01 CURRENT-RPT-COMPANY PIC X(3) VALUE LOW-VALUES.
000000    01 ISUB PIC S9(7) VALUE 0.
000000    01 NET-RPT-WIDTH PIC 9(3) VALUE 80.
000000    01 NET-RPT-PAGE-TOTAL PIC S9(9)V99 VALUE ZERO.
000000    01 NET-RPT-RUN-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 OP-RESULT-RPT-STATUS PIC X(2) VALUE '00'.
000000    01 OP-RESULT-GRAND-TOTAL-WS PIC S9(9) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000  PERFORM 0100-INITIALIZE-OPERANDS THRU 0100-EXIT.
000000  PERFORM 0500-READ-PARAMETERS THRU 0500-EXIT.
000000  PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000  PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000  PERFORM 9700-OPEN-OP-RESULT-REPORT THRU 9700-EXIT.
000000*TRAN-I000 through TRAN-I004 are the TRANSACTION-OPERANDS view of the
000000*shared TRANSACTION-RECORD copybook (see transrec.cpy) rather than a
000000*separate hand-rolled set of fields, so the same storage carries the
000000*compiled-in sample operands set here, a library override, and a
000000*TRANSFL-fed record without ever copying values between three
000000*different field sets.
000000*------------------------------------------------------------------------
000000 0100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RUNTIME PARAMETERS
000000*Overrides the compiled-in I000 through I004 sample values above
000000*with the FNSUB I000 through I004 values in force on the PARMLIB
000000*parameter library.  Each is a whole number from 0 to 99; one
000000*not in force, or out of range, keeps its compiled-in value.
000000*------------------------------------------------------------------------
000000 0500-READ-PARAMETERS.
000000     MOVE 'I000' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO TRAN-I000
000000     END-IF.
000000     MOVE 'I001' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO TRAN-I001
000000     END-IF.
000000     MOVE 'I002' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO TRAN-I002
000000     END-IF.
000000     MOVE 'I003' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO TRAN-I003
000000     END-IF.
000000     MOVE 'I004' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= ZERO AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO TRAN-I004
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*The value of one FNSUB parameter, PSVC-NAME, in force today.
000000 0590-LOOK-UP-PARAMETER.
000000     MOVE 'FNSUB' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000 0590-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FILE-DRIVEN OPERAND FEED
000000*Reads I000 through I004 from TRANS-FILE via the TRANSACTION-RECORD
000000*meaningless pseudo-nets.  Leave the cross-check evidence and
000000*read on.
000000     IF TRAN-TYPE-CODE = 'DR' OR TRAN-TYPE-CODE = 'CR'
000000         OR TRAN-TYPE-CODE = 'FE' OR TRAN-TYPE-CODE = 'RX'
000000         MOVE 'T' TO RECON-FEED-SWITCH
000000         PERFORM 9850-ADD-RECON-COMPANY THRU 9850-EXIT
000000         PERFORM 6100-READ-TRANS-FILE
000000*silently netted the wrong accounts against each other.  Both
000000*files are optional - if either is not present this run simply
000000*skips the netting pass.
000000*The posting engine's typed postings (ACCTPOST) are not part of
000000*the merge: once the merge has built NETPOS, each posting is
000000*applied to its own account and company by key, so any number
000000*of postings, in any order and under any company, moves the
000000*position it names.
000000*The closing-to-opening roll is NOT done here: later steps in
000000*the cycle (revaluation, settlement acknowledgment, interest
000000*capitalization, refunds) still adjust NETPOS after this one,
000000         DISPLAY 'OPENPOS NOT AVAILABLE - '
000000             'POSITIONS OPEN AT ZERO'
000000     END-IF.
000000     OPEN INPUT ACCOUNT-POSTING-FILE.
000000     IF ACCOUNT-POSTING-STATUS = '00'
000000         SET POSTING-AVAILABLE-YES TO TRUE
000000     END-IF.
000000     PERFORM 0800-READ-REPORT-OPTIONS THRU 0800-EXIT.
000000     OPEN OUTPUT NET-POSITION-FILE.
000000     OPEN OUTPUT NET-POSITION-REPORT-FILE.
000000     MOVE 'POSITION MOVEMENT REPORT'
000000         TO POSITION-MOVEMENT-LINE.
000000     WRITE POSITION-MOVEMENT-LINE.
000000     MOVE SPACES TO POSITION-MOVEMENT-LINE.
000000     STRING 'ACCT      OPENING     DEBITS'
000000         '    CREDITS     POSTED    CLOSING'
000000         INTO POSITION-MOVEMENT-LINE.
000000     WRITE POSITION-MOVEMENT-LINE.
000000     PERFORM 5090-READ-OPENING.
000000     PERFORM 5100-READ-DEBIT.
000000     END-IF.
000000     CLOSE DEBITS-FILE.
000000     CLOSE CREDITS-FILE.
000000     CLOSE NET-POSITION-FILE.
000000     PERFORM 5400-APPLY-ACCOUNT-POSTINGS THRU 5400-EXIT.
000000     IF POSTING-AVAILABLE-YES
000000         CLOSE ACCOUNT-POSTING-FILE
000000     END-IF.
000000     IF POSTING-STALE-COUNT > ZERO
000000         DISPLAY '*** ACCTPOST RECORDS FROM ANOTHER CYCLE '
000000             'IGNORED: ' POSTING-STALE-COUNT
000000     END-IF.
000000     PERFORM 5350-WRITE-PAGE-FOOTER THRU 5350-EXIT.
000000     PERFORM 5360-WRITE-FINAL-FOOTER THRU 5360-EXIT.
000000     CLOSE NET-POSITION-REPORT-FILE.
000000     CLOSE POSITION-MOVEMENT-FILE.
000000 5000-EXIT.
000000             OR CREDIT-RECORD(1:3) = 'TRL')
000000         GO TO 5110-READ-CREDIT
000000     END-IF.
000000*ACCTPOST is optional and behaves like OPENPOS when missing.  A
000000*record stamped with another cycle's run-id is a leftover the
000000*posting engine did not replace - it is read past, never folded
000000*in twice.
000000 5120-READ-POSTING.
000000     IF NOT POSTING-AVAILABLE-YES
000000         SET POSTING-EOF-YES TO TRUE
000000     ELSE
000000         READ ACCOUNT-POSTING-FILE
000000             AT END SET POSTING-EOF-YES TO TRUE
000000         END-READ
000000     END-IF.
000000     IF NOT POSTING-EOF-YES
000000         AND APST-RUN-ID NOT = CURRENT-RUN-ID
000000         ADD 1 TO POSTING-STALE-COUNT
000000         GO TO 5120-READ-POSTING
000000     END-IF.
000000*Three-way merge: the lowest account among the opening, debit
000000*and credit sides is netted next, so the position is opening
000000*plus credits less debits - a true running position instead of
000000*a one-night arithmetic exercise - and the typed postings are
000000*then applied on top of it by 5400.  An account with activity on
000000*only one of the debit/credit sides still reports as a one-sided
000000*item.
000000 5200-NET-ONE-ACCOUNT.
000000     MOVE 'N' TO ONE-SIDED-SWITCH.
000000     MOVE 'N' TO DEBIT-PRESENT.
000000     MOVE ZERO TO OPENING-AMT-WORK.
000000     MOVE ZERO TO DEBIT-AMT-WORK.
000000     MOVE ZERO TO CREDIT-AMT-WORK.
000000     MOVE ZERO TO POSTED-NET-WORK.
000000     MOVE 'N' TO MERGE-SIDE-PICKED.
000000     IF NOT OPENING-EOF-YES
000000         MOVE OPENING-KEY TO CURRENT-NET-ACCT
000000     END-IF.
000000     MOVE CURRENT-NET-ACCT TO NET-ACCT-NO.
000000     MOVE ACCOUNT-COMPANY TO NET-COMPANY-CODE.
000000     COMPUTE NET-AMOUNT ROUNDED = OPENING-AMT-WORK
000000         + CREDIT-AMT-WORK - DEBIT-AMT-WORK.
000000     PERFORM 5250-WRITE-NET-POSITION.
000000     PERFORM 5260-WRITE-MOVEMENT-LINE.
000000 5250-WRITE-NET-POSITION.
000000     DISPLAY 'NET ACCOUNT ' NET-ACCT-NO ': ' NET-AMOUNT.
000000*The merge hands accounts over in ascending order; a key already
000000*on NETPOS is named and left off.
000000     WRITE NET-POSITION-RECORD
000000         INVALID KEY
000000             DISPLAY '*** NETPOS KEY OUT OF SEQUENCE - ACCT '
000000                 NET-ACCT-NO ' CO ' NET-COMPANY-CODE
000000     END-WRITE.
000000*A change of company starts a fresh page, so each company's
000000*positions read as their own report.
000000     IF NET-RPT-LINE-COUNT = ZERO
000000     MOVE OPENING-AMT-WORK TO OPEN-DISPLAY.
000000     MOVE DEBIT-AMT-WORK TO DEBIT-DISPLAY.
000000     MOVE CREDIT-AMT-WORK TO CREDIT-DISPLAY.
000000     MOVE POSTED-NET-WORK TO POSTED-DISPLAY.
000000     MOVE NET-AMOUNT TO CLOSE-DISPLAY.
000000     MOVE SPACES TO POSITION-MOVEMENT-LINE.
000000     STRING NET-ACCT-NO ' ' OPEN-DISPLAY
000000         ' ' DEBIT-DISPLAY
000000         ' ' CREDIT-DISPLAY
000000         ' ' POSTED-DISPLAY
000000         ' ' CLOSE-DISPLAY
000000         INTO POSITION-MOVEMENT-LINE.
000000     WRITE POSITION-MOVEMENT-LINE.
000000*------------------------------------------------------------------------
000000*TYPED POSTINGS
000000*Each ACCTPOST record of this cycle is applied to the NETPOS
000000*position of its own account and company: read by key and
000000*rewritten with the posting added, or written as a new position
000000*when the merge left none for that account and company.  Every
000000*posting gets its own movement line - opening is the position
000000*before it, closing the position after - and the night's posted
000000*total goes on the net position report so the carried-forward
000000*chain still ends on what NETPOS holds.  A position that cannot
000000*be updated leaves NETPOS short of the posting engine's work,
000000*so the run ends fatal.
000000*------------------------------------------------------------------------
000000 5400-APPLY-ACCOUNT-POSTINGS.
000000     IF NOT POSTING-AVAILABLE-YES
000000         GO TO 5400-EXIT
000000     END-IF.
000000     OPEN I-O NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         DISPLAY '*** NETPOS NOT AVAILABLE FOR UPDATE - '
000000             'TYPED POSTINGS NOT APPLIED'
000000         SET POSTING-APPLY-FAILED-YES TO TRUE
000000         GO TO 5400-EXIT
000000     END-IF.
000000     MOVE 'TYPED POSTINGS' TO POSITION-MOVEMENT-LINE.
000000     WRITE POSITION-MOVEMENT-LINE.
000000     PERFORM 5120-READ-POSTING.
000000     PERFORM 5410-APPLY-ONE-POSTING THRU 5410-EXIT
000000         UNTIL POSTING-EOF-YES.
000000     CLOSE NET-POSITION-FILE.
000000     DISPLAY 'TYPED POSTINGS APPLIED: ' POSTING-APPLIED-COUNT.
000000     IF POSTING-APPLIED-COUNT = ZERO
000000         GO TO 5400-EXIT
000000     END-IF.
000000     IF NET-RPT-PAGE-NO = ZERO
000000         OR NET-RPT-LINE-COUNT >= NET-RPT-LINES-PER-PAGE
000000         PERFORM 5300-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE POSTING-APPLIED-TOTAL TO POSTING-TOTAL-DISPLAY.
000000     MOVE SPACES TO NET-RPT-DETAIL-LINE.
000000     STRING 'TYPED POSTINGS: ' POSTING-APPLIED-COUNT
000000         ' NET AMOUNT: ' POSTING-TOTAL-DISPLAY
000000         INTO NET-RPT-DETAIL-LINE.
000000     IF NET-RPT-WIDTH < 80
000000         MOVE SPACES TO
000000             NET-RPT-DETAIL-LINE(NET-RPT-WIDTH + 1:)
000000     END-IF.
000000     WRITE NET-RPT-DETAIL-LINE.
000000     ADD 1 TO NET-RPT-LINE-COUNT.
000000     ADD POSTING-APPLIED-TOTAL TO NET-RPT-PAGE-TOTAL.
000000     ADD POSTING-APPLIED-TOTAL TO NET-RPT-RUN-TOTAL.
000000 5400-EXIT.
000000     EXIT.
000000 5410-APPLY-ONE-POSTING.
000000     MOVE APST-ACCT-NO TO NET-ACCT-NO.
000000     MOVE APST-COMPANY-CODE TO NET-COMPANY-CODE.
000000     SET POSITION-FOUND-YES TO TRUE.
000000     READ NET-POSITION-FILE
000000         INVALID KEY MOVE 'N' TO POSITION-FOUND
000000     END-READ.
000000     IF NOT POSITION-FOUND-YES
000000         MOVE APST-ACCT-NO TO NET-ACCT-NO
000000         MOVE APST-COMPANY-CODE TO NET-COMPANY-CODE
000000         MOVE ZERO TO NET-AMOUNT
000000     END-IF.
000000     MOVE NET-AMOUNT TO OPENING-AMT-WORK.
000000     MOVE ZERO TO DEBIT-AMT-WORK.
000000     MOVE ZERO TO CREDIT-AMT-WORK.
000000     COMPUTE POSTED-NET-WORK =
000000         APST-CREDIT-AMOUNT - APST-DEBIT-AMOUNT.
000000     COMPUTE NET-AMOUNT ROUNDED = OPENING-AMT-WORK
000000         + POSTED-NET-WORK.
000000     IF POSITION-FOUND-YES
000000         REWRITE NET-POSITION-RECORD
000000             INVALID KEY
000000                 DISPLAY '*** NETPOS REWRITE FAILED - ACCT '
000000                     NET-ACCT-NO ' CO ' NET-COMPANY-CODE
000000                 SET POSTING-APPLY-FAILED-YES TO TRUE
000000         END-REWRITE
000000     ELSE
000000         WRITE NET-POSITION-RECORD
000000             INVALID KEY
000000                 DISPLAY '*** NETPOS WRITE FAILED - ACCT '
000000                     NET-ACCT-NO ' CO ' NET-COMPANY-CODE
000000                 SET POSTING-APPLY-FAILED-YES TO TRUE
000000         END-WRITE
000000     END-IF.
000000     PERFORM 5260-WRITE-MOVEMENT-LINE.
000000     ADD 1 TO POSTING-APPLIED-COUNT.
000000     ADD POSTED-NET-WORK TO POSTING-APPLIED-TOTAL.
000000     PERFORM 5120-READ-POSTING.
000000 5410-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PAGINATED REPORT HEADER
000000*Starts a new page of the netting report using the fn family's
000000*shared REPORT-HEADER-LINE copybook, the same one MULTIPLY's
000000     MOVE NET-RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE NET-RPT-DETAIL-LINE FROM REPORT-HEADER-LINE.
000000*------------------------------------------------------------------------
000000*REPORT OPTIONS
000000*SHARED LINES-PER-PG and PAGE-WIDTH on the parameter library
000000*optionally carry the page length and width the print room
000000*wants for every report of this family; a value not in force,
000000*or out of range, keeps the compiled-in geometry.
000000*------------------------------------------------------------------------
000000 0800-READ-REPORT-OPTIONS.
000000     MOVE 'SHARED' TO PSVC-PROGRAM.
000000     MOVE 'LINES-PER-PG' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO NET-RPT-LINES-PER-PAGE
000000     END-IF.
000000     MOVE 'PAGE-WIDTH' TO PSVC-NAME.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 80
000000         MOVE PSVC-NUMBER TO NET-RPT-WIDTH
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     IF NOT FEED-ACCEPTED-YES
000000         OR POSTING-APPLY-FAILED-YES
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 9800-EXIT
000000     END-IF.
