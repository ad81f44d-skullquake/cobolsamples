000000     SELECT DIGEST-HISTORY-FILE ASSIGN TO "DGSTHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DIGEST-HISTORY-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TXLOG-FILE.
000000     05 DGH-PROGRAM  PIC X(8).
000000     05 DGH-COUNT    PIC 9(5).
000000     05 DGH-TOTAL    PIC S9(9)V99.
000000    WORKING-STORAGE SECTION.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-EOF PIC X VALUE 'N'.
000000    01 DIGEST-HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 DIGEST-HISTORY-EOF PIC X VALUE 'N'.
000000        88 DIGEST-HISTORY-EOF-YES VALUE 'Y'.
000000    01 VARIANCE-TOLERANCE-PCT PIC 9(3) VALUE 50.
000000    01 PRIOR-CYCLE-TABLE.
000000        05 PRIOR-ENTRY OCCURS 7 TIMES.
000000          10 TBL-CO-DIG-TOTAL PIC S9(11)V99.
000000    01 CO-DIG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CO-DIG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*CONSOLIDATED END-OF-RUN DIGEST
000000     END-IF.
000000     PERFORM 4000-PRINT-DIGEST THRU 4000-EXIT.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 0800-READ-TOLERANCE THRU 0800-EXIT.
000000     PERFORM 5000-LOAD-PRIOR-CYCLE THRU 5000-EXIT.
000000     PERFORM 5500-CHECK-VARIANCE THRU 5500-EXIT.
000000     PERFORM 6000-WRITE-DIGEST-HISTORY THRU 6000-EXIT.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*VARIANCE TOLERANCE
000000*DIGESTFN VARIANCE-PCT on the parameter library optionally
000000*carries the percentage a program's count or total may move from
000000*the prior cycle before the comparison below raises an alert.
000000*None in force means the compiled-in default.
000000*------------------------------------------------------------------------
000000 0800-READ-TOLERANCE.
000000     MOVE 'DIGESTFN' TO PSVC-PROGRAM.
000000     MOVE 'VARIANCE-PCT' TO PSVC-NAME.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
000000         MOVE PSVC-NUMBER TO VARIANCE-TOLERANCE-PCT
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
