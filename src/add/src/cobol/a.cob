000000     SELECT RECON-TOTAL-FILE ASSIGN TO "ADDRECN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RECON-TOTAL-STATUS.
000000     SELECT AS-OF-DATE-FILE ASSIGN TO "ASOFDT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS AS-OF-DATE-STATUS.
000000     SELECT FINAL-REJECT-FILE ASSIGN TO "SUSPREJ"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS FINAL-REJECT-STATUS.
000000     SELECT TRANS-ENVELOPE-FILE ASSIGN TO "TRANSFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TRANS-ENVELOPE-STATUS.
000000     05 RECON-RUN-ID    PIC 9(5).
000000     05 RECON-RUN-DATE  PIC 9(8).
000000     05 RECON-COMPANY-CODE PIC X(3).
000000 FD  TRANS-FILE.
000000     COPY "transrec.cpy".
000000 FD  AS-OF-DATE-FILE.
000000 01  AS-OF-DATE-RECORD.
000000     05 ASOF-DATE PIC 9(8).
000000 FD  CARRY-IN-FILE.
000000 01  CARRY-IN-RECORD PIC X(36).
000000 FD  CARRY-OUT-FILE.
000000 01  CARRY-OUT-RECORD PIC X(36).
000000 FD  SUSPENSE-IN-FILE.
000000*The transaction's account number trails the suspense fields,
000000*so records suspended before it existed still line up.
000000 01  SUSPENSE-IN-RECORD.
000000     05 SUSP-IN-TRAN        PIC X(30).
000000     05 SUSP-IN-REASON      PIC X(2).
000000     05 SUSP-IN-FAIL-COUNT  PIC 9(2).
000000     05 SUSP-IN-TRAN-ACCT   PIC X(6).
000000 FD  SUSPENSE-OUT-FILE.
000000 01  SUSPENSE-OUT-RECORD.
000000     05 SUSP-OUT-TRAN       PIC X(30).
000000     05 SUSP-OUT-REASON     PIC X(2).
000000     05 SUSP-OUT-FAIL-COUNT PIC 9(2).
000000     05 SUSP-OUT-TRAN-ACCT  PIC X(6).
000000 FD  FINAL-REJECT-FILE.
000000 01  FINAL-REJECT-LINE PIC X(80).
000000 FD  TRANS-ENVELOPE-FILE.
000000 01  TRANS-ENVELOPE-LINE PIC X(80).
000000 FD  ADD-CHECKPOINT-FILE.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 RECON-TOTAL-STATUS PIC X(2) VALUE '00'.
000000    01 AS-OF-DATE-STATUS PIC X(2) VALUE '00'.
000000    01 CARRY-IN-STATUS PIC X(2) VALUE '00'.
000000    01 CARRY-OUT-STATUS PIC X(2) VALUE '00'.
000000    01 SUSPENSE-IN-STATUS PIC X(2) VALUE '00'.
000000    01 SUSPENSE-OUT-STATUS PIC X(2) VALUE '00'.
000000    01 FINAL-REJECT-STATUS PIC X(2) VALUE '00'.
000000    01 SUSPENSE-IN-EOF PIC X VALUE 'N'.
000000       88 SUSPENSE-IN-EOF-YES VALUE 'Y'.
000000    01 SUSPENSE-COPY-EOF PIC X VALUE 'N'.
000000       88 RESTART-MODE-YES VALUE 'Y'.
000000    01 RESTART-SKIP-REMAINING PIC 9(7) VALUE ZERO.
000000    01 PROCESSED-INPUT-COUNT PIC 9(7) VALUE ZERO.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000  PERFORM 0100-INITIALIZE-OPERANDS THRU 0100-EXIT.
000000  PERFORM 0500-READ-PARAMETERS THRU 0500-EXIT.
000000  PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000  PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000  PERFORM 1750-CHECK-RESTART-POINT THRU 1750-EXIT.
000000*------------------------------------------------------------------------
000000*DEMONSTRATION CHAIN
000000*The hand-coded ADD operations the program has always opened
000000*with, driven by the compiled-in or library operands.
000000*------------------------------------------------------------------------
000000 0900-DEMONSTRATION-CHAIN.
000000  DISPLAY '----------------------------------------'
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
000000*with the FNADD I000 through I004 values in force on the PARMLIB
000000*parameter library, so operators can change the hand-coded ADD
000000*chain's inputs without a recompile.  Each is a whole number
000000*from 0 to 99; one not in force, or out of range, keeps its
000000*compiled-in value.
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
000000*The value of one FNADD parameter, PSVC-NAME, in force today.
000000 0590-LOOK-UP-PARAMETER.
000000     MOVE 'FNADD' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000 0590-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*AS-OF DATE CARD
000000*Reads the run's as-of cutoff date (CCYYMMDD) from ASOFDT, the way
000000     END-IF.
000000     PERFORM 2100-READ-TRANS-FILE.
000000*------------------------------------------------------------------------
000000*SUSPENSE RETRY LIMIT
000000*FNADD MAX-FAILS on the parameter library optionally carries
000000*how many cycles a record may fail validation before it ages
000000*out to the final-reject report - a whole number from 1 to 99.
000000*------------------------------------------------------------------------
000000 0650-READ-SUSPENSE-MAX.
000000     MOVE 'MAX-FAILS' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 99
000000         MOVE PSVC-NUMBER TO SUSPENSE-MAX-FAILS
000000     END-IF.
000000 0650-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000         GO TO 1820-RETRY-ONE-RECORD
000000     END-IF.
000000     MOVE SUSP-IN-TRAN TO TRANSACTION-RECORD.
000000     MOVE SUSP-IN-TRAN-ACCT TO TRANSACTION-RECORD(31:6).
000000     MOVE 'N' TO RECON-FEED-SWITCH.
000000     MOVE SUSP-IN-FAIL-COUNT TO RETRY-FAIL-COUNT.
000000     PERFORM 2350-VALIDATE-TRANS-RECORD THRU 2350-EXIT.
000000             PERFORM 2380-WRITE-FINAL-REJECT THRU 2380-EXIT
000000         ELSE
000000             MOVE SUSP-IN-TRAN TO SUSP-OUT-TRAN
000000             MOVE SUSP-IN-TRAN-ACCT TO SUSP-OUT-TRAN-ACCT
000000             MOVE SUSP-IN-REASON TO SUSP-OUT-REASON
000000             MOVE RETRY-FAIL-COUNT TO SUSP-OUT-FAIL-COUNT
000000             WRITE SUSPENSE-OUT-RECORD
000000 2360-SUSPEND-NEW-RECORD.
000000     ADD 1 TO SUSPENDED-COUNT.
000000     MOVE TRANSACTION-RECORD TO SUSP-OUT-TRAN.
000000     MOVE TRANSACTION-RECORD(31:6) TO SUSP-OUT-TRAN-ACCT.
000000     MOVE 'VG' TO SUSP-OUT-REASON.
000000     MOVE 1 TO SUSP-OUT-FAIL-COUNT.
000000     WRITE SUSPENSE-OUT-RECORD.
