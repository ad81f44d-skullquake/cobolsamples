000000     SELECT DIVIDE-MODE-FILE ASSIGN TO "DIVMODE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DIVIDE-MODE-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000     05 ICTL-FREQUENCY        PIC X(1).
000000         88 ICTL-FREQ-MONTHLY VALUE 'M'.
000000         88 ICTL-FREQ-WEEKLY  VALUE 'W'.
000000*Annual percentage rate for a financed plan, e.g. 125000 is
000000*12.5%.  Appended so control cards written before financed
000000*plans existed read as spaces and still schedule interest-free.
000000     05 ICTL-APR              PIC 9(2)V9(4).
000000*Sales order that financed the plan, on cards the financed-order
000000*step writes; hand-keyed cards leave it blank.
000000     05 ICTL-ORDER-NO         PIC 9(6).
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  DIVIDE-MODE-FILE.
000000 01  DIVIDE-MODE-RECORD.
000000     05 DIVIDE-MODE-CODE      PIC X(01).
000000    WORKING-STORAGE SECTION.
000000*The shared page heading lives in WORKING-STORAGE, not under the
000000*FD: VALUE clauses are ignored in the FILE SECTION, so a heading
000000    01 RPT-WIDTH PIC 9(3) VALUE 80.
000000    01 RPT-PAGE-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 RPT-RUN-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 RPT-GRAND-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 DIVIDE-MODE-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-MODE-SW PIC X VALUE 'N'.
000000       88 VALIDATION-ERRORS-YES VALUE 'Y'.
000000    01 INSTALLMENT-DIVIDE-ERROR-SW PIC X VALUE 'N'.
000000       88 INSTALLMENT-DIVIDE-ERROR-YES VALUE 'Y'.
000000     COPY "datesvc.cpy".
000000    01 DUE-DATE-VALID PIC X VALUE 'N'.
000000       88 DUE-DATE-VALID-YES VALUE 'Y'.
000000    01 PERIOD-OFFSET PIC S9(5) VALUE ZERO.
000000    01 PLAN-APR PIC 9(2)V9(4) VALUE ZERO.
000000    01 PLAN-PERIODS-PER-YEAR PIC 9(2) VALUE 12.
000000    01 PERIODIC-RATE PIC 9V9(12) COMP-3 VALUE ZERO.
000000    01 GROWTH-FACTOR PIC 9(6)V9(12) COMP-3 VALUE ZERO.
000000    01 GROWTH-LESS-ONE PIC 9(6)V9(12) COMP-3 VALUE ZERO.
000000    01 ANNUITY-FACTOR PIC 9(8)V9(10) COMP-3 VALUE ZERO.
000000    01 FACTOR-POWER PIC 9(2) VALUE ZERO.
000000    01 LEVEL-PAYMENT-AMT PIC 9(7)V99 VALUE ZERO.
000000    01 PLAN-BALANCE PIC 9(7)V99 VALUE ZERO.
000000    01 PLAN-INTEREST-TOTAL PIC 9(9)V99 VALUE ZERO.
000000    01 RPT-INTEREST-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 AMORTIZED-PLAN-SW PIC X VALUE 'N'.
000000       88 AMORTIZED-PLAN-YES VALUE 'Y'.
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000  PERFORM 0500-READ-PARAMETERS THRU 0500-EXIT.
000000  PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000  PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000  DISPLAY '----------------------------------------'
000000 8400-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RUNTIME PARAMETERS
000000*Overrides the compiled-in I000/I001 sample values above with
000000*the FNDIV I000 and I001 values in force on the PARMLIB parameter
000000*library.  Each is a whole number of up to eight digits; one not
000000*in force, or out of range, keeps its compiled-in value.
000000*------------------------------------------------------------------------
000000 0500-READ-PARAMETERS.
000000     MOVE 'I000' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= -99999999
000000         AND PSVC-NUMBER <= 99999999
000000         MOVE PSVC-NUMBER TO I000
000000     END-IF.
000000     MOVE 'I001' TO PSVC-NAME.
000000     PERFORM 0590-LOOK-UP-PARAMETER THRU 0590-EXIT.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER >= -99999999
000000         AND PSVC-NUMBER <= 99999999
000000         MOVE PSVC-NUMBER TO I001
000000     END-IF.
000000 0500-EXIT.
000000     EXIT.
000000*The value of one FNDIV parameter, PSVC-NAME, in force today.
000000 0590-LOOK-UP-PARAMETER.
000000     MOVE 'FNDIV' TO PSVC-PROGRAM.
000000     MOVE ZERO TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000 0590-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DIVIDE-BY-ZERO PROTECTION
000000*DIVIDE I000 INTO I001 abends the job if I000 is zero unless it is
000000                 PERFORM 8050-LOG-INSTALLMENT-DIVIDE-ERROR
000000         END-DIVIDE
000000         IF NOT INSTALLMENT-DIVIDE-ERROR-YES
000000             PERFORM 8650-SET-AMORTIZATION THRU 8650-EXIT
000000             PERFORM 8550-SET-FIRST-DUE-DATE THRU 8550-EXIT
000000             MOVE 1 TO INSTALLMENT-NO
000000             PERFORM 8800-WRITE-INSTALLMENT
000000                 UNTIL INSTALLMENT-NO > ICTL-NUM-INSTALLMENTS
000000             IF AMORTIZED-PLAN-YES
000000                 PERFORM 8880-WRITE-PLAN-INTEREST
000000             END-IF
000000         END-IF
000000     END-IF.
000000     PERFORM 8600-READ-INSTALLMENT-CTL.
000000*------------------------------------------------------------------------
000000*FINANCED-PLAN AMORTIZATION
000000*A control card carrying an APR is scheduled as a level-payment
000000*loan: the periodic rate is the APR spread over twelve monthly
000000*or fifty-two weekly periods, and the level payment is
000000*    AMOUNT * RATE * (1 + RATE) ** N / ((1 + RATE) ** N - 1)
000000*with (1 + RATE) ** N built up by repeated multiplication.  Each
000000*installment then pays the period's interest on the balance
000000*first and the rest off principal; the final installment pays
000000*off whatever balance the rounding has left.  No APR (or a card
000000*predating the field) keeps the straight DIVIDE split above.
000000*------------------------------------------------------------------------
000000 8650-SET-AMORTIZATION.
000000     MOVE 'N' TO AMORTIZED-PLAN-SW.
000000     MOVE ICTL-AMOUNT TO PLAN-BALANCE.
000000     MOVE ZERO TO PLAN-INTEREST-TOTAL.
000000     MOVE ZERO TO PLAN-APR.
000000     IF ICTL-APR IS NUMERIC
000000         MOVE ICTL-APR TO PLAN-APR
000000     END-IF.
000000     IF PLAN-APR = ZERO
000000         GO TO 8650-EXIT
000000     END-IF.
000000     IF ICTL-FREQ-WEEKLY
000000         MOVE 52 TO PLAN-PERIODS-PER-YEAR
000000     ELSE
000000         MOVE 12 TO PLAN-PERIODS-PER-YEAR
000000     END-IF.
000000     COMPUTE PERIODIC-RATE ROUNDED =
000000         PLAN-APR / 100 / PLAN-PERIODS-PER-YEAR.
000000     MOVE 1 TO GROWTH-FACTOR.
000000     MOVE ZERO TO FACTOR-POWER.
000000     PERFORM 8660-COMPOUND-ONE-PERIOD
000000         UNTIL FACTOR-POWER = ICTL-NUM-INSTALLMENTS.
000000     SUBTRACT 1 FROM GROWTH-FACTOR GIVING GROWTH-LESS-ONE.
000000     DIVIDE GROWTH-FACTOR BY GROWTH-LESS-ONE
000000         GIVING ANNUITY-FACTOR ROUNDED.
000000     COMPUTE LEVEL-PAYMENT-AMT ROUNDED =
000000         ICTL-AMOUNT * PERIODIC-RATE * ANNUITY-FACTOR.
000000     SET AMORTIZED-PLAN-YES TO TRUE.
000000 8650-EXIT.
000000     EXIT.
000000 8660-COMPOUND-ONE-PERIOD.
000000     COMPUTE GROWTH-FACTOR ROUNDED =
000000         GROWTH-FACTOR * (1 + PERIODIC-RATE).
000000     ADD 1 TO FACTOR-POWER.
000000*------------------------------------------------------------------------
000000*DRY-RUN ACCOUNT VALIDATION
000000*Checks the same preconditions the normal DIVIDE above relies on -
000000*a non-zero installment count and a non-zero amount - without
000000 8800-WRITE-INSTALLMENT.
000000     MOVE ICTL-ACCT-NO TO ISCH-ACCT-NO.
000000     MOVE INSTALLMENT-NO TO ISCH-INSTALLMENT-NO.
000000     IF ICTL-ORDER-NO IS NUMERIC
000000         MOVE ICTL-ORDER-NO TO ISCH-ORDER-NO
000000     ELSE
000000         MOVE ZERO TO ISCH-ORDER-NO
000000     END-IF.
000000     IF AMORTIZED-PLAN-YES
000000         PERFORM 8810-SPLIT-AMORTIZED
000000     ELSE
000000         IF INSTALLMENT-NO = ICTL-NUM-INSTALLMENTS
000000             ADD BASE-INSTALLMENT-AMT LEFTOVER-AMT
000000                 GIVING ISCH-INSTALLMENT-AMT
000000         ELSE
000000             MOVE BASE-INSTALLMENT-AMT TO ISCH-INSTALLMENT-AMT
000000         END-IF
000000         MOVE ISCH-INSTALLMENT-AMT TO ISCH-PRINCIPAL-AMT
000000         MOVE ZERO TO ISCH-INTEREST-AMT
000000         SUBTRACT ISCH-PRINCIPAL-AMT FROM PLAN-BALANCE
000000         MOVE PLAN-BALANCE TO ISCH-REMAINING-BAL
000000     END-IF.
000000     IF DUE-DATE-VALID-YES
000000         PERFORM 8850-COMPUTE-DUE-DATE THRU 8850-EXIT
000000     END-IF.
000000     WRITE INSTALLMENT-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000     IF AMORTIZED-PLAN-YES
000000         MOVE SPACES TO INSTALLMENT-REPORT-LINE
000000         STRING '    PRINCIPAL: ' ISCH-PRINCIPAL-AMT
000000             ' INTEREST: ' ISCH-INTEREST-AMT
000000             ' BALANCE: ' ISCH-REMAINING-BAL
000000             INTO INSTALLMENT-REPORT-LINE
000000         IF RPT-WIDTH < 80
000000             MOVE SPACES TO
000000                 INSTALLMENT-REPORT-LINE(RPT-WIDTH + 1:)
000000         END-IF
000000         WRITE INSTALLMENT-REPORT-LINE
000000         ADD 1 TO RPT-LINE-COUNT
000000     END-IF.
000000     ADD ISCH-INSTALLMENT-AMT TO RPT-PAGE-TOTAL.
000000     ADD ISCH-INSTALLMENT-AMT TO RPT-RUN-TOTAL.
000000 8810-SPLIT-AMORTIZED.
000000     COMPUTE ISCH-INTEREST-AMT ROUNDED =
000000         PLAN-BALANCE * PERIODIC-RATE.
000000     IF INSTALLMENT-NO = ICTL-NUM-INSTALLMENTS
000000         OR LEVEL-PAYMENT-AMT - ISCH-INTEREST-AMT > PLAN-BALANCE
000000         MOVE PLAN-BALANCE TO ISCH-PRINCIPAL-AMT
000000     ELSE
000000         SUBTRACT ISCH-INTEREST-AMT FROM LEVEL-PAYMENT-AMT
000000             GIVING ISCH-PRINCIPAL-AMT
000000     END-IF.
000000     ADD ISCH-PRINCIPAL-AMT ISCH-INTEREST-AMT
000000         GIVING ISCH-INSTALLMENT-AMT.
000000     SUBTRACT ISCH-PRINCIPAL-AMT FROM PLAN-BALANCE.
000000     MOVE PLAN-BALANCE TO ISCH-REMAINING-BAL.
000000     ADD ISCH-INTEREST-AMT TO PLAN-INTEREST-TOTAL.
000000     ADD ISCH-INTEREST-AMT TO RPT-INTEREST-TOTAL.
000000*------------------------------------------------------------------------
000000*PLAN INTEREST LINE
000000*Closes a financed plan's block of the report with the interest
000000*the customer pays over the life of the plan.
000000*------------------------------------------------------------------------
000000 8880-WRITE-PLAN-INTEREST.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 8900-WRITE-REPORT-HEADER
000000     END-IF.
000000     MOVE SPACES TO INSTALLMENT-REPORT-LINE.
000000     STRING 'ACCT: ' ICTL-ACCT-NO
000000         ' APR: ' PLAN-APR
000000         ' TOTAL INTEREST: ' PLAN-INTEREST-TOTAL
000000         INTO INSTALLMENT-REPORT-LINE.
000000     IF RPT-WIDTH < 80
000000         MOVE SPACES TO
000000             INSTALLMENT-REPORT-LINE(RPT-WIDTH + 1:)
000000     END-IF.
000000     WRITE INSTALLMENT-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000*------------------------------------------------------------------------
000000*DUE-DATE GENERATION
000000*The control record carries the first due date and a frequency;
000000         TO INSTALLMENT-REPORT-LINE.
000000     WRITE INSTALLMENT-REPORT-LINE.
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
000000         MOVE PSVC-NUMBER TO RPT-LINES-PER-PAGE
000000     END-IF.
000000     MOVE 'PAGE-WIDTH' TO PSVC-NAME.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-WHOLE-NUMBER
000000         AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 80
000000         MOVE PSVC-NUMBER TO RPT-WIDTH
000000     END-IF.
000000 0800-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000     STRING 'GRAND TOTAL: ' RPT-GRAND-TOTAL
000000         INTO INSTALLMENT-REPORT-LINE.
000000     WRITE INSTALLMENT-REPORT-LINE.
000000     MOVE SPACES TO INSTALLMENT-REPORT-LINE.
000000     STRING 'TOTAL INTEREST: ' RPT-INTEREST-TOTAL
000000         INTO INSTALLMENT-REPORT-LINE.
000000     WRITE INSTALLMENT-REPORT-LINE.
000000     MOVE RPT-GRAND-TOTAL TO RPTFTR-FINAL-TOTAL.
000000     MOVE RPT-PAGE-NO TO RPTFTR-TOTAL-PAGES.
000000     WRITE INSTALLMENT-REPORT-LINE FROM REPORT-FINAL-LINE.
