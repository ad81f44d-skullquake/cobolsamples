000000 SD  SEQ-SORT-FILE.
000000 01  SEQ-SORT-RECORD.
000000     05 SRT-ACCT-NO PIC 9(6).
000000     05 SRT-AMOUNT  PIC X(9).
000000     05 SRT-COMPANY PIC X(3).
000000 FD  DEBITS-FILE.
000000 01  DEBIT-RECORD.
000000     05 DEBIT-ACCT-NO PIC 9(6).
000000     05 DEBIT-AMOUNT  PIC S9(7)V99.
000000     05 DEBIT-COMPANY PIC X(3).
000000 FD  DEBITS-SORTED-FILE.
000000 01  DEBIT-SORTED-RECORD.
000000     05 DEBIT-SORTED-ACCT-NO PIC 9(6).
000000     05 DEBIT-SORTED-AMOUNT  PIC X(9).
000000     05 DEBIT-SORTED-COMPANY PIC X(3).
000000 FD  CREDITS-FILE.
000000 01  CREDIT-RECORD.
000000     05 CREDIT-ACCT-NO PIC 9(6).
000000     05 CREDIT-AMOUNT  PIC S9(7)V99.
000000     05 CREDIT-COMPANY PIC X(3).
000000 FD  CREDITS-SORTED-FILE.
000000 01  CREDIT-SORTED-RECORD.
000000     05 CREDIT-SORTED-ACCT-NO PIC 9(6).
000000     05 CREDIT-SORTED-AMOUNT  PIC X(9).
000000     05 CREDIT-SORTED-COMPANY PIC X(3).
000000 FD  SEQUENCE-REPORT-FILE.
000000 01  SEQUENCE-REPORT-LINE PIC X(80).
000000 FD  STRIPPED-WORK-FILE.
000000 01  STRIPPED-WORK-RECORD.
000000     05 STRIP-ACCT-NO PIC 9(6).
000000     05 STRIP-AMOUNT  PIC X(9).
000000     05 STRIP-COMPANY PIC X(3).
000000    WORKING-STORAGE SECTION.
000000    01 DEBITS-STATUS PIC X(2) VALUE '00'.
000000     COPY "envrec.cpy".
000000    01 ENV-CHECK-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-CHECK-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC S9(9) VALUE ZERO.
000000    01 ENVCHK-STATUS PIC X(1) VALUE SPACE.
000000       88 ENVCHK-TIES VALUE 'O'.
000000    01 TRAILER-FOUND PIC X VALUE 'N'.
000000     PERFORM 7600-READ-CREDITS-ENVELOPE.
000000*------------------------------------------------------------------------
000000*SHARED DETAIL TALLY
000000*The amount hash is the sum of absolute amounts in columns 7-15.
000000*------------------------------------------------------------------------
000000 7900-TALLY-ENVELOPE-LINE.
000000     IF FEED-ENVELOPE-LINE(1:3) = 'TRL'
000000         GO TO 7900-EXIT
000000     END-IF.
000000     ADD 1 TO ENV-CHECK-COUNT.
000000     MOVE FEED-ENVELOPE-LINE(1:18) TO STRIPPED-WORK-RECORD.
000000     WRITE STRIPPED-WORK-RECORD.
000000     MOVE FEED-ENVELOPE-LINE(7:9) TO ENV-AMOUNT-WORK.
000000     IF ENV-AMOUNT-WORK IS NUMERIC
000000         IF ENV-AMOUNT-WORK < ZERO
000000             SUBTRACT ENV-AMOUNT-WORK FROM ENV-CHECK-HASH
