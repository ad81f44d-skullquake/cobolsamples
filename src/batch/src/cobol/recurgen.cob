000000    01 GENERATED-COUNT PIC 9(5) VALUE ZERO.
000000    01 SKIPPED-COUNT PIC 9(5) VALUE ZERO.
000000    01 GENERATED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000     COPY "acctsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*RECURRING-TRANSACTION GENERATOR
000000         WRITE GENERATION-REGISTER-LINE
000000         GO TO 2000-EXIT
000000     END-IF.
000000*An order left on the file for a closed account generates
000000*nothing - the posting engine would only refuse it.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     MOVE TBL-SO-ACCT(SO-IX) TO ASVC-ACCT-NO.
000000     MOVE SPACES TO ASVC-CUST-ID.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     IF ASVC-ACCT-STATUS = 'C'
000000         ADD 1 TO SKIPPED-COUNT
000000         MOVE SPACES TO GENERATION-REGISTER-LINE
000000         STRING 'SKIPPED ACCT ' TBL-SO-ACCT(SO-IX)
000000             ' - ACCOUNT CLOSED'
000000             INTO GENERATION-REGISTER-LINE
000000         WRITE GENERATION-REGISTER-LINE
000000         GO TO 2000-EXIT
000000     END-IF.
000000*Catch-up: one record per missed period, bounded so a wrecked
000000*date cannot spin the generator.
000000     MOVE ZERO TO CATCHUP-GUARD.
000000     MOVE TBL-SO-COMPANY(SO-IX) TO TRAN-COMPANY-CODE.
000000     MOVE SPACES TO TRAN-COUNTERPARTY-CODE.
000000     MOVE ZERO TO TRAN-REV-RUN-ID.
000000     MOVE TBL-SO-ACCT(SO-IX) TO TRAN-ACCT-NO.
000000     WRITE TRANSACTION-RECORD.
000000     MOVE SPACES TO GENERATION-REGISTER-LINE.
000000     STRING 'GENERATED ACCT ' TBL-SO-ACCT(SO-IX)
