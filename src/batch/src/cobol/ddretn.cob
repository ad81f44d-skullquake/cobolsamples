000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. ddretn.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT RETURNS-FILE ASSIGN TO "DDRETN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RETURNS-STATUS.
000000     SELECT DD-REGISTER-FILE ASSIGN TO "DDREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DD-REGISTER-STATUS.
000000     SELECT PAYMENTS-FILE ASSIGN TO "PAYMTS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PAYMENTS-STATUS.
000000     SELECT RETURNS-REPORT-FILE ASSIGN TO "DDRRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RETURNS-REPORT-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*The bank's returned-collection file: a header with the bank's
000000*business date, one detail per debit it could not collect -
000000*echoing the sequence, account, installment, amount and
000000*collection date we sent, with the bank's return reason - and a
000000*trailer with the detail count and amount total.
000000 FD  RETURNS-FILE.
000000 01  RETURNS-LINE PIC X(80).
000000 01  RETURNS-HEADER REDEFINES RETURNS-LINE.
000000     05 DDRH-RECORD-TYPE   PIC X(1).
000000     05 DDRH-BUSINESS-DATE PIC 9(8).
000000     05 FILLER             PIC X(71).
000000 01  RETURNS-DETAIL REDEFINES RETURNS-LINE.
000000     05 DDRD-RECORD-TYPE    PIC X(1).
000000     05 DDRD-SEQUENCE       PIC 9(5).
000000     05 DDRD-ACCT-NO        PIC 9(6).
000000     05 DDRD-INSTALLMENT-NO PIC 9(2).
000000     05 DDRD-AMOUNT         PIC 9(7)V99.
000000     05 DDRD-COLLECT-DATE   PIC 9(8).
000000     05 DDRD-REASON         PIC X(4).
000000     05 FILLER              PIC X(45).
000000 01  RETURNS-TRAILER REDEFINES RETURNS-LINE.
000000     05 DDRT-RECORD-TYPE   PIC X(1).
000000     05 DDRT-ITEM-COUNT    PIC 9(7).
000000     05 DDRT-AMOUNT-TOTAL  PIC 9(11)V99.
000000     05 FILLER             PIC X(59).
000000 FD  DD-REGISTER-FILE.
000000     COPY "ddreg.cpy".
000000 FD  PAYMENTS-FILE.
000000 01  PAYMENT-RECORD.
000000     05 PAY-ACCT-NO        PIC 9(6).
000000     05 PAY-INSTALLMENT-NO PIC 9(2).
000000     05 PAY-AMOUNT         PIC 9(7)V99.
000000     05 PAY-DATE           PIC 9(8).
000000     05 PAY-TYPE-CODE      PIC X(1).
000000 FD  RETURNS-REPORT-FILE.
000000 01  RETURNS-REPORT-LINE PIC X(80).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "rpthdr.cpy".
000000     COPY "envrec.cpy".
000000    01 RETURNS-STATUS PIC X(2) VALUE '00'.
000000    01 DD-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 PAYMENTS-STATUS PIC X(2) VALUE '00'.
000000    01 RETURNS-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 RETURNS-EOF PIC X VALUE 'N'.
000000       88 RETURNS-EOF-YES VALUE 'Y'.
000000    01 REGISTER-EOF PIC X VALUE 'N'.
000000       88 REGISTER-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 RETURN-DATE PIC 9(8) VALUE ZERO.
000000*DDREG image, rewritten with tonight's returns marked.
000000    01 REGISTER-TABLE.
000000       05 REGISTER-COUNT PIC 9(4) VALUE ZERO.
000000       05 REGISTER-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-DDRG-ACCT    PIC 9(6).
000000          10 TBL-DDRG-INST    PIC 9(2).
000000          10 TBL-DDRG-AMOUNT  PIC 9(7)V99.
000000          10 TBL-DDRG-COLLECT PIC 9(8).
000000          10 TBL-DDRG-SEQ     PIC 9(5).
000000          10 TBL-DDRG-STATE   PIC X(1).
000000          10 TBL-DDRG-RETDATE PIC 9(8).
000000          10 TBL-DDRG-REASON  PIC X(4).
000000          10 TBL-DDRG-RUN-ID  PIC 9(5).
000000    01 REG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REGISTER-OVERFLOW PIC X VALUE 'N'.
000000       88 REGISTER-OVERFLOW-YES VALUE 'Y'.
000000*The bank's returns, held until its trailer proves them.
000000    01 RETURN-TABLE.
000000       05 RETURN-COUNT PIC 9(3) VALUE ZERO.
000000       05 RETURN-ENTRY PIC X(80) OCCURS 500 TIMES.
000000    01 RET-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 RETURNS-SEEN PIC 9(7) VALUE ZERO.
000000    01 RETURNS-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 HEADER-FOUND PIC X VALUE 'N'.
000000       88 HEADER-FOUND-YES VALUE 'Y'.
000000    01 TRAILER-FOUND PIC X VALUE 'N'.
000000       88 TRAILER-FOUND-YES VALUE 'Y'.
000000    01 FILE-ACCEPTED PIC X VALUE 'N'.
000000       88 FILE-ACCEPTED-YES VALUE 'Y'.
000000    01 EXCEPTION-TEXT PIC X(24) VALUE SPACES.
000000    01 ENVELOPE-OPEN PIC X VALUE 'N'.
000000       88 ENVELOPE-OPEN-YES VALUE 'Y'.
000000    01 ENV-DETAIL-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-AMOUNT-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 REVERSED-COUNT PIC 9(5) VALUE ZERO.
000000    01 REVERSED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
000000    01 RPT-PAGE-NO PIC 9(3) VALUE ZERO.
000000    01 RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
000000    01 RPT-LINES-PER-PAGE PIC 9(2) VALUE 20.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*DIRECT-DEBIT RETURNS
000000*Takes the bank's DDRETN file of debits it could not collect -
000000*closed account, no funds, mandate revoked - and turns each one
000000*back into a type 'R' reversal on PAYMTS against the payment
000000*the collection run put there, so the payment pass backs it out
000000*of the installment, NSFRPT lists it the same day and aging and
000000*dunning take the account from there.  The file is proved
000000*against its trailer count and amount total before one return
000000*is taken; a file that does not tie is refused whole with a
000000*fatal return code.  Each return must match a collection on the
000000*DDREG register still standing as collected - account,
000000*installment, collection date and amount - and is marked
000000*returned there so it is reversed only once.  A return that
000000*matches nothing is listed on the DDRRPT report as an exception
000000*for the cash desk and is not reversed.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     PERFORM 1000-LOAD-RETURNS THRU 1000-EXIT.
000000     IF RETURNS-STATUS NOT = '00'
000000         DISPLAY 'DDRETN: NO RETURNS FILE - NOTHING TO REVERSE'
000000         MOVE 0 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     IF NOT FILE-ACCEPTED-YES
000000         DISPLAY '*** DDRETN: RETURNS FILE DOES NOT PROVE - '
000000             'FILE REFUSED, NOTHING REVERSED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
000000     IF REGISTER-OVERFLOW-YES
000000         DISPLAY '*** DDRETN: DDREG HOLDS MORE THAN 2000 '
000000             'COLLECTIONS - NOTHING REVERSED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 2000-REVERSE-RETURNS THRU 2000-EXIT.
000000     IF REVERSED-COUNT > ZERO
000000         PERFORM 3000-REWRITE-REGISTER THRU 3000-EXIT
000000     END-IF.
000000     DISPLAY 'DDRETN: ' REVERSED-COUNT ' RETURN(S) REVERSED FOR '
000000         REVERSED-TOTAL ', ' EXCEPTION-COUNT ' EXCEPTION(S)'.
000000     IF EXCEPTION-COUNT > ZERO
000000         MOVE 4 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
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
000000*RETURNS PICKUP AND PROOF
000000*The file must open with its header and close with a trailer
000000*whose count and total equal the details between; more returns
000000*than the table holds cannot be proved and refuse the file.
000000*------------------------------------------------------------------------
000000 1000-LOAD-RETURNS.
000000     OPEN INPUT RETURNS-FILE.
000000     IF RETURNS-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-RETURN.
000000     IF NOT RETURNS-EOF-YES AND DDRH-RECORD-TYPE = 'H'
000000         SET HEADER-FOUND-YES TO TRUE
000000         MOVE DDRH-BUSINESS-DATE TO RETURN-DATE
000000         PERFORM 1100-READ-RETURN
000000     END-IF.
000000     PERFORM 1200-STORE-RETURN
000000         UNTIL RETURNS-EOF-YES OR TRAILER-FOUND-YES.
000000     CLOSE RETURNS-FILE.
000000     IF RETURN-DATE IS NOT NUMERIC OR RETURN-DATE = ZERO
000000         MOVE CURRENT-RUN-DATE TO RETURN-DATE
000000     END-IF.
000000     IF HEADER-FOUND-YES AND TRAILER-FOUND-YES
000000         AND RETURNS-SEEN NOT > 500
000000         AND DDRT-ITEM-COUNT = RETURNS-SEEN
000000         AND DDRT-AMOUNT-TOTAL = RETURNS-TOTAL
000000         SET FILE-ACCEPTED-YES TO TRUE
000000     ELSE
000000         DISPLAY '*** DDRETN: HEADER ' HEADER-FOUND
000000             ' TRAILER ' TRAILER-FOUND
000000             ' RECEIVED COUNT/TOTAL: ' RETURNS-SEEN
000000             ' / ' RETURNS-TOTAL
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-RETURN.
000000     READ RETURNS-FILE
000000         AT END SET RETURNS-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-RETURN.
000000     IF DDRT-RECORD-TYPE = 'T'
000000         SET TRAILER-FOUND-YES TO TRUE
000000     ELSE
000000         ADD 1 TO RETURNS-SEEN
000000         IF DDRD-AMOUNT IS NUMERIC
000000             ADD DDRD-AMOUNT TO RETURNS-TOTAL
000000         END-IF
000000         IF RETURN-COUNT < 500
000000             ADD 1 TO RETURN-COUNT
000000             MOVE RETURNS-LINE TO RETURN-ENTRY(RETURN-COUNT)
000000         END-IF
000000         PERFORM 1100-READ-RETURN
000000     END-IF.
000000*------------------------------------------------------------------------
000000*REGISTER PICKUP
000000*------------------------------------------------------------------------
000000 1500-LOAD-REGISTER.
000000     OPEN INPUT DD-REGISTER-FILE.
000000     IF DD-REGISTER-STATUS NOT = '00'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     PERFORM 1600-READ-REGISTER.
000000     PERFORM 1700-STORE-REGISTER
000000         UNTIL REGISTER-EOF-YES OR REGISTER-OVERFLOW-YES.
000000     CLOSE DD-REGISTER-FILE.
000000 1500-EXIT.
000000     EXIT.
000000 1600-READ-REGISTER.
000000     READ DD-REGISTER-FILE
000000         AT END SET REGISTER-EOF-YES TO TRUE
000000     END-READ.
000000 1700-STORE-REGISTER.
000000     IF REGISTER-COUNT = 2000
000000         SET REGISTER-OVERFLOW-YES TO TRUE
000000     ELSE
000000         ADD 1 TO REGISTER-COUNT
000000         MOVE DIRECT-DEBIT-REGISTER-RECORD
000000             TO REGISTER-ENTRY(REGISTER-COUNT)
000000         PERFORM 1600-READ-REGISTER
000000     END-IF.
000000*------------------------------------------------------------------------
000000*REVERSAL PASS
000000*------------------------------------------------------------------------
000000 2000-REVERSE-RETURNS.
000000     OPEN EXTEND PAYMENTS-FILE.
000000     IF PAYMENTS-STATUS = '05' OR PAYMENTS-STATUS = '35'
000000         OPEN OUTPUT PAYMENTS-FILE
000000     END-IF.
000000     OPEN OUTPUT RETURNS-REPORT-FILE.
000000     PERFORM 2900-WRITE-REPORT-HEADER.
000000     PERFORM 2100-REVERSE-ONE-RETURN THRU 2100-EXIT
000000         VARYING RET-IX FROM 1 BY 1
000000         UNTIL RET-IX > RETURN-COUNT.
000000     IF ENVELOPE-OPEN-YES
000000         MOVE 'TRL' TO ENVT-RECORD-TYPE
000000         MOVE ENV-DETAIL-COUNT TO ENVT-REC-COUNT
000000         MOVE ENV-AMOUNT-HASH TO ENVT-AMOUNT-HASH
000000         WRITE PAYMENT-RECORD FROM ENVELOPE-TRAILER-RECORD
000000     END-IF.
000000     MOVE SPACES TO RETURNS-REPORT-LINE.
000000     STRING 'REVERSED: ' REVERSED-COUNT ' FOR ' REVERSED-TOTAL
000000         ' EXCEPTIONS: ' EXCEPTION-COUNT
000000         INTO RETURNS-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000     CLOSE RETURNS-REPORT-FILE.
000000     CLOSE PAYMENTS-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-REVERSE-ONE-RETURN.
000000     MOVE RETURN-ENTRY(RET-IX) TO RETURNS-LINE.
000000     MOVE ZERO TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > ZERO
000000         IF TBL-DDRG-ACCT(REG-IX) = DDRD-ACCT-NO
000000             AND TBL-DDRG-INST(REG-IX) = DDRD-INSTALLMENT-NO
000000             AND TBL-DDRG-COLLECT(REG-IX) = DDRD-COLLECT-DATE
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     EVALUATE TRUE
000000         WHEN REG-FOUND-IX = ZERO
000000             MOVE 'NO SUCH COLLECTION' TO EXCEPTION-TEXT
000000         WHEN TBL-DDRG-STATE(REG-FOUND-IX) NOT = 'C'
000000             MOVE 'ALREADY RETURNED' TO EXCEPTION-TEXT
000000         WHEN TBL-DDRG-AMOUNT(REG-FOUND-IX) NOT = DDRD-AMOUNT
000000             MOVE 'AMOUNT DIFFERS' TO EXCEPTION-TEXT
000000         WHEN OTHER
000000             MOVE SPACES TO EXCEPTION-TEXT
000000     END-EVALUATE.
000000     IF EXCEPTION-TEXT NOT = SPACES
000000         ADD 1 TO EXCEPTION-COUNT
000000         MOVE SPACES TO RETURNS-REPORT-LINE
000000         STRING '*** ACCT: ' DDRD-ACCT-NO
000000             ' INST: ' DDRD-INSTALLMENT-NO
000000             ' AMT: ' DDRD-AMOUNT
000000             ' ' EXCEPTION-TEXT
000000             INTO RETURNS-REPORT-LINE
000000         PERFORM 2950-WRITE-REPORT-LINE
000000         GO TO 2100-EXIT
000000     END-IF.
000000     IF NOT ENVELOPE-OPEN-YES
000000         MOVE 'HDR' TO ENVH-RECORD-TYPE
000000         MOVE 'PAYMTS  ' TO ENVH-FEED-NAME
000000         MOVE RETURN-DATE TO ENVH-BUSINESS-DATE
000000         WRITE PAYMENT-RECORD FROM ENVELOPE-HEADER-RECORD
000000         SET ENVELOPE-OPEN-YES TO TRUE
000000     END-IF.
000000     MOVE DDRD-ACCT-NO TO PAY-ACCT-NO.
000000     MOVE DDRD-INSTALLMENT-NO TO PAY-INSTALLMENT-NO.
000000     MOVE DDRD-AMOUNT TO PAY-AMOUNT.
000000     MOVE RETURN-DATE TO PAY-DATE.
000000     MOVE 'R' TO PAY-TYPE-CODE.
000000     WRITE PAYMENT-RECORD.
000000     ADD 1 TO ENV-DETAIL-COUNT.
000000     MOVE PAYMENT-RECORD(9:9) TO ENV-AMOUNT-WORK.
000000     ADD ENV-AMOUNT-WORK TO ENV-AMOUNT-HASH.
000000     MOVE 'R' TO TBL-DDRG-STATE(REG-FOUND-IX).
000000     MOVE RETURN-DATE TO TBL-DDRG-RETDATE(REG-FOUND-IX).
000000     MOVE DDRD-REASON TO TBL-DDRG-REASON(REG-FOUND-IX).
000000     ADD 1 TO REVERSED-COUNT.
000000     ADD DDRD-AMOUNT TO REVERSED-TOTAL.
000000     MOVE SPACES TO RETURNS-REPORT-LINE.
000000     STRING 'ACCT: ' DDRD-ACCT-NO
000000         ' INST: ' DDRD-INSTALLMENT-NO
000000         ' AMT: ' DDRD-AMOUNT
000000         ' COLLECTED: ' DDRD-COLLECT-DATE
000000         ' REASON: ' DDRD-REASON
000000         INTO RETURNS-REPORT-LINE.
000000     PERFORM 2950-WRITE-REPORT-LINE.
000000 2100-EXIT.
000000     EXIT.
000000 2900-WRITE-REPORT-HEADER.
000000     ADD 1 TO RPT-PAGE-NO.
000000     MOVE ZERO TO RPT-LINE-COUNT.
000000     MOVE 'DIRECT DEBIT RETURNS' TO RPTHDR-TITLE.
000000     MOVE RPT-PAGE-NO TO RPTHDR-PAGE-NO.
000000     WRITE RETURNS-REPORT-LINE FROM REPORT-HEADER-LINE.
000000 2950-WRITE-REPORT-LINE.
000000     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
000000         PERFORM 2900-WRITE-REPORT-HEADER
000000     END-IF.
000000     WRITE RETURNS-REPORT-LINE.
000000     ADD 1 TO RPT-LINE-COUNT.
000000*------------------------------------------------------------------------
000000*REGISTER REWRITE
000000*------------------------------------------------------------------------
000000 3000-REWRITE-REGISTER.
000000     OPEN OUTPUT DD-REGISTER-FILE.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000         MOVE REGISTER-ENTRY(REG-IX)
000000             TO DIRECT-DEBIT-REGISTER-RECORD
000000         WRITE DIRECT-DEBIT-REGISTER-RECORD
000000     END-PERFORM.
000000     CLOSE DD-REGISTER-FILE.
000000 3000-EXIT.
000000     EXIT.
