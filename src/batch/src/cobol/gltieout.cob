000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. gltieout.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT TIE-CONTROL-FILE ASSIGN TO "GLTIECTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TIE-CONTROL-STATUS.
000000     SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-BALANCE-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS UPDATED-SCHEDULE-STATUS.
000000     SELECT COMMISSION-CARRY-FILE ASSIGN TO "COMMBAL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS COMMISSION-CARRY-STATUS.
000000     SELECT REFUND-REGISTER-FILE ASSIGN TO "REFREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS REFUND-REGISTER-STATUS.
000000     SELECT TIE-REPORT-FILE ASSIGN TO "GLTIERPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TIE-REPORT-STATUS.
000000     SELECT TIE-EXCEPTION-FILE ASSIGN TO "GLTIEEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TIE-EXCEPTION-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  TIE-CONTROL-FILE.
000000 01  TIE-CONTROL-RECORD.
000000     05 TIEC-SUBLEDGER PIC X(8).
000000         88 TIEC-SUB-VALID VALUE 'NETPOS  ' 'INSTUPD '
000000                                 'COMMBAL ' 'REFUND  '.
000000     05 TIEC-COMPANY   PIC X(3).
000000     05 TIEC-ACCOUNT   PIC X(8).
000000     05 TIEC-SENSE     PIC X(1).
000000         88 TIEC-SENSE-VALID VALUE 'D' 'C'.
000000 FD  GL-BALANCE-FILE.
000000     COPY "glbalrec.cpy".
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  UPDATED-SCHEDULE-FILE.
000000     COPY "instupd.cpy".
000000 FD  COMMISSION-CARRY-FILE.
000000 01  COMMISSION-CARRY-RECORD.
000000     05 CBAL-SALESPERSON-ID PIC X(5).
000000     05 CBAL-BALANCE        PIC S9(9)V99.
000000 FD  REFUND-REGISTER-FILE.
000000 01  REFUND-REGISTER-RECORD.
000000     05 REFR-ACCT-NO  PIC 9(6).
000000     05 REFR-AMOUNT   PIC 9(9)V99.
000000     05 REFR-DATE     PIC 9(8).
000000     05 REFR-STATE    PIC X(1).
000000         88 REFR-ISSUED  VALUE 'I'.
000000         88 REFR-PENDING VALUE 'P'.
000000         88 REFR-SANCTION-HELD VALUE 'S'.
000000     05 REFR-APPROVER PIC X(8).
000000 FD  TIE-REPORT-FILE.
000000 01  TIE-REPORT-LINE PIC X(80).
000000 FD  TIE-EXCEPTION-FILE.
000000 01  TIE-EXCEPTION-LINE PIC X(65).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "excrec.cpy".
000000    01 TIE-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 GL-BALANCE-STATUS PIC X(2) VALUE '00'.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 UPDATED-SCHEDULE-STATUS PIC X(2) VALUE '00'.
000000    01 COMMISSION-CARRY-STATUS PIC X(2) VALUE '00'.
000000    01 REFUND-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 TIE-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 TIE-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 TIE-CONTROL-TABLE.
000000       05 TIE-CARD-COUNT PIC 9(2) VALUE ZERO.
000000       05 TIE-CARD-ENTRY OCCURS 40 TIMES.
000000          10 TBL-TIE-SUBLEDGER PIC X(8).
000000          10 TBL-TIE-COMPANY   PIC X(3).
000000          10 TBL-TIE-ACCOUNT   PIC X(8).
000000          10 TBL-TIE-SENSE     PIC X(1).
000000    01 TIE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 TIE-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BALANCE-TABLE.
000000       05 BALANCE-COUNT PIC 9(3) VALUE ZERO.
000000       05 BALANCE-ENTRY OCCURS 300 TIMES.
000000          10 TBL-BAL-COMPANY PIC X(3).
000000          10 TBL-BAL-ACCOUNT PIC X(8).
000000          10 TBL-BAL-BALANCE PIC S9(13)V99.
000000    01 BAL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 BAL-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*Account-to-company map from NETPOS, for the subledgers whose
000000*records carry only the account number.
000000    01 ACCOUNT-COMPANY-TABLE.
000000       05 ACCT-CO-COUNT PIC 9(3) VALUE ZERO.
000000       05 ACCT-CO-ENTRY OCCURS 200 TIMES.
000000          10 TBL-ACO-ACCT    PIC 9(6).
000000          10 TBL-ACO-COMPANY PIC X(3).
000000    01 ACO-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ACO-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SUBLEDGER-TOTAL-TABLE.
000000       05 SUB-TOTAL-COUNT PIC 9(3) VALUE ZERO.
000000       05 SUB-TOTAL-ENTRY OCCURS 80 TIMES.
000000          10 TBL-SUB-SUBLEDGER PIC X(8).
000000          10 TBL-SUB-COMPANY   PIC X(3).
000000          10 TBL-SUB-TOTAL     PIC S9(13)V99.
000000          10 TBL-SUB-TIED      PIC X(1).
000000    01 SUB-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SUB-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 ITEM-SUBLEDGER PIC X(8) VALUE SPACES.
000000    01 ITEM-COMPANY PIC X(3) VALUE SPACES.
000000    01 ITEM-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 ITEM-AMOUNT PIC S9(13)V99 VALUE ZERO.
000000    01 UNPAID-PORTION PIC S9(7)V99 VALUE ZERO.
000000    01 CONTROL-BALANCE PIC S9(13)V99 VALUE ZERO.
000000    01 SUBLEDGER-BALANCE PIC S9(13)V99 VALUE ZERO.
000000    01 TIE-DIFFERENCE PIC S9(13)V99 VALUE ZERO.
000000    01 CONTROL-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 SUBLEDGER-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 DIFFERENCE-DISPLAY PIC ---,---,--9.99 VALUE ZERO.
000000    01 CARDS-REFUSED PIC 9(3) VALUE ZERO.
000000    01 TIED-COUNT PIC 9(3) VALUE ZERO.
000000    01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*SUBLEDGER-TO-GENERAL-LEDGER TIE-OUT
000000*posproof and rcvroll prove our own files against themselves;
000000*this step proves them against what GLJRNL has told the ledger.
000000*Each GLTIECTL card names a subledger, a company, the control
000000*account that carries it and the side its balance sits on (D
000000*debit, C credit).  The control account's life-to-date balance
000000*on GLBAL, which glactacc builds from every night's journal, is
000000*set against the subledger total for that company:
000000*  NETPOS   the net positions on NETPOS
000000*  INSTUPD  the unpaid portions of the installment schedule
000000*  COMMBAL  the commission carry balances (base company)
000000*  REFUND   the credit balances pending refund on REFREG
000000*Schedule and refund items take the company of the account's
000000*NETPOS position.  Every difference, and every subledger total
000000*no card ties, prints on GLTIERPT by company and account and
000000*goes to the exception hub at severity 1 on GLTIEEXC.  The step
000000*runs ahead of the night's first posting step, so the ledger
000000*balances and the subledgers it compares are both as the prior
000000*cycle closed them.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN OUTPUT TIE-REPORT-FILE.
000000     OPEN OUTPUT TIE-EXCEPTION-FILE.
000000     MOVE SPACES TO TIE-REPORT-LINE.
000000     STRING 'SUBLEDGER TO GL TIE-OUT  RUN ' CURRENT-RUN-ID
000000         '  DATE ' CURRENT-RUN-DATE
000000         INTO TIE-REPORT-LINE.
000000     WRITE TIE-REPORT-LINE.
000000     MOVE SPACES TO TIE-REPORT-LINE.
000000     MOVE 'SOURCE' TO TIE-REPORT-LINE(1:6).
000000     MOVE 'CO' TO TIE-REPORT-LINE(10:2).
000000     MOVE 'CONTROL' TO TIE-REPORT-LINE(17:7).
000000     MOVE 'LEDGER' TO TIE-REPORT-LINE(37:6).
000000     MOVE 'SUBLEDGER' TO TIE-REPORT-LINE(49:9).
000000     WRITE TIE-REPORT-LINE.
000000     PERFORM 0800-LOAD-TIE-CARDS THRU 0800-EXIT.
000000     IF TIE-CARD-COUNT = ZERO
000000         MOVE '*** NO GLTIECTL CONTROL-ACCOUNT CARDS' TO
000000             TIE-REPORT-LINE
000000         WRITE TIE-REPORT-LINE
000000         CLOSE TIE-REPORT-FILE
000000         CLOSE TIE-EXCEPTION-FILE
000000         DISPLAY 'GLTIEOUT: NO CONTROL-ACCOUNT CARDS'
000000         MOVE 4 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 1000-LOAD-BALANCES THRU 1000-EXIT.
000000     PERFORM 2000-SUM-NET-POSITIONS THRU 2000-EXIT.
000000     PERFORM 2300-SUM-SCHEDULE THRU 2300-EXIT.
000000     PERFORM 2600-SUM-COMMISSION-CARRY THRU 2600-EXIT.
000000     PERFORM 2800-SUM-PENDING-REFUNDS THRU 2800-EXIT.
000000     PERFORM 4000-TIE-ONE-CARD THRU 4000-EXIT
000000         VARYING TIE-IX FROM 1 BY 1
000000         UNTIL TIE-IX > TIE-CARD-COUNT.
000000     PERFORM 4500-REPORT-UNTIED-TOTAL THRU 4500-EXIT
000000         VARYING SUB-IX FROM 1 BY 1
000000         UNTIL SUB-IX > SUB-TOTAL-COUNT.
000000     MOVE SPACES TO TIE-REPORT-LINE.
000000     STRING 'CONTROL ACCOUNTS TIED: ' TIED-COUNT
000000         '  DIFFERENCES: ' EXCEPTION-COUNT
000000         '  CARDS REFUSED: ' CARDS-REFUSED
000000         INTO TIE-REPORT-LINE.
000000     WRITE TIE-REPORT-LINE.
000000     IF TABLE-OVERFLOW-YES
000000         MOVE '*** A WORK TABLE OVERFLOWED - TIE-OUT INCOMPLETE'
000000             TO TIE-REPORT-LINE
000000         WRITE TIE-REPORT-LINE
000000     END-IF.
000000     CLOSE TIE-REPORT-FILE.
000000     CLOSE TIE-EXCEPTION-FILE.
000000     DISPLAY 'GLTIEOUT: ' TIED-COUNT ' CONTROL ACCOUNT(S) TIED, '
000000         EXCEPTION-COUNT ' DIFFERENCE(S) TO THE EXCEPTION HUB'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
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
000000*CONTROL-ACCOUNT CARDS
000000*A card naming no known subledger or no side is listed and
000000*skipped.
000000*------------------------------------------------------------------------
000000 0800-LOAD-TIE-CARDS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT TIE-CONTROL-FILE.
000000     IF TIE-CONTROL-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     PERFORM 0810-READ-TIE-CARD.
000000     PERFORM 0820-STORE-TIE-CARD THRU 0820-NEXT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE TIE-CONTROL-FILE.
000000 0800-EXIT.
000000     EXIT.
000000 0810-READ-TIE-CARD.
000000     READ TIE-CONTROL-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 0820-STORE-TIE-CARD.
000000     IF NOT TIEC-SUB-VALID OR NOT TIEC-SENSE-VALID
000000         MOVE SPACES TO TIE-REPORT-LINE
000000         STRING '*** CARD REFUSED ' TIE-CONTROL-RECORD
000000             ' - UNKNOWN SUBLEDGER OR SIDE'
000000             INTO TIE-REPORT-LINE
000000         WRITE TIE-REPORT-LINE
000000         ADD 1 TO CARDS-REFUSED
000000         GO TO 0820-NEXT
000000     END-IF.
000000     IF TIE-CARD-COUNT NOT < 40
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000         GO TO 0820-NEXT
000000     END-IF.
000000     ADD 1 TO TIE-CARD-COUNT.
000000     MOVE TIEC-SUBLEDGER TO TBL-TIE-SUBLEDGER(TIE-CARD-COUNT).
000000     MOVE TIEC-COMPANY TO TBL-TIE-COMPANY(TIE-CARD-COUNT).
000000     MOVE TIEC-ACCOUNT TO TBL-TIE-ACCOUNT(TIE-CARD-COUNT).
000000     MOVE TIEC-SENSE TO TBL-TIE-SENSE(TIE-CARD-COUNT).
000000 0820-NEXT.
000000     PERFORM 0810-READ-TIE-CARD.
000000*------------------------------------------------------------------------
000000*GL CONTROL BALANCES
000000*------------------------------------------------------------------------
000000 1000-LOAD-BALANCES.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT GL-BALANCE-FILE.
000000     IF GL-BALANCE-STATUS NOT = '00'
000000         MOVE '*** NO GLBAL - LEDGER BALANCES TAKEN AS ZERO'
000000             TO TIE-REPORT-LINE
000000         WRITE TIE-REPORT-LINE
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-BALANCE.
000000     PERFORM 1200-STORE-BALANCE
000000         UNTIL SOURCE-EOF-YES OR BALANCE-COUNT = 300.
000000     IF NOT SOURCE-EOF-YES
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000     CLOSE GL-BALANCE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-BALANCE.
000000     READ GL-BALANCE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-BALANCE.
000000     ADD 1 TO BALANCE-COUNT.
000000     MOVE GLB-COMPANY TO TBL-BAL-COMPANY(BALANCE-COUNT).
000000     MOVE GLB-ACCOUNT TO TBL-BAL-ACCOUNT(BALANCE-COUNT).
000000     MOVE GLB-BALANCE TO TBL-BAL-BALANCE(BALANCE-COUNT).
000000     PERFORM 1100-READ-BALANCE.
000000*------------------------------------------------------------------------
000000*SUBLEDGER TOTALS - each source file is optional
000000*------------------------------------------------------------------------
000000 2000-SUM-NET-POSITIONS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2100-READ-NET-POSITION.
000000     PERFORM 2200-SUM-ONE-POSITION UNTIL SOURCE-EOF-YES.
000000     CLOSE NET-POSITION-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2100-READ-NET-POSITION.
000000     READ NET-POSITION-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2200-SUM-ONE-POSITION.
000000     IF ACCT-CO-COUNT < 200
000000         ADD 1 TO ACCT-CO-COUNT
000000         MOVE NET-ACCT-NO TO TBL-ACO-ACCT(ACCT-CO-COUNT)
000000         MOVE NET-COMPANY-CODE TO TBL-ACO-COMPANY(ACCT-CO-COUNT)
000000     ELSE
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000     MOVE 'NETPOS  ' TO ITEM-SUBLEDGER.
000000     MOVE NET-COMPANY-CODE TO ITEM-COMPANY.
000000     MOVE NET-AMOUNT TO ITEM-AMOUNT.
000000     PERFORM 3000-ADD-TO-SUBLEDGER THRU 3000-EXIT.
000000     PERFORM 2100-READ-NET-POSITION.
000000 2300-SUM-SCHEDULE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT UPDATED-SCHEDULE-FILE.
000000     IF UPDATED-SCHEDULE-STATUS NOT = '00'
000000         GO TO 2300-EXIT
000000     END-IF.
000000     PERFORM 2400-READ-SCHEDULE.
000000     PERFORM 2500-SUM-ONE-INSTALLMENT UNTIL SOURCE-EOF-YES.
000000     CLOSE UPDATED-SCHEDULE-FILE.
000000 2300-EXIT.
000000     EXIT.
000000 2400-READ-SCHEDULE.
000000     READ UPDATED-SCHEDULE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000*The unpaid portion, as the receivables roll re-adds it.
000000 2500-SUM-ONE-INSTALLMENT.
000000     SUBTRACT IUPD-PAID-AMT FROM IUPD-INSTALLMENT-AMT
000000         GIVING UNPAID-PORTION.
000000     IF UNPAID-PORTION > ZERO
000000         MOVE 'INSTUPD ' TO ITEM-SUBLEDGER
000000         MOVE IUPD-ACCT-NO TO ITEM-ACCT-NO
000000         PERFORM 3200-FIND-ACCOUNT-COMPANY THRU 3200-EXIT
000000         MOVE UNPAID-PORTION TO ITEM-AMOUNT
000000         PERFORM 3000-ADD-TO-SUBLEDGER THRU 3000-EXIT
000000     END-IF.
000000     PERFORM 2400-READ-SCHEDULE.
000000 2600-SUM-COMMISSION-CARRY.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT COMMISSION-CARRY-FILE.
000000     IF COMMISSION-CARRY-STATUS NOT = '00'
000000         GO TO 2600-EXIT
000000     END-IF.
000000     PERFORM 2700-READ-CARRY.
000000     PERFORM 2750-SUM-ONE-CARRY UNTIL SOURCE-EOF-YES.
000000     CLOSE COMMISSION-CARRY-FILE.
000000 2600-EXIT.
000000     EXIT.
000000 2700-READ-CARRY.
000000     READ COMMISSION-CARRY-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2750-SUM-ONE-CARRY.
000000     MOVE 'COMMBAL ' TO ITEM-SUBLEDGER.
000000     MOVE SPACES TO ITEM-COMPANY.
000000     MOVE CBAL-BALANCE TO ITEM-AMOUNT.
000000     PERFORM 3000-ADD-TO-SUBLEDGER THRU 3000-EXIT.
000000     PERFORM 2700-READ-CARRY.
000000 2800-SUM-PENDING-REFUNDS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT REFUND-REGISTER-FILE.
000000     IF REFUND-REGISTER-STATUS NOT = '00'
000000         GO TO 2800-EXIT
000000     END-IF.
000000     PERFORM 2900-READ-REFUND.
000000     PERFORM 2950-SUM-ONE-REFUND UNTIL SOURCE-EOF-YES.
000000     CLOSE REFUND-REGISTER-FILE.
000000 2800-EXIT.
000000     EXIT.
000000 2900-READ-REFUND.
000000     READ REFUND-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2950-SUM-ONE-REFUND.
000000     IF REFR-PENDING OR REFR-SANCTION-HELD
000000         MOVE 'REFUND  ' TO ITEM-SUBLEDGER
000000         MOVE REFR-ACCT-NO TO ITEM-ACCT-NO
000000         PERFORM 3200-FIND-ACCOUNT-COMPANY THRU 3200-EXIT
000000         MOVE REFR-AMOUNT TO ITEM-AMOUNT
000000         PERFORM 3000-ADD-TO-SUBLEDGER THRU 3000-EXIT
000000     END-IF.
000000     PERFORM 2900-READ-REFUND.
000000*------------------------------------------------------------------------
000000*TABLE HELPERS
000000*------------------------------------------------------------------------
000000 3000-ADD-TO-SUBLEDGER.
000000     MOVE ZERO TO SUB-FOUND-IX.
000000     PERFORM VARYING SUB-IX FROM 1 BY 1
000000             UNTIL SUB-IX > SUB-TOTAL-COUNT
000000                 OR SUB-FOUND-IX > ZERO
000000         IF TBL-SUB-SUBLEDGER(SUB-IX) = ITEM-SUBLEDGER
000000             AND TBL-SUB-COMPANY(SUB-IX) = ITEM-COMPANY
000000             MOVE SUB-IX TO SUB-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF SUB-FOUND-IX = ZERO
000000         IF SUB-TOTAL-COUNT NOT < 80
000000             SET TABLE-OVERFLOW-YES TO TRUE
000000             GO TO 3000-EXIT
000000         END-IF
000000         ADD 1 TO SUB-TOTAL-COUNT
000000         MOVE SUB-TOTAL-COUNT TO SUB-FOUND-IX
000000         MOVE ITEM-SUBLEDGER TO TBL-SUB-SUBLEDGER(SUB-FOUND-IX)
000000         MOVE ITEM-COMPANY TO TBL-SUB-COMPANY(SUB-FOUND-IX)
000000         MOVE ZERO TO TBL-SUB-TOTAL(SUB-FOUND-IX)
000000         MOVE 'N' TO TBL-SUB-TIED(SUB-FOUND-IX)
000000     END-IF.
000000     ADD ITEM-AMOUNT TO TBL-SUB-TOTAL(SUB-FOUND-IX).
000000 3000-EXIT.
000000     EXIT.
000000*An account with no NETPOS position falls to the base company.
000000 3200-FIND-ACCOUNT-COMPANY.
000000     MOVE SPACES TO ITEM-COMPANY.
000000     MOVE ZERO TO ACO-FOUND-IX.
000000     PERFORM VARYING ACO-IX FROM 1 BY 1
000000             UNTIL ACO-IX > ACCT-CO-COUNT
000000                 OR ACO-FOUND-IX > ZERO
000000         IF TBL-ACO-ACCT(ACO-IX) = ITEM-ACCT-NO
000000             MOVE ACO-IX TO ACO-FOUND-IX
000000             MOVE TBL-ACO-COMPANY(ACO-IX) TO ITEM-COMPANY
000000         END-IF
000000     END-PERFORM.
000000 3200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*THE TIE - one card, one control account against one subledger
000000*------------------------------------------------------------------------
000000 4000-TIE-ONE-CARD.
000000     ADD 1 TO TIED-COUNT.
000000     MOVE ZERO TO CONTROL-BALANCE.
000000     MOVE ZERO TO BAL-FOUND-IX.
000000     PERFORM VARYING BAL-IX FROM 1 BY 1
000000             UNTIL BAL-IX > BALANCE-COUNT OR BAL-FOUND-IX > ZERO
000000         IF TBL-BAL-COMPANY(BAL-IX) = TBL-TIE-COMPANY(TIE-IX)
000000             AND TBL-BAL-ACCOUNT(BAL-IX) = TBL-TIE-ACCOUNT(TIE-IX)
000000             MOVE BAL-IX TO BAL-FOUND-IX
000000             MOVE TBL-BAL-BALANCE(BAL-IX) TO CONTROL-BALANCE
000000         END-IF
000000     END-PERFORM.
000000     IF TBL-TIE-SENSE(TIE-IX) = 'C'
000000         COMPUTE CONTROL-BALANCE = ZERO - CONTROL-BALANCE
000000     END-IF.
000000     MOVE ZERO TO SUBLEDGER-BALANCE.
000000     MOVE ZERO TO SUB-FOUND-IX.
000000     PERFORM VARYING SUB-IX FROM 1 BY 1
000000             UNTIL SUB-IX > SUB-TOTAL-COUNT OR SUB-FOUND-IX > ZERO
000000         IF TBL-SUB-SUBLEDGER(SUB-IX) = TBL-TIE-SUBLEDGER(TIE-IX)
000000             AND TBL-SUB-COMPANY(SUB-IX) = TBL-TIE-COMPANY(TIE-IX)
000000             MOVE SUB-IX TO SUB-FOUND-IX
000000             MOVE TBL-SUB-TOTAL(SUB-IX) TO SUBLEDGER-BALANCE
000000             MOVE 'Y' TO TBL-SUB-TIED(SUB-IX)
000000         END-IF
000000     END-PERFORM.
000000     COMPUTE TIE-DIFFERENCE = CONTROL-BALANCE - SUBLEDGER-BALANCE.
000000     MOVE CONTROL-BALANCE TO CONTROL-DISPLAY.
000000     MOVE SUBLEDGER-BALANCE TO SUBLEDGER-DISPLAY.
000000     MOVE TIE-DIFFERENCE TO DIFFERENCE-DISPLAY.
000000     MOVE SPACES TO TIE-REPORT-LINE.
000000     STRING TBL-TIE-SUBLEDGER(TIE-IX)
000000         ' CO ' TBL-TIE-COMPANY(TIE-IX)
000000         ' GL ' TBL-TIE-ACCOUNT(TIE-IX) ' ' CONTROL-DISPLAY
000000         ' ' SUBLEDGER-DISPLAY
000000         INTO TIE-REPORT-LINE.
000000     IF TIE-DIFFERENCE = ZERO
000000         MOVE 'TIED' TO TIE-REPORT-LINE(71:4)
000000         WRITE TIE-REPORT-LINE
000000         GO TO 4000-EXIT
000000     END-IF.
000000     MOVE '*** OUT' TO TIE-REPORT-LINE(71:7).
000000     WRITE TIE-REPORT-LINE.
000000     MOVE SPACES TO TIE-REPORT-LINE.
000000     STRING '    DIFFERENCE ' DIFFERENCE-DISPLAY
000000         ' (LEDGER LESS SUBLEDGER)'
000000         INTO TIE-REPORT-LINE.
000000     WRITE TIE-REPORT-LINE.
000000     MOVE SPACES TO EXCEPTION-RECORD.
000000     MOVE TBL-TIE-SUBLEDGER(TIE-IX) TO EXC-REASON.
000000     MOVE TBL-TIE-ACCOUNT(TIE-IX) TO EXC-KEY.
000000     MOVE TBL-TIE-COMPANY(TIE-IX) TO ITEM-COMPANY.
000000     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
000000 4000-EXIT.
000000     EXIT.
000000*A subledger total no card names is out of the ledger entirely.
000000 4500-REPORT-UNTIED-TOTAL.
000000     IF TBL-SUB-TIED(SUB-IX) = 'Y'
000000         OR TBL-SUB-TOTAL(SUB-IX) = ZERO
000000         GO TO 4500-EXIT
000000     END-IF.
000000     MOVE TBL-SUB-TOTAL(SUB-IX) TO SUBLEDGER-DISPLAY.
000000     MOVE SPACES TO TIE-REPORT-LINE.
000000     STRING TBL-SUB-SUBLEDGER(SUB-IX)
000000         ' CO ' TBL-SUB-COMPANY(SUB-IX)
000000         ' NO CONTROL ACCOUNT         ' SUBLEDGER-DISPLAY
000000         INTO TIE-REPORT-LINE.
000000     MOVE '*** OUT' TO TIE-REPORT-LINE(71:7).
000000     WRITE TIE-REPORT-LINE.
000000     MOVE TBL-SUB-TOTAL(SUB-IX) TO TIE-DIFFERENCE.
000000     COMPUTE TIE-DIFFERENCE = ZERO - TIE-DIFFERENCE.
000000     MOVE TIE-DIFFERENCE TO DIFFERENCE-DISPLAY.
000000     MOVE SPACES TO EXCEPTION-RECORD.
000000     MOVE TBL-SUB-SUBLEDGER(SUB-IX) TO EXC-REASON.
000000     MOVE 'NOCTLACC' TO EXC-KEY.
000000     MOVE TBL-SUB-COMPANY(SUB-IX) TO ITEM-COMPANY.
000000     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
000000 4500-EXIT.
000000     EXIT.
000000 4900-WRITE-EXCEPTION.
000000     ADD 1 TO EXCEPTION-COUNT.
000000     MOVE 'GLTIEOUT' TO EXC-PROGRAM.
000000     MOVE '1' TO EXC-SEVERITY.
000000     STRING 'CO ' ITEM-COMPANY ' DIFF ' DIFFERENCE-DISPLAY
000000         DELIMITED BY SIZE INTO EXC-TEXT.
000000     WRITE TIE-EXCEPTION-LINE FROM EXCEPTION-RECORD.
000000 4900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 every control account tied; 4 differences went to the
000000*exception hub; 8 a work table overflowed and the tie-out is
000000*incomplete.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     EVALUATE TRUE
000000         WHEN TABLE-OVERFLOW-YES
000000             MOVE 8 TO RETURN-CODE
000000         WHEN EXCEPTION-COUNT > ZERO
000000             MOVE 4 TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0 TO RETURN-CODE
000000     END-EVALUATE.
000000 9800-EXIT.
000000     EXIT.
