       IDENTIFICATION DIVISION.
       PROGRAM-ID. cyclrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
       FD  CYCLE-REPORT-FILE.
       01  CYCLE-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "rpthdr.cpy".
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  CYCLE-REPORT-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-EOF PIC X VALUE 'N'.
           88 CUSTOMER-EOF-YES VALUE 'Y'.
      *Active customers per cycle day, 01 to 28.
       01  CYCLE-TABLE.
           05 CYCLE-ENTRY OCCURS 28 TIMES.
               10 TBL-CYCLE-CUSTOMERS PIC 9(5).
       01  CYCLE-IX BINARY-SHORT SIGNED VALUE 0.
       01  CUSTOMER-CYCLE-DAY PIC 9(2) VALUE ZERO.
       01  ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01  UNASSIGNED-COUNT PIC 9(5) VALUE ZERO.
       01  LARGEST-CYCLE PIC 9(5) VALUE ZERO.
       01  CYCLE-DAY-DISPLAY PIC 9(2) VALUE ZERO.
       01  CYCLE-SHARE PIC 9(3)V9 VALUE ZERO.
       01  SHARE-DISPLAY PIC ZZ9.9 VALUE ZERO.
       01  BAR-LENGTH BINARY-SHORT SIGNED VALUE 0.
       01  BAR-TEXT PIC X(40) VALUE SPACES.
      *------------------------------------------------------------------------
      *BILLING CYCLE DISTRIBUTION
      *How the active customers on CUSTMS spread across the 28
      *statement cycle days: for each day, the number of customers
      *billed on it, their share of the whole and a bar scaled to
      *the busiest day, so a day carrying too much of the print run
      *and the calls that follow shows at a glance and customers can
      *be moved with the customer maintenance.  Customers with no
      *cycle day assigned bill on cycle 01 and are counted there and
      *again on the unassigned line.  Deactivated and merged
      *customers receive no statements and are not counted.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            OPEN INPUT CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS NOT = '00'
                DISPLAY 'CUSTMS NOT AVAILABLE - NO CYCLE REPORT'
                STOP RUN
            END-IF.
            MOVE ZERO TO CYCLE-TABLE.
            PERFORM 1100-READ-CUSTOMER.
            PERFORM 1200-COUNT-CUSTOMER THRU 1200-NEXT
                UNTIL CUSTOMER-EOF-YES.
            CLOSE CUSTOMER-MASTER.
            PERFORM VARYING CYCLE-IX FROM 1 BY 1
                    UNTIL CYCLE-IX > 28
                IF TBL-CYCLE-CUSTOMERS(CYCLE-IX) > LARGEST-CYCLE
                    MOVE TBL-CYCLE-CUSTOMERS(CYCLE-IX)
                        TO LARGEST-CYCLE
                END-IF
            END-PERFORM.
            OPEN OUTPUT CYCLE-REPORT-FILE.
            MOVE 'BILLING CYCLE DISTRIBUTION' TO RPTHDR-TITLE.
            MOVE 1 TO RPTHDR-PAGE-NO.
            WRITE CYCLE-REPORT-LINE FROM REPORT-HEADER-LINE.
            MOVE SPACES TO CYCLE-REPORT-LINE.
            MOVE 'DAY  CUSTOMERS  SHARE' TO CYCLE-REPORT-LINE.
            WRITE CYCLE-REPORT-LINE.
            PERFORM 2000-PRINT-ONE-CYCLE THRU 2000-EXIT
                VARYING CYCLE-IX FROM 1 BY 1
                UNTIL CYCLE-IX > 28.
            MOVE SPACES TO CYCLE-REPORT-LINE.
            WRITE CYCLE-REPORT-LINE.
            MOVE SPACES TO CYCLE-REPORT-LINE.
            STRING 'ACTIVE CUSTOMERS:      ' ACTIVE-COUNT
                INTO CYCLE-REPORT-LINE.
            WRITE CYCLE-REPORT-LINE.
            MOVE SPACES TO CYCLE-REPORT-LINE.
            STRING 'NO CYCLE DAY ASSIGNED: ' UNASSIGNED-COUNT
                ' (BILLED ON CYCLE 01)'
                INTO CYCLE-REPORT-LINE.
            WRITE CYCLE-REPORT-LINE.
            CLOSE CYCLE-REPORT-FILE.
            DISPLAY 'CYCLRPT: ' ACTIVE-COUNT ' ACTIVE CUSTOMER(S), '
                UNASSIGNED-COUNT ' WITH NO CYCLE DAY'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
       1100-READ-CUSTOMER.
            READ CUSTOMER-MASTER NEXT RECORD
                AT END SET CUSTOMER-EOF-YES TO TRUE
            END-READ.
       1200-COUNT-CUSTOMER.
            IF CUST-INACTIVE OR CUST-MERGED
                GO TO 1200-NEXT
            END-IF.
            ADD 1 TO ACTIVE-COUNT.
            IF CUST-CYCLE-DAY IS NUMERIC
                AND CUST-CYCLE-DAY >= 1 AND CUST-CYCLE-DAY <= 28
                MOVE CUST-CYCLE-DAY TO CUSTOMER-CYCLE-DAY
            ELSE
                MOVE 1 TO CUSTOMER-CYCLE-DAY
                ADD 1 TO UNASSIGNED-COUNT
            END-IF.
            ADD 1 TO TBL-CYCLE-CUSTOMERS(CUSTOMER-CYCLE-DAY).
       1200-NEXT.
            PERFORM 1100-READ-CUSTOMER.
      *------------------------------------------------------------------------
      *ONE CYCLE DAY - count, percentage of the active customers and
      *a bar of up to 40 marks against the busiest day.
      *------------------------------------------------------------------------
       2000-PRINT-ONE-CYCLE.
            MOVE CYCLE-IX TO CYCLE-DAY-DISPLAY.
            MOVE ZERO TO CYCLE-SHARE.
            MOVE ZERO TO BAR-LENGTH.
            IF ACTIVE-COUNT > ZERO
                COMPUTE CYCLE-SHARE ROUNDED =
                    TBL-CYCLE-CUSTOMERS(CYCLE-IX) * 100 / ACTIVE-COUNT
            END-IF.
            IF LARGEST-CYCLE > ZERO
                COMPUTE BAR-LENGTH =
                    TBL-CYCLE-CUSTOMERS(CYCLE-IX) * 40 / LARGEST-CYCLE
            END-IF.
            MOVE CYCLE-SHARE TO SHARE-DISPLAY.
            MOVE SPACES TO BAR-TEXT.
            IF BAR-LENGTH > ZERO
                MOVE ALL '*' TO BAR-TEXT(1:BAR-LENGTH)
            END-IF.
            MOVE SPACES TO CYCLE-REPORT-LINE.
            STRING ' ' CYCLE-DAY-DISPLAY '    '
                TBL-CYCLE-CUSTOMERS(CYCLE-IX) '  ' SHARE-DISPLAY
                '%  ' BAR-TEXT
                INTO CYCLE-REPORT-LINE.
            WRITE CYCLE-REPORT-LINE.
       2000-EXIT.
            EXIT.
