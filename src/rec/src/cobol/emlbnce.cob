       IDENTIFICATION DIVISION.
       PROGRAM-ID. emlbnce.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CUSTOMER-MASTER-STATUS.
           SELECT EMAIL-BOUNCE-FILE ASSIGN TO "EMLBNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMAIL-BOUNCE-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTOMER-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custrec.cpy".
      *One line per document the email gateway could not deliver:
      *the customer, the EDELIV document id, the address it was sent
      *to and the date the gateway gave up on it.
       FD  EMAIL-BOUNCE-FILE.
       01  EMAIL-BOUNCE-RECORD.
           05 EMLB-CUST-ID    PIC X(7).
           05 EMLB-DOC-ID     PIC X(10).
           05 EMLB-EMAIL-ADDR PIC X(60).
           05 EMLB-DATE       PIC 9(8).
       FD  CUSTOMER-AUDIT-FILE.
       01  CUSTOMER-AUDIT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  EMAIL-BOUNCE-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  BOUNCE-EOF PIC X VALUE 'N'.
           88 BOUNCE-EOF-YES VALUE 'Y'.
       01  BEFORE-IMAGE PIC X(70) VALUE SPACES.
       01  AFTER-IMAGE PIC X(70) VALUE SPACES.
           COPY "audstmp.cpy".
       01  BOUNCES-READ PIC 9(5) VALUE ZERO.
       01  FLAGGED-COUNT PIC 9(5) VALUE ZERO.
       01  IGNORED-COUNT PIC 9(5) VALUE ZERO.
      *------------------------------------------------------------------------
      *EMAIL BOUNCE PICKUP
      *Reads the EMLBNC bounce file the email gateway returns for the
      *statements and letters it could not deliver, and marks each
      *customer's email address as bounced on CUSTMS, so the next
      *statement and letter runs print for that customer instead.
      *A bounce is ignored when the customer is not on file, is
      *already marked, or has had a different address recorded since
      *the document went out.  Each address marked writes a
      *before/after pair to CUSTAUD; recording an address through
      *the customer maintenance clears the mark.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            OPEN INPUT EMAIL-BOUNCE-FILE.
            IF EMAIL-BOUNCE-STATUS NOT = '00'
                DISPLAY 'EMLBNC NOT AVAILABLE - NO BOUNCES PROCESSED'
                STOP RUN
            END-IF.
            OPEN I-O CUSTOMER-MASTER.
            IF CUSTOMER-MASTER-STATUS NOT = '00'
                DISPLAY 'CUSTMS NOT AVAILABLE - NO BOUNCES PROCESSED'
                CLOSE EMAIL-BOUNCE-FILE
                STOP RUN
            END-IF.
            PERFORM 1100-READ-BOUNCE.
            PERFORM 2000-APPLY-ONE-BOUNCE THRU 2000-EXIT
                UNTIL BOUNCE-EOF-YES.
            CLOSE CUSTOMER-MASTER.
            CLOSE EMAIL-BOUNCE-FILE.
            DISPLAY 'EMLBNCE: ' BOUNCES-READ ' BOUNCE(S) READ, '
                FLAGGED-COUNT ' ADDRESS(ES) FLAGGED, '
                IGNORED-COUNT ' IGNORED'.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            STOP RUN.
       1100-READ-BOUNCE.
            READ EMAIL-BOUNCE-FILE
                AT END SET BOUNCE-EOF-YES TO TRUE
            END-READ.
       2000-APPLY-ONE-BOUNCE.
            ADD 1 TO BOUNCES-READ.
            MOVE EMLB-CUST-ID TO CUST-ID.
            READ CUSTOMER-MASTER
                KEY IS CUST-ID
                INVALID KEY
                    DISPLAY 'CUSTOMER ' EMLB-CUST-ID ' NOT ON FILE'
                    ADD 1 TO IGNORED-COUNT
                    GO TO 2000-NEXT
            END-READ.
            IF CUST-EMAIL-BOUNCED
                OR CUST-EMAIL-ADDR NOT = EMLB-EMAIL-ADDR
                ADD 1 TO IGNORED-COUNT
                GO TO 2000-NEXT
            END-IF.
            MOVE SPACES TO BEFORE-IMAGE.
            STRING CUST-ID ' EMAIL GOOD ' CUST-EMAIL-ADDR(1:50)
                INTO BEFORE-IMAGE.
            MOVE 'B' TO CUST-EMAIL-STATUS.
            REWRITE CUSTOMER-RECORD
                INVALID KEY
                    DISPLAY 'REWRITE FAILED FOR ' EMLB-CUST-ID
                    ADD 1 TO IGNORED-COUNT
                    GO TO 2000-NEXT
            END-REWRITE.
            ADD 1 TO FLAGGED-COUNT.
            MOVE SPACES TO AFTER-IMAGE.
            STRING CUST-ID ' EMAIL BOUNCED ' EMLB-DOC-ID
                ' ' EMLB-DATE
                INTO AFTER-IMAGE.
            PERFORM 7000-WRITE-AUDIT-PAIR THRU 7000-EXIT.
       2000-NEXT.
            PERFORM 1100-READ-BOUNCE.
       2000-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *BEFORE/AFTER AUDIT TRAIL
      *------------------------------------------------------------------------
       7000-WRITE-AUDIT-PAIR.
            OPEN EXTEND CUSTOMER-AUDIT-FILE.
            IF CUSTOMER-AUDIT-STATUS = '05' OR
               CUSTOMER-AUDIT-STATUS = '35'
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.
            ACCEPT AST-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-STAMP-CLOCK FROM TIME.
            MOVE AUDIT-STAMP-CLOCK(1:6) TO AST-TIME.
            MOVE 'BATCH' TO AST-OPERATOR.
            MOVE 'CUSTMS EMAIL BOUNCE' TO AST-ACTION.
            MOVE CUST-ID TO AST-KEY.
            MOVE AUDIT-STAMP-LINE TO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            MOVE SPACES TO CUSTOMER-AUDIT-LINE.
            STRING 'BEFORE: ' BEFORE-IMAGE
                INTO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            MOVE SPACES TO CUSTOMER-AUDIT-LINE.
            STRING 'AFTER:  ' AFTER-IMAGE
                INTO CUSTOMER-AUDIT-LINE.
            WRITE CUSTOMER-AUDIT-LINE.
            CLOSE CUSTOMER-AUDIT-FILE.
       7000-EXIT.
            EXIT.
