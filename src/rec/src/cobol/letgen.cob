               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEG-EXCEPTION-STATUS.
           SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NET-POSITION-KEY
               FILE STATUS IS NET-POSITION-STATUS.
           SELECT LETTER-PRINT-FILE ASSIGN TO "LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT EDELIVERY-FILE ASSIGN TO "EDELIV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDELIVERY-STATUS.
           SELECT EDELIVERY-CONTROL-FILE ASSIGN TO "EDLVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDELIVERY-CONTROL-STATUS.
           SELECT ESCHEAT-SELECT-FILE ASSIGN TO "ESCHSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESCHEAT-SELECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           05 NEG-FIRST-SEEN PIC 9(8).
           05 NEG-LAST-SEEN  PIC 9(8).
       FD  NET-POSITION-FILE.
           COPY "netpos.cpy".
       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE PIC X(80).
       FD  SELECT-MODE-FILE.
           05 SCRIT-CODE      PIC X(4).
           05 SCRIT-MIN-SCORE PIC 9(3).
       FD  MAILING-LOG-FILE.
           COPY "maillog.cpy".
       FD  RUN-CONTROL-FILE.
           COPY "runctlrec.cpy".
       FD  EDELIVERY-FILE.
           COPY "edeliv.cpy".
       FD  EDELIVERY-CONTROL-FILE.
       01  EDELIVERY-CONTROL-RECORD.
           05 EDLC-LAST-DOC-NO PIC 9(9).
       FD  ESCHEAT-SELECT-FILE.
           COPY "eschsel.cpy".
       WORKING-STORAGE SECTION.
       01  CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
       01  LETTER-TEMPLATE-STATUS PIC X(2) VALUE '00'.
           88 NEG-EOF-YES VALUE 'Y'.
       01  NETPOS-EOF PIC X VALUE 'N'.
           88 NETPOS-EOF-YES VALUE 'Y'.
       01  NETPOS-OPEN PIC X VALUE 'N'.
           88 NETPOS-OPEN-YES VALUE 'Y'.
       01  MASTER-EOF PIC X VALUE 'N'.
           88 MASTER-EOF-YES VALUE 'Y'.
       01  RUN-MODE-SW PIC X VALUE 'N'.
           88 SELECT-NEGATIVE VALUE 'N'.
           88 SELECT-ALL-ACTIVE VALUE 'A'.
           88 SELECT-BY-SEGMENT VALUE 'S'.
           88 SELECT-ESCHEAT VALUE 'E'.
       01  TEMPLATE-TABLE.
           05 TEMPLATE-COUNT PIC 9(2) VALUE ZERO.
           05 TEMPLATE-ENTRY PIC X(80) OCCURS 30 TIMES.
       01  TMPL-IX BINARY-SHORT SIGNED VALUE 0.
       01  FLAGGED-TABLE.
           05 FLAGGED-COUNT PIC 9(3) VALUE ZERO.
           05 FLAGGED-ENTRY OCCURS 200 TIMES.
               10 FLAGGED-ACCT    PIC 9(6).
               10 FLAGGED-CUST-ID PIC X(7).
       01  FLAG-IX BINARY-SHORT SIGNED VALUE 0.
       01  ACCT-LIST-IX BINARY-SHORT SIGNED VALUE 0.
       01  POSITION-ACCT-NO PIC 9(6) VALUE ZERO.
       01  CUSTOMER-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01  CUST-SELECTED PIC X VALUE 'N'.
           88 CUST-SELECTED-YES VALUE 'Y'.
       01  LETTER-COUNT PIC 9(5) VALUE ZERO.
       01  VALUE-TEXT PIC X(30) VALUE SPACES.
       01  VALUE-LENGTH BINARY-SHORT SIGNED VALUE 0.
       01  SUBST-PASSES BINARY-SHORT SIGNED VALUE 0.
       01  AMOUNT-DISPLAY PIC -(8)9.99 VALUE ZERO.
       01  MAIL-HOLD-STATUS PIC X(2) VALUE '00'.
       01  SUPPRESSED-COUNT PIC 9(5) VALUE ZERO.
       01  CUSTOMER-SEGMENT-STATUS PIC X(2) VALUE '00'.
       01  MAILING-LOG-STATUS PIC X(2) VALUE '00'.
       01  RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
       01  CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
       01  EDELIVERY-STATUS PIC X(2) VALUE '00'.
       01  EDELIVERY-CONTROL-STATUS PIC X(2) VALUE '00'.
       01  EDELIVERY-OPEN PIC X VALUE 'N'.
           88 EDELIVERY-OPEN-YES VALUE 'Y'.
       01  DELIVER-PRINT PIC X VALUE 'Y'.
           88 DELIVER-PRINT-YES VALUE 'Y'.
       01  DELIVER-ELECTRONIC PIC X VALUE 'N'.
           88 DELIVER-ELECTRONIC-YES VALUE 'Y'.
       01  LAST-DOC-NO PIC 9(9) VALUE ZERO.
       01  DOC-LINE-COUNT PIC 9(5) VALUE ZERO.
       01  EDELIVERY-COUNT PIC 9(5) VALUE ZERO.
       01  ESCHEAT-SELECT-STATUS PIC X(2) VALUE '00'.
       01  ESCHEAT-EOF PIC X VALUE 'N'.
           88 ESCHEAT-EOF-YES VALUE 'Y'.
      *Owners the escheatment step has queued a due-diligence letter
      *for - one entry per customer, the property amounts totalled
      *and the latest response date kept.
       01  ESCHEAT-TABLE.
           05 ESCHEAT-COUNT PIC 9(3) VALUE ZERO.
           05 ESCHEAT-ENTRY OCCURS 200 TIMES.
               10 TBL-ESC-CUST-ID PIC X(7).
               10 TBL-ESC-AMOUNT  PIC 9(9)V99.
               10 TBL-ESC-DUE     PIC 9(8).
       01  ESC-IX BINARY-SHORT SIGNED VALUE 0.
       01  ESC-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
       01  ESCHEAT-OVERFLOW PIC X VALUE 'N'.
           88 ESCHEAT-OVERFLOW-YES VALUE 'Y'.
       01  DUE-DATE-PARTS.
           05 DUE-YYYY PIC 9(4).
           05 DUE-MM   PIC 9(2).
           05 DUE-DD   PIC 9(2).
       01  DUE-DATE-DISPLAY.
           05 DUE-DISP-MM   PIC 9(2).
           05 FILLER        PIC X VALUE '/'.
           05 DUE-DISP-DD   PIC 9(2).
           05 FILLER        PIC X VALUE '/'.
           05 DUE-DISP-YYYY PIC 9(4).
           COPY "acctsvc.cpy".
      *------------------------------------------------------------------------
      *BATCH CUSTOMER LETTER GENERATION
      *Reads the LETTMPL letter template - plain print lines carrying
      *template, and writes one multi-line letter per customer to the
      *LETTERS print file, closed with a proving letter count - so a
      *mailing is a batch run instead of a word-processor exercise
      *fed by a hand-typed list.  A customer who takes documents
      *electronically gets the letter on the EDELIV gateway file
      *instead of (or, for 'B' customers, as well as) on LETTERS.
      *LETSEL card 'E' is the unclaimed-property due-diligence
      *mailing: it selects the owners the escheatment step queued on
      *ESCHSEL, closed accounts included, &AMT is the property held
      *for them and &DUE the date they must respond by, and ESCHSEL
      *is emptied once the mailing is done.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
            PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
            PERFORM 0750-READ-EDELIVERY-CONTROL THRU 0750-EXIT.
            PERFORM 0500-READ-SELECT-MODE THRU 0500-EXIT.
            PERFORM 1000-LOAD-TEMPLATE THRU 1000-EXIT.
            IF TEMPLATE-COUNT = ZERO
                STOP RUN
            END-IF.
            PERFORM 1500-LOAD-FLAGGED-ACCOUNTS THRU 1500-EXIT.
            PERFORM 1700-OPEN-NET-POSITIONS THRU 1700-EXIT.
            IF SELECT-BY-SEGMENT
                PERFORM 1900-LOAD-SEGMENTS THRU 1900-EXIT
            END-IF.
            IF SELECT-ESCHEAT
                PERFORM 1950-LOAD-ESCHEAT-NOTICES THRU 1950-EXIT
            END-IF.
            PERFORM 2000-GENERATE-LETTERS THRU 2000-EXIT.
            IF NETPOS-OPEN-YES
                CLOSE NET-POSITION-FILE
            END-IF.
      *STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
      *always runs as the main program, where EXIT PROGRAM is a no-op
      *and control would fall through into the paragraphs below.
            CLOSE RUN-CONTROL-FILE.
       0700-EXIT.
            EXIT.
       0750-READ-EDELIVERY-CONTROL.
            OPEN INPUT EDELIVERY-CONTROL-FILE.
            IF EDELIVERY-CONTROL-STATUS NOT = '00'
                GO TO 0750-EXIT
            END-IF.
            READ EDELIVERY-CONTROL-FILE
                AT END GO TO 0750-CLOSE
            END-READ.
            IF EDLC-LAST-DOC-NO IS NUMERIC
                MOVE EDLC-LAST-DOC-NO TO LAST-DOC-NO
            END-IF.
       0750-CLOSE.
            CLOSE EDELIVERY-CONTROL-FILE.
       0750-EXIT.
            EXIT.
       0500-READ-SELECT-MODE.
            OPEN INPUT SELECT-MODE-FILE.
            IF SELECT-MODE-STATUS NOT = '00'
            IF SELECT-MODE-CODE = 'S' OR SELECT-MODE-CODE = 's'
                MOVE 'S' TO RUN-MODE-SW
            END-IF.
            IF SELECT-MODE-CODE = 'E' OR SELECT-MODE-CODE = 'e'
                MOVE 'E' TO RUN-MODE-SW
            END-IF.
       0500-CLOSE.
            CLOSE SELECT-MODE-FILE.
       0500-EXIT.
      *------------------------------------------------------------------------
      *SELECTION CRITERIA PICKUP
      *The flagged-account list is the negative-balance exception
      *master's open items (new or acknowledged, not cleared).  Each
      *flagged account and each net position carries the customer
      *that owns it, resolved through the ACCTMS account master, so a
      *customer holding several accounts is selected, and totalled,
      *once.
      *------------------------------------------------------------------------
       1500-LOAD-FLAGGED-ACCOUNTS.
            OPEN INPUT NEG-EXCEPTION-MASTER.
            IF NEG-STATUS = 'N' OR NEG-STATUS = 'A'
                ADD 1 TO FLAGGED-COUNT
                MOVE NEG-ACCT-NO TO FLAGGED-ACCT(FLAGGED-COUNT)
                MOVE NEG-ACCT-NO TO ASVC-ACCT-NO
                PERFORM 1800-RESOLVE-OWNER THRU 1800-EXIT
                MOVE ASVC-OWNER-CUST-ID
                    TO FLAGGED-CUST-ID(FLAGGED-COUNT)
            END-IF.
            PERFORM 1510-READ-NEG-MASTER.
      *NETPOS is read by key as each letter is written; with no
      *NETPOS every &AMT shows zero.
       1700-OPEN-NET-POSITIONS.
            OPEN INPUT NET-POSITION-FILE.
            IF NET-POSITION-STATUS = '00'
                SET NETPOS-OPEN-YES TO TRUE
            END-IF.
       1700-EXIT.
            EXIT.
       1710-READ-NET-POSITION.
            READ NET-POSITION-FILE NEXT RECORD
                AT END SET NETPOS-EOF-YES TO TRUE
            END-READ.
            IF NET-ACCT-NO NOT = POSITION-ACCT-NO
                SET NETPOS-EOF-YES TO TRUE
            END-IF.
       1720-ADD-NET-POSITION.
            ADD NET-AMOUNT TO CUSTOMER-AMOUNT.
            PERFORM 1710-READ-NET-POSITION.
      *The customer's accounts from the account service, and every
      *company position of each account from its lowest key.
       1750-CUSTOMER-POSITION.
            MOVE ZERO TO CUSTOMER-AMOUNT.
            IF NOT NETPOS-OPEN-YES
                GO TO 1750-EXIT
            END-IF.
            MOVE 'L' TO ASVC-FUNCTION.
            MOVE CUST-ID TO ASVC-CUST-ID.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
            IF ASVC-ERROR
                GO TO 1750-EXIT
            END-IF.
            PERFORM 1760-ACCOUNT-POSITION THRU 1760-EXIT
                VARYING ACCT-LIST-IX FROM 1 BY 1
                UNTIL ACCT-LIST-IX > ASVC-ACCT-COUNT.
       1750-EXIT.
            EXIT.
       1760-ACCOUNT-POSITION.
            MOVE ASVC-LIST-ACCT-NO(ACCT-LIST-IX) TO POSITION-ACCT-NO.
            MOVE POSITION-ACCT-NO TO NET-ACCT-NO.
            MOVE LOW-VALUES TO NET-COMPANY-CODE.
            MOVE 'N' TO NETPOS-EOF.
            START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
                INVALID KEY GO TO 1760-EXIT
            END-START.
            PERFORM 1710-READ-NET-POSITION.
            PERFORM 1720-ADD-NET-POSITION
                UNTIL NETPOS-EOF-YES.
       1760-EXIT.
            EXIT.
       1800-RESOLVE-OWNER.
            MOVE 'O' TO ASVC-FUNCTION.
            CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
                ACCTSVC-STATUS.
       1800-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *WAREHOUSE-SEGMENT PICKUP AND CRITERIA CARD
      *------------------------------------------------------------------------
            MOVE CSEG-SCORE TO TBL-SEG-SCORE(SEGMENT-COUNT).
            PERFORM 1910-READ-SEGMENT.
      *------------------------------------------------------------------------
      *ESCHEATMENT DUE-DILIGENCE PICKUP
      *------------------------------------------------------------------------
       1950-LOAD-ESCHEAT-NOTICES.
            OPEN INPUT ESCHEAT-SELECT-FILE.
            IF ESCHEAT-SELECT-STATUS NOT = '00'
                DISPLAY 'ESCHSEL NOT AVAILABLE - '
                    'NO DUE-DILIGENCE LETTERS'
                GO TO 1950-EXIT
            END-IF.
            PERFORM 1960-READ-ESCHEAT-NOTICE.
            PERFORM 1970-STORE-ESCHEAT-NOTICE THRU 1970-EXIT
                UNTIL ESCHEAT-EOF-YES.
            CLOSE ESCHEAT-SELECT-FILE.
       1950-EXIT.
            EXIT.
       1960-READ-ESCHEAT-NOTICE.
            READ ESCHEAT-SELECT-FILE
                AT END SET ESCHEAT-EOF-YES TO TRUE
            END-READ.
       1970-STORE-ESCHEAT-NOTICE.
            MOVE 0 TO ESC-FOUND-IX.
            PERFORM VARYING ESC-IX FROM 1 BY 1
                    UNTIL ESC-IX > ESCHEAT-COUNT
                        OR ESC-FOUND-IX > 0
                IF TBL-ESC-CUST-ID(ESC-IX) = ESEL-CUST-ID
                    MOVE ESC-IX TO ESC-FOUND-IX
                END-IF
            END-PERFORM.
            IF ESC-FOUND-IX = 0
                IF ESCHEAT-COUNT = 200
                    SET ESCHEAT-OVERFLOW-YES TO TRUE
                    GO TO 1970-NEXT
                END-IF
                ADD 1 TO ESCHEAT-COUNT
                MOVE ESCHEAT-COUNT TO ESC-FOUND-IX
                MOVE ESEL-CUST-ID TO TBL-ESC-CUST-ID(ESC-FOUND-IX)
                MOVE ZERO TO TBL-ESC-AMOUNT(ESC-FOUND-IX)
                MOVE ZERO TO TBL-ESC-DUE(ESC-FOUND-IX)
            END-IF.
            ADD ESEL-AMOUNT TO TBL-ESC-AMOUNT(ESC-FOUND-IX).
            IF ESEL-RESPONSE-DUE > TBL-ESC-DUE(ESC-FOUND-IX)
                MOVE ESEL-RESPONSE-DUE TO TBL-ESC-DUE(ESC-FOUND-IX)
            END-IF.
       1970-NEXT.
            PERFORM 1960-READ-ESCHEAT-NOTICE.
       1970-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ONE LETTER PER SELECTED CUSTOMER
      *Flagged accounts and positions already carry their owning
      *customer id, so the join is on the id itself.
      *------------------------------------------------------------------------
       2000-GENERATE-LETTERS.
            OPEN INPUT CUSTOMER-MASTER.
                INTO LETTER-PRINT-LINE.
            WRITE LETTER-PRINT-LINE.
            CLOSE LETTER-PRINT-FILE.
            IF EDELIVERY-OPEN-YES
                CLOSE EDELIVERY-FILE
                PERFORM 8100-WRITE-EDELIVERY-CONTROL THRU 8100-EXIT
            END-IF.
            CLOSE CUSTOMER-MASTER.
            DISPLAY 'LETGEN: ' LETTER-COUNT ' LETTER(S), '
                LINES-WRITTEN ' LINE(S), '
                EDELIVERY-COUNT ' DELIVERED ELECTRONICALLY, '
                SUPPRESSED-COUNT ' HELD'.
      *The due-diligence queue is spent once mailed; owners past the
      *table's capacity stay queued and the whole queue is mailed
      *again next time.
            IF SELECT-ESCHEAT
                IF ESCHEAT-OVERFLOW-YES
                    DISPLAY '*** LETGEN: ESCHSEL HOLDS MORE THAN 200 '
                        'OWNERS - ESCHSEL NOT EMPTIED'
                ELSE
                    OPEN OUTPUT ESCHEAT-SELECT-FILE
                    CLOSE ESCHEAT-SELECT-FILE
                END-IF
            END-IF.
       2000-EXIT.
            EXIT.
       2100-READ-CUSTOMER.
            END-READ.
       2200-CONSIDER-ONE-CUSTOMER.
            MOVE 'N' TO CUST-SELECTED.
            IF CUST-INACTIVE AND NOT SELECT-ESCHEAT
                GO TO 2200-NEXT
            END-IF.
            EVALUATE TRUE
                WHEN SELECT-ALL-ACTIVE
                    SET CUST-SELECTED-YES TO TRUE
                WHEN SELECT-ESCHEAT
                    MOVE 0 TO ESC-FOUND-IX
                    PERFORM VARYING ESC-IX FROM 1 BY 1
                            UNTIL ESC-IX > ESCHEAT-COUNT
                                OR CUST-SELECTED-YES
                        IF TBL-ESC-CUST-ID(ESC-IX) = CUST-ID
                            SET CUST-SELECTED-YES TO TRUE
                            MOVE ESC-IX TO ESC-FOUND-IX
                        END-IF
                    END-PERFORM
                WHEN SELECT-BY-SEGMENT
                    PERFORM VARYING SEG-IX FROM 1 BY 1
                            UNTIL SEG-IX > SEGMENT-COUNT
                    PERFORM VARYING FLAG-IX FROM 1 BY 1
                            UNTIL FLAG-IX > FLAGGED-COUNT
                                OR CUST-SELECTED-YES
                        IF FLAGGED-CUST-ID(FLAG-IX) = CUST-ID
                            SET CUST-SELECTED-YES TO TRUE
                        END-IF
                    END-PERFORM
            END-EVALUATE.
            IF NOT CUST-SELECTED-YES
                GO TO 2200-NEXT
            END-IF.
      *Electronic delivery needs an email address the gateway has
      *not bounced; without one the letter is printed.
            MOVE 'Y' TO DELIVER-PRINT.
            MOVE 'N' TO DELIVER-ELECTRONIC.
            IF (CUST-DELIVER-ELECTRONIC OR CUST-DELIVER-BOTH)
                AND CUST-EMAIL-ADDR NOT = SPACES
                AND NOT CUST-EMAIL-BOUNCED
                SET DELIVER-ELECTRONIC-YES TO TRUE
                IF CUST-DELIVER-ELECTRONIC
                    MOVE 'N' TO DELIVER-PRINT
                END-IF
            END-IF.
      *A selected customer whose address the post office returned
      *mail from gets no printed letter - the suppressed letter
      *diverts to the holding register until a good address is
      *recorded - though an electronic copy still goes.
            IF DELIVER-PRINT-YES AND CUST-ADDR-UNDELIVERABLE
                MOVE 'N' TO DELIVER-PRINT
                ADD 1 TO SUPPRESSED-COUNT
                OPEN EXTEND MAIL-HOLD-FILE
                IF MAIL-HOLD-STATUS = '05'
                    INTO MAIL-HOLD-LINE
                WRITE MAIL-HOLD-LINE
                CLOSE MAIL-HOLD-FILE
            END-IF.
            IF DELIVER-PRINT-YES OR DELIVER-ELECTRONIC-YES
                PERFORM 3000-WRITE-ONE-LETTER THRU 3000-EXIT
            END-IF.
       2200-NEXT.
            PERFORM 2100-READ-CUSTOMER.
       3000-WRITE-ONE-LETTER.
            IF DELIVER-PRINT-YES
                ADD 1 TO LETTER-COUNT
            END-IF.
            IF DELIVER-ELECTRONIC-YES
                PERFORM 2800-START-EDELIVERY THRU 2800-EXIT
            END-IF.
      *One mailing-log line per letter sent, by each channel it went
      *by - the composite inquiry answers "when did this customer
      *last get a letter" from here.
            OPEN EXTEND MAILING-LOG-FILE.
            IF MAILING-LOG-STATUS = '05'
                OR MAILING-LOG-STATUS = '35'
            MOVE 'L' TO MLOG-KIND.
            MOVE CUST-ID TO MLOG-CUST-ID.
            MOVE CURRENT-RUN-DATE TO MLOG-DATE.
            IF DELIVER-PRINT-YES
                MOVE 'P' TO MLOG-CHANNEL
                WRITE MAILING-LOG-RECORD
            END-IF.
            IF DELIVER-ELECTRONIC-YES
                MOVE 'E' TO MLOG-CHANNEL
                WRITE MAILING-LOG-RECORD
            END-IF.
            CLOSE MAILING-LOG-FILE.
      *&AMT is the customer's position across every account held.
            PERFORM 1750-CUSTOMER-POSITION THRU 1750-EXIT.
      *A due-diligence letter quotes the property held instead.
            IF SELECT-ESCHEAT
                MOVE TBL-ESC-AMOUNT(ESC-FOUND-IX) TO CUSTOMER-AMOUNT
            END-IF.
            MOVE CUSTOMER-AMOUNT TO AMOUNT-DISPLAY.
            PERFORM 3100-WRITE-TEMPLATE-LINE THRU 3100-EXIT
                VARYING TMPL-IX FROM 1 BY 1
                UNTIL TMPL-IX > TEMPLATE-COUNT.
            IF DELIVER-ELECTRONIC-YES
                MOVE SPACES TO EDLV-BODY
                MOVE 'T' TO EDLV-REC-TYPE
                MOVE DOC-LINE-COUNT TO EDLV-LINE-COUNT
                WRITE EDELIVERY-RECORD
            END-IF.
            IF DELIVER-PRINT-YES
                MOVE SPACES TO LETTER-PRINT-LINE
                WRITE LETTER-PRINT-LINE
                ADD 1 TO LINES-WRITTEN
            END-IF.
       3000-EXIT.
            EXIT.
       3100-WRITE-TEMPLATE-LINE.
            PERFORM 4000-SUBSTITUTE-ONE-TOKEN THRU 4000-EXIT.
            PERFORM 4000-SUBSTITUTE-ONE-TOKEN THRU 4000-EXIT
                UNTIL TOKEN-FOUND-POS = ZERO OR SUBST-PASSES > 5.
            IF DELIVER-PRINT-YES
                MOVE WORK-LINE TO LETTER-PRINT-LINE
                WRITE LETTER-PRINT-LINE
                ADD 1 TO LINES-WRITTEN
            END-IF.
            IF DELIVER-ELECTRONIC-YES
                MOVE 'D' TO EDLV-REC-TYPE
                MOVE WORK-LINE TO EDLV-BODY
                WRITE EDELIVERY-RECORD
                ADD 1 TO DOC-LINE-COUNT
            END-IF.
       3100-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *ELECTRONIC DOCUMENT HEADER
      *The letter lines follow as detail records and a trailer with
      *the line count closes the document.  EDLVCTL numbers the
      *documents across every program that feeds the gateway.
      *------------------------------------------------------------------------
       2800-START-EDELIVERY.
            IF NOT EDELIVERY-OPEN-YES
                OPEN EXTEND EDELIVERY-FILE
                IF EDELIVERY-STATUS = '05' OR EDELIVERY-STATUS = '35'
                    OPEN OUTPUT EDELIVERY-FILE
                END-IF
                SET EDELIVERY-OPEN-YES TO TRUE
            END-IF.
            ADD 1 TO LAST-DOC-NO.
            ADD 1 TO EDELIVERY-COUNT.
            MOVE ZERO TO DOC-LINE-COUNT.
            MOVE SPACES TO EDELIVERY-RECORD.
            MOVE 'H' TO EDLV-REC-TYPE.
            MOVE 'L' TO EDLV-DOC-KIND.
            MOVE LAST-DOC-NO TO EDLV-DOC-NO.
            MOVE CUST-ID TO EDLV-CUST-ID.
            MOVE CUST-EMAIL-ADDR TO EDLV-EMAIL-ADDR.
            MOVE CURRENT-RUN-DATE TO EDLV-DOC-DATE.
            WRITE EDELIVERY-RECORD.
       2800-EXIT.
            EXIT.
      *------------------------------------------------------------------------
      *PLACEHOLDER SUBSTITUTION
      *Finds the leftmost placeholder on the line and splices the
      *customer value in, shifting the rest of the line; repeated
                            MOVE SCAN-POS TO TOKEN-FOUND-POS
                            MOVE 4 TO TOKEN-LENGTH
                            MOVE SPACES TO VALUE-TEXT
                            MOVE AMOUNT-DISPLAY TO VALUE-TEXT(1:12)
                        ELSE
                            IF WORK-LINE(SCAN-POS:4) = '&DUE'
                                AND SELECT-ESCHEAT
                                PERFORM 4100-FORMAT-DUE-DATE
                            END-IF
                        END-IF
                    END-IF
                END-IF
            MOVE BUILD-LINE(1:80) TO WORK-LINE.
       4000-EXIT.
            EXIT.
       4100-FORMAT-DUE-DATE.
            MOVE SCAN-POS TO TOKEN-FOUND-POS.
            MOVE 4 TO TOKEN-LENGTH.
            MOVE TBL-ESC-DUE(ESC-FOUND-IX) TO DUE-DATE-PARTS.
            MOVE DUE-MM TO DUE-DISP-MM.
            MOVE DUE-DD TO DUE-DISP-DD.
            MOVE DUE-YYYY TO DUE-DISP-YYYY.
            MOVE SPACES TO VALUE-TEXT.
            MOVE DUE-DATE-DISPLAY TO VALUE-TEXT(1:10).
       4500-TRIM-VALUE-TEXT.
            MOVE 1 TO VALUE-LENGTH.
            PERFORM VARYING SCAN-POS FROM 30 BY -1
            END-IF.
       4500-EXIT.
            EXIT.
       8100-WRITE-EDELIVERY-CONTROL.
            OPEN OUTPUT EDELIVERY-CONTROL-FILE.
            MOVE LAST-DOC-NO TO EDLC-LAST-DOC-NO.
            WRITE EDELIVERY-CONTROL-RECORD.
            CLOSE EDELIVERY-CONTROL-FILE.
       8100-EXIT.
            EXIT.
