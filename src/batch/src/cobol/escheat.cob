000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. escheat.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OPENING-POSITION-FILE ASSIGN TO "OPENPOS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OPENING-POSITION-STATUS.
000000     SELECT OPENING-WORK-FILE ASSIGN TO "OPENNEW"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OPENING-WORK-STATUS.
000000     SELECT OPEN-ITEM-FILE ASSIGN TO "BRECOPEN"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OPEN-ITEM-STATUS.
000000     SELECT OPEN-ITEM-WORK-FILE ASSIGN TO "BRECNEW"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS OPEN-ITEM-WORK-STATUS.
000000     SELECT DORMANCY-REGISTER-FILE ASSIGN TO "DORMREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DORMANCY-REGISTER-STATUS.
000000     SELECT ESCHEAT-POLICY-FILE ASSIGN TO "ESCHPOL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ESCHEAT-POLICY-STATUS.
000000     SELECT ESCHEAT-YEAR-FILE ASSIGN TO "ESCHYR"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ESCHEAT-YEAR-STATUS.
000000     SELECT ESCHEAT-CLAIM-FILE ASSIGN TO "ESCHCLM"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ESCHEAT-CLAIM-STATUS.
000000     SELECT ESCHEAT-REGISTER-FILE ASSIGN TO "ESCHREG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ESCHEAT-REGISTER-STATUS.
000000     SELECT ESCHEAT-SELECT-FILE ASSIGN TO "ESCHSEL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ESCHEAT-SELECT-STATUS.
000000     SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ESCHEAT-REPORT-STATUS.
000000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT TXLOG-FILE ASSIGN TO "TXLOGFL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  OPENING-POSITION-FILE.
000000 01  OPENING-POSITION-RECORD.
000000     05 OPEN-ACCT-NO       PIC 9(6).
000000     05 OPEN-AMOUNT        PIC S9(7)V99.
000000     05 OPEN-COMPANY-CODE  PIC X(3).
000000 FD  OPENING-WORK-FILE.
000000 01  OPENING-WORK-RECORD PIC X(18).
000000*The bank reconciliation's open items; an our-side refund item
000000*still open is a refund the customer never cashed.
000000 FD  OPEN-ITEM-FILE.
000000 01  OPEN-ITEM-RECORD.
000000     05 BOI-SIDE        PIC X(1).
000000         88 BOI-BANK-SIDE VALUE 'B'.
000000         88 BOI-OUR-SIDE  VALUE 'O'.
000000     05 BOI-SOURCE      PIC X(1).
000000     05 BOI-DC          PIC X(1).
000000     05 BOI-ACCT-NO     PIC 9(6).
000000     05 BOI-AMOUNT      PIC 9(9)V99.
000000     05 BOI-VALUE-DATE  PIC 9(8).
000000     05 BOI-OPEN-DATE   PIC 9(8).
000000     05 BOI-REFERENCE   PIC X(16).
000000 FD  OPEN-ITEM-WORK-FILE.
000000 01  OPEN-ITEM-WORK-RECORD PIC X(52).
000000 FD  DORMANCY-REGISTER-FILE.
000000 01  DORMANCY-REGISTER-RECORD.
000000     05 DRM-ACCT-NO       PIC 9(6).
000000     05 DRM-FLAGGED-DATE  PIC 9(8).
000000     05 DRM-LAST-ACTIVITY PIC 9(8).
000000*One card per holding jurisdiction, keyed by the leading
000000*characters of the owner's postal code; the card with a blank
000000*prefix is the default for codes no other card claims.
000000 FD  ESCHEAT-POLICY-FILE.
000000 01  ESCHEAT-POLICY-RECORD.
000000     05 EPOL-POSTAL-PREFIX  PIC X(5).
000000     05 EPOL-JURISDICTION   PIC X(8).
000000     05 EPOL-HOLDING-YEARS  PIC 9(2).
000000     05 EPOL-RESPONSE-DAYS  PIC 9(3).
000000 FD  ESCHEAT-YEAR-FILE.
000000 01  ESCHEAT-YEAR-RECORD.
000000     05 EYR-REPORT-YEAR PIC 9(4).
000000 FD  ESCHEAT-CLAIM-FILE.
000000 01  ESCHEAT-CLAIM-RECORD.
000000     05 ECLM-ITEM-NO   PIC 9(6).
000000     05 ECLM-REFERENCE PIC X(16).
000000     05 ECLM-APPROVER  PIC X(8).
000000 FD  ESCHEAT-REGISTER-FILE.
000000     COPY "eschrec.cpy".
000000 FD  ESCHEAT-SELECT-FILE.
000000     COPY "eschsel.cpy".
000000 FD  ESCHEAT-REPORT-FILE.
000000 01  ESCHEAT-REPORT-LINE PIC X(140).
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "datesvc.cpy".
000000     COPY "acctsvc.cpy".
000000    01 OPENING-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 OPENING-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 OPEN-ITEM-STATUS PIC X(2) VALUE '00'.
000000    01 OPEN-ITEM-WORK-STATUS PIC X(2) VALUE '00'.
000000    01 DORMANCY-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 ESCHEAT-POLICY-STATUS PIC X(2) VALUE '00'.
000000    01 ESCHEAT-YEAR-STATUS PIC X(2) VALUE '00'.
000000    01 ESCHEAT-CLAIM-STATUS PIC X(2) VALUE '00'.
000000    01 ESCHEAT-REGISTER-STATUS PIC X(2) VALUE '00'.
000000    01 ESCHEAT-SELECT-STATUS PIC X(2) VALUE '00'.
000000    01 ESCHEAT-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 TXLOG-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000    01 REPORT-YEAR PIC 9(4) VALUE ZERO.
000000    01 CUSTOMER-MASTER-OPEN PIC X VALUE 'N'.
000000       88 CUSTOMER-MASTER-OPEN-YES VALUE 'Y'.
000000*The jurisdiction policy, with each card's prefix length
000000*counted once at load so the longest matching prefix wins.
000000    01 POLICY-TABLE.
000000       05 POLICY-COUNT PIC 9(2) VALUE ZERO.
000000       05 POLICY-ENTRY OCCURS 50 TIMES.
000000          10 TBL-POL-PREFIX     PIC X(5).
000000          10 TBL-POL-PREFIX-LEN PIC 9(1).
000000          10 TBL-POL-JURIS      PIC X(8).
000000          10 TBL-POL-YEARS      PIC 9(2).
000000          10 TBL-POL-DAYS       PIC 9(3).
000000    01 POL-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 POL-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PREFIX-LEN BINARY-SHORT SIGNED VALUE 0.
000000*Each item's latest register record - the register is
000000*append-only, so later records overwrite the table slot.
000000*TBL-REG-SEEN marks a notice whose balance or refund has been met
000000*in tonight's scan of the positions or the open items; one never
000000*met has lost its property.
000000    01 REGISTER-TABLE.
000000       05 REGISTER-COUNT PIC 9(3) VALUE ZERO.
000000       05 REGISTER-ENTRY OCCURS 500 TIMES.
000000          10 TBL-REG-ITEM-NO    PIC 9(6).
000000          10 TBL-REG-SOURCE     PIC X(1).
000000          10 TBL-REG-ACCT       PIC 9(6).
000000          10 TBL-REG-CUST-ID    PIC X(7).
000000          10 TBL-REG-COMPANY    PIC X(3).
000000          10 TBL-REG-REFERENCE  PIC X(16).
000000          10 TBL-REG-AMOUNT     PIC 9(9)V99.
000000          10 TBL-REG-JURIS      PIC X(8).
000000          10 TBL-REG-CONTACT    PIC 9(8).
000000          10 TBL-REG-NOTICE     PIC 9(8).
000000          10 TBL-REG-DUE        PIC 9(8).
000000          10 TBL-REG-STATE      PIC X(1).
000000          10 TBL-REG-STATE-DATE PIC 9(8).
000000          10 TBL-REG-YEAR       PIC 9(4).
000000          10 TBL-REG-ESCHEATED  PIC 9(8).
000000          10 TBL-REG-CLAIM-REF  PIC X(16).
000000          10 TBL-REG-CLAIM-BY   PIC X(8).
000000          10 TBL-REG-SEEN       PIC X(1).
000000    01 REG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 REG-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LAST-ITEM-NO PIC 9(6) VALUE ZERO.
000000    01 DORMANT-TABLE.
000000       05 DORMANT-COUNT PIC 9(3) VALUE ZERO.
000000       05 DORMANT-ENTRY OCCURS 500 TIMES.
000000          10 TBL-DRM-ACCT     PIC 9(6).
000000          10 TBL-DRM-FLAGGED  PIC 9(8).
000000          10 TBL-DRM-LAST-ACT PIC 9(8).
000000    01 DRM-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DRM-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 POSITION-MISSING PIC X VALUE 'N'.
000000       88 POSITION-MISSING-YES VALUE 'Y'.
000000    01 OPEN-ITEMS-MISSING PIC X VALUE 'N'.
000000       88 OPEN-ITEMS-MISSING-YES VALUE 'Y'.
000000    01 OPEN-ITEM-ESCHEATED PIC X VALUE 'N'.
000000       88 OPEN-ITEM-ESCHEATED-YES VALUE 'Y'.
000000    01 POSITION-COUNT PIC 9(7) VALUE ZERO.
000000    01 OPEN-ITEM-COUNT PIC 9(7) VALUE ZERO.
000000    01 REFUNDS-ESCHEATED PIC 9(5) VALUE ZERO.
000000    01 RECORDS-LEFT-OUT PIC 9(7) VALUE ZERO.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000     COPY "tblmon.cpy".
000000*Jurisdictions on this year's report, each written as one
000000*header, its items and a trailer.
000000    01 JURIS-TABLE.
000000       05 JURIS-COUNT PIC 9(2) VALUE ZERO.
000000       05 TBL-JURIS PIC X(8) OCCURS 50 TIMES.
000000    01 JUR-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 JUR-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CAND-ACCT-NO PIC 9(6) VALUE ZERO.
000000    01 CAND-CUST-ID PIC X(7) VALUE SPACES.
000000    01 CAND-CONTACT PIC 9(8) VALUE ZERO.
000000    01 CAND-DUE-DATE PIC 9(8) VALUE ZERO.
000000    01 ESCHEAT-AMOUNT PIC 9(9)V99 VALUE ZERO.
000000    01 ESCHEAT-TYPE PIC X(2) VALUE SPACES.
000000    01 NOTICE-COUNT PIC 9(5) VALUE ZERO.
000000    01 CLEARED-COUNT PIC 9(5) VALUE ZERO.
000000    01 ESCHEATED-COUNT PIC 9(5) VALUE ZERO.
000000    01 ESCHEATED-TOTAL PIC 9(11)V99 VALUE ZERO.
000000    01 CLAIM-COUNT PIC 9(5) VALUE ZERO.
000000    01 NO-POLICY-COUNT PIC 9(5) VALUE ZERO.
000000    01 REPORT-ITEM-COUNT PIC 9(5) VALUE ZERO.
000000    01 JURIS-ITEM-COUNT PIC 9(5) VALUE ZERO.
000000    01 JURIS-TOTAL PIC 9(11)V99 VALUE ZERO.
000000*The annual report's three record shapes, built here and moved
000000*to the report line.
000000    01 REPORT-WORK PIC X(140) VALUE SPACES.
000000    01 REPORT-HEADER REDEFINES REPORT-WORK.
000000       05 ERPH-RECORD-TYPE  PIC X(1).
000000       05 ERPH-REPORT-YEAR  PIC 9(4).
000000       05 ERPH-JURISDICTION PIC X(8).
000000       05 ERPH-RUN-DATE     PIC 9(8).
000000       05 FILLER            PIC X(119).
000000    01 REPORT-DETAIL REDEFINES REPORT-WORK.
000000       05 ERPD-RECORD-TYPE  PIC X(1).
000000       05 ERPD-ITEM-NO      PIC 9(6).
000000       05 ERPD-PROPERTY     PIC X(2).
000000       05 ERPD-CUST-ID      PIC X(7).
000000       05 ERPD-ACCT-NO      PIC 9(6).
000000       05 ERPD-OWNER-NAME   PIC X(30).
000000       05 ERPD-ADDR-LINE-1  PIC X(30).
000000       05 ERPD-CITY         PIC X(20).
000000       05 ERPD-POSTAL-CODE  PIC X(10).
000000       05 ERPD-AMOUNT       PIC 9(9)V99.
000000       05 ERPD-LAST-CONTACT PIC 9(8).
000000       05 ERPD-ESCHEAT-DATE PIC 9(8).
000000       05 FILLER            PIC X(1).
000000    01 REPORT-TRAILER REDEFINES REPORT-WORK.
000000       05 ERPT-RECORD-TYPE  PIC X(1).
000000       05 ERPT-REPORT-YEAR  PIC 9(4).
000000       05 ERPT-JURISDICTION PIC X(8).
000000       05 ERPT-ITEM-COUNT   PIC 9(5).
000000       05 ERPT-TOTAL        PIC 9(11)V99.
000000       05 FILLER            PIC X(109).
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*UNCLAIMED-PROPERTY ESCHEATMENT
000000*Credit balances on accounts the customer has abandoned, and
000000*refunds sent to customers who never cashed them, used to sit
000000*on the books for ever.  This step takes them up once the owner
000000*has been out of contact for the holding period of the
000000*jurisdiction the ESCHPOL policy assigns from the owner's
000000*postal code - contact being the last customer activity the
000000*dormancy pass measured on DORMREG, or for a refund the day it
000000*was issued if later.  Each item goes on the ESCHREG register
000000*with the date the owner has to respond by, and onto ESCHSEL
000000*for the letter generator's due-diligence mailing (LETSEL 'E').
000000*Contact before that date, or the balance or refund going away,
000000*clears the item.  Once it passes with no contact the property
000000*is escheated: a credit balance comes off the account's opening
000000*position ahead of tonight's netting and an uncashed refund
000000*comes off the bank reconciliation's open items, and an 'ES' or
000000*'ER' entry goes to the transaction log for the general-ledger
000000*journal, where GLMAP carries them to the escheat liability.
000000*ESCHCLM cards record an owner's later claim against an
000000*escheated item.  Every run rewrites ESCHRPT, the unclaimed-
000000*property report for the year - the run date's, or the ESCHYR
000000*card's - one header, its items and a trailer per jurisdiction.
000000*No ESCHPOL card means nothing new is taken up; notices already
000000*out still run their course.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     IF CURRENT-RUN-DATE = ZERO
000000         DISPLAY 'ESCHEAT: NO RUN DATE - NO ESCHEATMENT PASS'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     PERFORM 0500-LOAD-POLICY THRU 0500-EXIT.
000000     PERFORM 0600-READ-YEAR-CARD THRU 0600-EXIT.
000000     PERFORM 1000-LOAD-REGISTER THRU 1000-EXIT.
000000     PERFORM 1200-LOAD-DORMANT THRU 1200-EXIT.
000000*A table that could not hold its file would lose register items
000000*or judge a dormant account as in contact; nothing may move.
000000     IF TABLE-OVERFLOW-YES
000000         DISPLAY 'ESCHEAT: TABLE OVERFLOW - RUN BLOCKED'
000000         MOVE 8 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN INPUT CUSTOMER-MASTER.
000000     IF CUSTOMER-MASTER-STATUS = '00'
000000         SET CUSTOMER-MASTER-OPEN-YES TO TRUE
000000     ELSE
000000         DISPLAY 'ESCHEAT: CUSTMS NOT AVAILABLE - NOTHING NEW '
000000             'TAKEN UP, REPORT CARRIES NO OWNER DETAIL'
000000     END-IF.
000000     PERFORM 9400-OPEN-TXLOG THRU 9400-EXIT.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 2000-TAKE-CLAIMS THRU 2000-EXIT.
000000     PERFORM 3000-REVIEW-NOTICE THRU 3000-NEXT
000000         VARYING REG-IX FROM 1 BY 1
000000         UNTIL REG-IX > REGISTER-COUNT.
000000     PERFORM 4000-SCAN-POSITIONS THRU 4000-EXIT.
000000     PERFORM 4400-SCAN-OPEN-ITEMS THRU 4400-EXIT.
000000     PERFORM 3300-CLEAR-UNMET-NOTICE THRU 3300-EXIT
000000         VARYING REG-IX FROM 1 BY 1
000000         UNTIL REG-IX > REGISTER-COUNT.
000000     PERFORM 9600-CLOSE-TXLOG THRU 9600-EXIT.
000000*Candidates turned away by a full register come up again next
000000*run, but the register must be widened before then.
000000     IF RECORDS-LEFT-OUT > ZERO
000000         MOVE 'ESCHREG ' TO TMON-FILE
000000         MOVE 500 TO TMON-LIMIT
000000         MOVE REGISTER-COUNT TO TMON-USED
000000         PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT
000000     END-IF.
000000     PERFORM 8000-ROLL-OPENING-POSITIONS THRU 8000-EXIT.
000000     PERFORM 8100-ROLL-OPEN-ITEMS THRU 8100-EXIT.
000000     PERFORM 5000-WRITE-ANNUAL-REPORT THRU 5000-EXIT.
000000     IF CUSTOMER-MASTER-OPEN-YES
000000         CLOSE CUSTOMER-MASTER
000000     END-IF.
000000     DISPLAY 'ESCHEAT: ' NOTICE-COUNT ' NOTICE(S), '
000000         CLEARED-COUNT ' CLEARED, '
000000         ESCHEATED-COUNT ' ESCHEATED TOTALLING '
000000         ESCHEATED-TOTAL ', ' CLAIM-COUNT ' CLAIM(S)'.
000000     DISPLAY 'ESCHEAT: ' REPORT-ITEM-COUNT ' ITEM(S) ON THE '
000000         REPORT-YEAR ' REPORT'.
000000     IF NO-POLICY-COUNT > ZERO
000000         DISPLAY 'ESCHEAT: ' NO-POLICY-COUNT
000000             ' ITEM(S) NOT TAKEN UP - NO ESCHPOL JURISDICTION'
000000     END-IF.
000000     IF POSITION-MISSING-YES OR TABLE-OVERFLOW-YES
000000         MOVE 8 TO RETURN-CODE
000000     ELSE
000000         MOVE 0 TO RETURN-CODE
000000     END-IF.
000000     EXIT PROGRAM.
000000 0500-LOAD-POLICY.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT ESCHEAT-POLICY-FILE.
000000     IF ESCHEAT-POLICY-STATUS NOT = '00'
000000         DISPLAY 'ESCHEAT: ESCHPOL MISSING - NOTHING NEW '
000000             'TAKEN UP'
000000         GO TO 0500-EXIT
000000     END-IF.
000000     PERFORM 0510-READ-POLICY.
000000     PERFORM 0520-STORE-POLICY
000000         UNTIL SOURCE-EOF-YES OR POLICY-COUNT = 50.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 0530-COUNT-POLICY-LEFT-OUT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE ESCHEAT-POLICY-FILE.
000000     MOVE 'ESCHPOL ' TO TMON-FILE.
000000     MOVE 50 TO TMON-LIMIT.
000000     MOVE POLICY-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 0500-EXIT.
000000     EXIT.
000000 0510-READ-POLICY.
000000     READ ESCHEAT-POLICY-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 0520-STORE-POLICY.
000000     IF EPOL-HOLDING-YEARS IS NUMERIC
000000         AND EPOL-HOLDING-YEARS > ZERO
000000         AND EPOL-RESPONSE-DAYS IS NUMERIC
000000         AND EPOL-JURISDICTION NOT = SPACES
000000         ADD 1 TO POLICY-COUNT
000000         MOVE EPOL-POSTAL-PREFIX TO TBL-POL-PREFIX(POLICY-COUNT)
000000         MOVE EPOL-JURISDICTION TO TBL-POL-JURIS(POLICY-COUNT)
000000         MOVE EPOL-HOLDING-YEARS TO TBL-POL-YEARS(POLICY-COUNT)
000000         MOVE EPOL-RESPONSE-DAYS TO TBL-POL-DAYS(POLICY-COUNT)
000000         MOVE ZERO TO PREFIX-LEN
000000         INSPECT EPOL-POSTAL-PREFIX TALLYING PREFIX-LEN
000000             FOR CHARACTERS BEFORE INITIAL SPACE
000000         MOVE PREFIX-LEN TO TBL-POL-PREFIX-LEN(POLICY-COUNT)
000000     ELSE
000000         DISPLAY 'ESCHEAT: ESCHPOL CARD UNUSABLE - '
000000             ESCHEAT-POLICY-RECORD
000000     END-IF.
000000     PERFORM 0510-READ-POLICY.
000000 0530-COUNT-POLICY-LEFT-OUT.
000000     ADD 1 TO RECORDS-LEFT-OUT.
000000     PERFORM 0510-READ-POLICY.
000000 0600-READ-YEAR-CARD.
000000     MOVE CURRENT-RUN-DATE(1:4) TO REPORT-YEAR.
000000     OPEN INPUT ESCHEAT-YEAR-FILE.
000000     IF ESCHEAT-YEAR-STATUS NOT = '00'
000000         GO TO 0600-EXIT
000000     END-IF.
000000     READ ESCHEAT-YEAR-FILE
000000         AT END GO TO 0600-CLOSE
000000     END-READ.
000000     IF EYR-REPORT-YEAR IS NUMERIC AND EYR-REPORT-YEAR > ZERO
000000         MOVE EYR-REPORT-YEAR TO REPORT-YEAR
000000     END-IF.
000000 0600-CLOSE.
000000     CLOSE ESCHEAT-YEAR-FILE.
000000 0600-EXIT.
000000     EXIT.
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
000000 1000-LOAD-REGISTER.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT ESCHEAT-REGISTER-FILE.
000000     IF ESCHEAT-REGISTER-STATUS NOT = '00'
000000         SET SOURCE-EOF-YES TO TRUE
000000         GO TO 1000-EXIT
000000     END-IF.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1010-READ-REGISTER.
000000     PERFORM 1020-STORE-REGISTER-ENTRY THRU 1020-EXIT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE ESCHEAT-REGISTER-FILE.
000000     MOVE 'ESCHREG ' TO TMON-FILE.
000000     MOVE 500 TO TMON-LIMIT.
000000     MOVE REGISTER-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1000-EXIT.
000000     EXIT.
000000 1010-READ-REGISTER.
000000     READ ESCHEAT-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1020-STORE-REGISTER-ENTRY.
000000     MOVE 0 TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > 0
000000         IF TBL-REG-ITEM-NO(REG-IX) = ESCH-ITEM-NO
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF REG-FOUND-IX = 0
000000         IF REGISTER-COUNT = 500
000000             ADD 1 TO RECORDS-LEFT-OUT
000000             PERFORM 1010-READ-REGISTER
000000             GO TO 1020-EXIT
000000         END-IF
000000         ADD 1 TO REGISTER-COUNT
000000         MOVE REGISTER-COUNT TO REG-FOUND-IX
000000     END-IF.
000000     MOVE ESCH-ITEM-NO TO TBL-REG-ITEM-NO(REG-FOUND-IX).
000000     MOVE ESCH-SOURCE TO TBL-REG-SOURCE(REG-FOUND-IX).
000000     MOVE ESCH-ACCT-NO TO TBL-REG-ACCT(REG-FOUND-IX).
000000     MOVE ESCH-CUST-ID TO TBL-REG-CUST-ID(REG-FOUND-IX).
000000     MOVE ESCH-COMPANY-CODE TO TBL-REG-COMPANY(REG-FOUND-IX).
000000     MOVE ESCH-REFERENCE TO TBL-REG-REFERENCE(REG-FOUND-IX).
000000     MOVE ESCH-AMOUNT TO TBL-REG-AMOUNT(REG-FOUND-IX).
000000     MOVE ESCH-JURISDICTION TO TBL-REG-JURIS(REG-FOUND-IX).
000000     MOVE ESCH-LAST-CONTACT TO TBL-REG-CONTACT(REG-FOUND-IX).
000000     MOVE ESCH-NOTICE-DATE TO TBL-REG-NOTICE(REG-FOUND-IX).
000000     MOVE ESCH-RESPONSE-DUE TO TBL-REG-DUE(REG-FOUND-IX).
000000     MOVE ESCH-STATE TO TBL-REG-STATE(REG-FOUND-IX).
000000     MOVE ESCH-STATE-DATE TO TBL-REG-STATE-DATE(REG-FOUND-IX).
000000     MOVE ESCH-REPORT-YEAR TO TBL-REG-YEAR(REG-FOUND-IX).
000000     MOVE ESCH-ESCHEAT-DATE TO TBL-REG-ESCHEATED(REG-FOUND-IX).
000000     MOVE ESCH-CLAIM-REFERENCE
000000         TO TBL-REG-CLAIM-REF(REG-FOUND-IX).
000000     MOVE ESCH-CLAIM-BY TO TBL-REG-CLAIM-BY(REG-FOUND-IX).
000000     MOVE 'N' TO TBL-REG-SEEN(REG-FOUND-IX).
000000     IF ESCH-ITEM-NO > LAST-ITEM-NO
000000         MOVE ESCH-ITEM-NO TO LAST-ITEM-NO
000000     END-IF.
000000     PERFORM 1010-READ-REGISTER.
000000 1020-EXIT.
000000     EXIT.
000000 1200-LOAD-DORMANT.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT DORMANCY-REGISTER-FILE.
000000     IF DORMANCY-REGISTER-STATUS NOT = '00'
000000         DISPLAY 'ESCHEAT: DORMREG NOT AVAILABLE - NO ACCOUNT '
000000             'IS OUT OF CONTACT'
000000         GO TO 1200-EXIT
000000     END-IF.
000000     PERFORM 1210-READ-DORMANT.
000000     PERFORM 1220-STORE-DORMANT
000000         UNTIL SOURCE-EOF-YES OR DORMANT-COUNT = 500.
000000     MOVE ZERO TO RECORDS-LEFT-OUT.
000000     PERFORM 1230-COUNT-DORMANT-LEFT-OUT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE DORMANCY-REGISTER-FILE.
000000     MOVE 'DORMREG ' TO TMON-FILE.
000000     MOVE 500 TO TMON-LIMIT.
000000     MOVE DORMANT-COUNT TO TMON-USED.
000000     PERFORM 1900-REPORT-TABLE-USAGE THRU 1900-EXIT.
000000 1200-EXIT.
000000     EXIT.
000000 1210-READ-DORMANT.
000000     READ DORMANCY-REGISTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1220-STORE-DORMANT.
000000     ADD 1 TO DORMANT-COUNT.
000000     MOVE DRM-ACCT-NO TO TBL-DRM-ACCT(DORMANT-COUNT).
000000     MOVE DRM-FLAGGED-DATE TO TBL-DRM-FLAGGED(DORMANT-COUNT).
000000     MOVE DRM-LAST-ACTIVITY TO TBL-DRM-LAST-ACT(DORMANT-COUNT).
000000     PERFORM 1210-READ-DORMANT.
000000 1230-COUNT-DORMANT-LEFT-OUT.
000000     ADD 1 TO RECORDS-LEFT-OUT.
000000     PERFORM 1210-READ-DORMANT.
000000*------------------------------------------------------------------------
000000*TABLE USAGE
000000*Each fixed-table load reports its usage to the table monitor;
000000*records left out because the table was full raise the alarm
000000*and block the run before anything is judged or rewritten.
000000*------------------------------------------------------------------------
000000 1900-REPORT-TABLE-USAGE.
000000     MOVE 'ESCHEAT ' TO TMON-PROGRAM.
000000     MOVE RECORDS-LEFT-OUT TO TMON-UNREAD.
000000     CALL 'tblmon' USING TBLMON-REQUEST TBLMON-STATUS.
000000     IF TMON-OVERFLOWED
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000     END-IF.
000000 1900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*CLAIMS
000000*An owner who comes forward after the property has gone to the
000000*jurisdiction is recorded against the item, once; the card
000000*carries the claim's reference and who approved it.
000000*------------------------------------------------------------------------
000000 2000-TAKE-CLAIMS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT ESCHEAT-CLAIM-FILE.
000000     IF ESCHEAT-CLAIM-STATUS NOT = '00'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2010-READ-CLAIM.
000000     PERFORM 2020-TAKE-ONE-CLAIM THRU 2020-NEXT
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE ESCHEAT-CLAIM-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2010-READ-CLAIM.
000000     READ ESCHEAT-CLAIM-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2020-TAKE-ONE-CLAIM.
000000     MOVE 0 TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > 0
000000         IF TBL-REG-ITEM-NO(REG-IX) = ECLM-ITEM-NO
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF REG-FOUND-IX = 0
000000         DISPLAY 'ESCHEAT: CLAIM FOR ITEM ' ECLM-ITEM-NO
000000             ' REJECTED - NOT ON ESCHREG'
000000         GO TO 2020-NEXT
000000     END-IF.
000000     IF TBL-REG-STATE(REG-FOUND-IX) NOT = 'E'
000000         DISPLAY 'ESCHEAT: CLAIM FOR ITEM ' ECLM-ITEM-NO
000000             ' REJECTED - ITEM IS NOT ESCHEATED'
000000         GO TO 2020-NEXT
000000     END-IF.
000000     IF ECLM-APPROVER = SPACES
000000         DISPLAY 'ESCHEAT: CLAIM FOR ITEM ' ECLM-ITEM-NO
000000             ' REJECTED - NO APPROVER'
000000         GO TO 2020-NEXT
000000     END-IF.
000000     MOVE 'C' TO TBL-REG-STATE(REG-FOUND-IX).
000000     MOVE CURRENT-RUN-DATE TO TBL-REG-STATE-DATE(REG-FOUND-IX).
000000     MOVE ECLM-REFERENCE TO TBL-REG-CLAIM-REF(REG-FOUND-IX).
000000     MOVE ECLM-APPROVER TO TBL-REG-CLAIM-BY(REG-FOUND-IX).
000000     MOVE REG-FOUND-IX TO REG-IX.
000000     PERFORM 7000-APPEND-REGISTER THRU 7000-EXIT.
000000     ADD 1 TO CLAIM-COUNT.
000000     DISPLAY 'ESCHEAT: ITEM ' ECLM-ITEM-NO ' CLAIMED - '
000000         ECLM-REFERENCE.
000000 2020-NEXT.
000000     PERFORM 2010-READ-CLAIM.
000000*------------------------------------------------------------------------
000000*NOTICES OUTSTANDING
000000*An item whose owner has been heard from since it was taken up,
000000*or whose property has gone - the balance spent or the refund
000000*cashed - is cleared.  One still standing after its response
000000*date is escheated.  Contact is judged here from the dormancy
000000*register; the property is judged as the scans below meet each
000000*balance and open refund, and a notice neither scan met has lost
000000*its property.
000000*------------------------------------------------------------------------
000000 3000-REVIEW-NOTICE.
000000     IF TBL-REG-STATE(REG-IX) NOT = 'N'
000000         GO TO 3000-NEXT
000000     END-IF.
000000     MOVE TBL-REG-ACCT(REG-IX) TO CAND-ACCT-NO.
000000     PERFORM 6000-FIND-DORMANT THRU 6000-EXIT.
000000     IF DRM-FOUND-IX = 0
000000         PERFORM 3500-CLEAR-NOTICE THRU 3500-EXIT
000000         GO TO 3000-NEXT
000000     END-IF.
000000     IF TBL-DRM-LAST-ACT(DRM-FOUND-IX) > TBL-REG-CONTACT(REG-IX)
000000         PERFORM 3500-CLEAR-NOTICE THRU 3500-EXIT
000000         GO TO 3000-NEXT
000000     END-IF.
000000 3000-NEXT.
000000     EXIT.
000000*The credit-balance notice on the position in hand, if one is
000000*standing; an account's first position answers for it, the way
000000*the notice was taken up.
000000 3100-REVIEW-BALANCE-NOTICE.
000000     MOVE 0 TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > 0
000000         IF TBL-REG-SOURCE(REG-IX) = 'C'
000000             AND TBL-REG-ACCT(REG-IX) = OPEN-ACCT-NO
000000             AND TBL-REG-STATE(REG-IX) = 'N'
000000             AND TBL-REG-SEEN(REG-IX) = 'N'
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF REG-FOUND-IX = 0
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE REG-FOUND-IX TO REG-IX.
000000     MOVE 'Y' TO TBL-REG-SEEN(REG-IX).
000000     IF OPEN-AMOUNT NOT > ZERO
000000         PERFORM 3500-CLEAR-NOTICE THRU 3500-EXIT
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF CURRENT-RUN-DATE NOT > TBL-REG-DUE(REG-IX)
000000         GO TO 3100-EXIT
000000     END-IF.
000000     PERFORM 3200-ESCHEAT-ITEM THRU 3200-EXIT.
000000 3100-EXIT.
000000     EXIT.
000000*The uncashed-refund notice on the open item in hand, if one is
000000*standing.
000000 3150-REVIEW-REFUND-NOTICE.
000000     MOVE 0 TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > 0
000000         IF TBL-REG-SOURCE(REG-IX) = 'R'
000000             AND TBL-REG-ACCT(REG-IX) = BOI-ACCT-NO
000000             AND TBL-REG-REFERENCE(REG-IX) = BOI-REFERENCE
000000             AND TBL-REG-STATE(REG-IX) = 'N'
000000             AND TBL-REG-SEEN(REG-IX) = 'N'
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF REG-FOUND-IX = 0
000000         GO TO 3150-EXIT
000000     END-IF.
000000     MOVE REG-FOUND-IX TO REG-IX.
000000     MOVE 'Y' TO TBL-REG-SEEN(REG-IX).
000000     IF CURRENT-RUN-DATE NOT > TBL-REG-DUE(REG-IX)
000000         GO TO 3150-EXIT
000000     END-IF.
000000     PERFORM 3200-ESCHEAT-ITEM THRU 3200-EXIT.
000000 3150-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ONE ITEM ESCHEATED - off the customer, logged for the journal,
000000*and held on the register as owed to the jurisdiction.  The
000000*credit balance escheated is what stands on the account now; an
000000*escheated refund is dropped from the open items as they copy.
000000*------------------------------------------------------------------------
000000 3200-ESCHEAT-ITEM.
000000     IF TBL-REG-SOURCE(REG-IX) = 'C'
000000         MOVE OPEN-AMOUNT TO ESCHEAT-AMOUNT
000000         MOVE ZERO TO OPEN-AMOUNT
000000         MOVE 'ES' TO ESCHEAT-TYPE
000000     ELSE
000000         MOVE BOI-AMOUNT TO ESCHEAT-AMOUNT
000000         SET OPEN-ITEM-ESCHEATED-YES TO TRUE
000000         ADD 1 TO REFUNDS-ESCHEATED
000000         MOVE 'ER' TO ESCHEAT-TYPE
000000     END-IF.
000000     MOVE ESCHEAT-AMOUNT TO TBL-REG-AMOUNT(REG-IX).
000000     MOVE 'E' TO TBL-REG-STATE(REG-IX).
000000     MOVE CURRENT-RUN-DATE TO TBL-REG-STATE-DATE(REG-IX).
000000     MOVE CURRENT-RUN-DATE(1:4) TO TBL-REG-YEAR(REG-IX).
000000     MOVE CURRENT-RUN-DATE TO TBL-REG-ESCHEATED(REG-IX).
000000     PERFORM 7000-APPEND-REGISTER THRU 7000-EXIT.
000000     PERFORM 9500-LOG-ESCHEAT THRU 9500-EXIT.
000000     ADD 1 TO ESCHEATED-COUNT.
000000     ADD ESCHEAT-AMOUNT TO ESCHEATED-TOTAL.
000000     DISPLAY 'ESCHEAT: ITEM ' TBL-REG-ITEM-NO(REG-IX)
000000         ' ACCT ' TBL-REG-ACCT(REG-IX) ' ' ESCHEAT-AMOUNT
000000         ' ESCHEATED TO ' TBL-REG-JURIS(REG-IX).
000000 3200-EXIT.
000000     EXIT.
000000*A notice still standing that neither scan met - the account has
000000*no opening position, or the refund is no longer open.  Nothing is
000000*judged against a file that could not be read.
000000 3300-CLEAR-UNMET-NOTICE.
000000     IF TBL-REG-STATE(REG-IX) NOT = 'N'
000000         OR TBL-REG-SEEN(REG-IX) NOT = 'N'
000000         GO TO 3300-EXIT
000000     END-IF.
000000     IF TBL-REG-SOURCE(REG-IX) = 'C' AND POSITION-MISSING-YES
000000         GO TO 3300-EXIT
000000     END-IF.
000000     IF TBL-REG-SOURCE(REG-IX) NOT = 'C'
000000         AND OPEN-ITEMS-MISSING-YES
000000         GO TO 3300-EXIT
000000     END-IF.
000000     PERFORM 3500-CLEAR-NOTICE THRU 3500-EXIT.
000000 3300-EXIT.
000000     EXIT.
000000 3500-CLEAR-NOTICE.
000000     MOVE 'X' TO TBL-REG-STATE(REG-IX).
000000     MOVE CURRENT-RUN-DATE TO TBL-REG-STATE-DATE(REG-IX).
000000     PERFORM 7000-APPEND-REGISTER THRU 7000-EXIT.
000000     ADD 1 TO CLEARED-COUNT.
000000 3500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*POSITION SCAN
000000*The opening positions stream through one at a time, each copied
000000*to OPENNEW once its notice is reviewed and it is judged, and
000000*OPENNEW is rolled back over OPENPOS once every position has been
000000*seen - the copy-and-roll the charge-off step uses, so there is
000000*no limit on the accounts.  An escheated credit balance comes off
000000*the position the netting is about to open from, as a charge-off
000000*does.
000000*------------------------------------------------------------------------
000000 4000-SCAN-POSITIONS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT OPENING-POSITION-FILE.
000000     IF OPENING-POSITION-STATUS NOT = '00'
000000         DISPLAY 'ESCHEAT: OPENPOS NOT AVAILABLE - NO CREDIT '
000000             'BALANCES ESCHEATED'
000000         SET POSITION-MISSING-YES TO TRUE
000000         GO TO 4000-EXIT
000000     END-IF.
000000     OPEN OUTPUT OPENING-WORK-FILE.
000000     PERFORM 4010-READ-POSITION.
000000     PERFORM 4020-JUDGE-AND-COPY-POSITION
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE OPENING-POSITION-FILE.
000000     CLOSE OPENING-WORK-FILE.
000000 4000-EXIT.
000000     EXIT.
000000 4010-READ-POSITION.
000000     READ OPENING-POSITION-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 4020-JUDGE-AND-COPY-POSITION.
000000     ADD 1 TO POSITION-COUNT.
000000     PERFORM 3100-REVIEW-BALANCE-NOTICE THRU 3100-EXIT.
000000     IF POLICY-COUNT > ZERO AND CUSTOMER-MASTER-OPEN-YES
000000         PERFORM 4100-JUDGE-CREDIT-BALANCE THRU 4100-NEXT
000000     END-IF.
000000     WRITE OPENING-WORK-RECORD FROM OPENING-POSITION-RECORD.
000000     PERFORM 4010-READ-POSITION.
000000*------------------------------------------------------------------------
000000*NEW ITEMS - CREDIT BALANCES
000000*A credit on a dormant account, not already under notice, whose
000000*owner has been out of contact past the holding period.  An
000000*account the dormancy pass never flagged is in contact.
000000*------------------------------------------------------------------------
000000 4100-JUDGE-CREDIT-BALANCE.
000000     IF OPEN-AMOUNT NOT > ZERO
000000         GO TO 4100-NEXT
000000     END-IF.
000000     MOVE OPEN-ACCT-NO TO CAND-ACCT-NO.
000000     PERFORM 6000-FIND-DORMANT THRU 6000-EXIT.
000000     IF DRM-FOUND-IX = 0
000000         GO TO 4100-NEXT
000000     END-IF.
000000     MOVE 0 TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > 0
000000         IF TBL-REG-SOURCE(REG-IX) = 'C'
000000             AND TBL-REG-ACCT(REG-IX) = CAND-ACCT-NO
000000             AND TBL-REG-STATE(REG-IX) = 'N'
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF REG-FOUND-IX > 0
000000         GO TO 4100-NEXT
000000     END-IF.
000000     PERFORM 6300-LAST-CONTACT THRU 6300-EXIT.
000000     PERFORM 6400-FIND-JURISDICTION THRU 6400-EXIT.
000000     IF POL-FOUND-IX = 0
000000         GO TO 4100-NEXT
000000     END-IF.
000000     PERFORM 6500-PAST-HOLDING-PERIOD THRU 6500-EXIT.
000000     IF CAND-DUE-DATE = ZERO
000000         GO TO 4100-NEXT
000000     END-IF.
000000     PERFORM 6900-NEW-REGISTER-ENTRY THRU 6900-EXIT.
000000     IF REG-FOUND-IX = 0
000000         GO TO 4100-NEXT
000000     END-IF.
000000     MOVE 'C' TO TBL-REG-SOURCE(REG-FOUND-IX).
000000     MOVE OPEN-COMPANY-CODE TO TBL-REG-COMPANY(REG-FOUND-IX).
000000     MOVE SPACES TO TBL-REG-REFERENCE(REG-FOUND-IX).
000000     MOVE OPEN-AMOUNT TO TBL-REG-AMOUNT(REG-FOUND-IX).
000000     PERFORM 6950-ISSUE-NOTICE THRU 6950-EXIT.
000000 4100-NEXT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*OPEN-ITEM SCAN
000000*The reconciliation's open items stream through to BRECNEW the
000000*same way; an escheated refund is not copied, and BRECNEW is
000000*rolled back over BRECOPEN only when one was.
000000*------------------------------------------------------------------------
000000 4400-SCAN-OPEN-ITEMS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT OPEN-ITEM-FILE.
000000     IF OPEN-ITEM-STATUS NOT = '00'
000000         SET OPEN-ITEMS-MISSING-YES TO TRUE
000000         GO TO 4400-EXIT
000000     END-IF.
000000     OPEN OUTPUT OPEN-ITEM-WORK-FILE.
000000     PERFORM 4410-READ-OPEN-ITEM.
000000     PERFORM 4420-JUDGE-AND-COPY-OPEN-ITEM
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE OPEN-ITEM-FILE.
000000     CLOSE OPEN-ITEM-WORK-FILE.
000000 4400-EXIT.
000000     EXIT.
000000 4410-READ-OPEN-ITEM.
000000     READ OPEN-ITEM-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 4420-JUDGE-AND-COPY-OPEN-ITEM.
000000     ADD 1 TO OPEN-ITEM-COUNT.
000000     MOVE 'N' TO OPEN-ITEM-ESCHEATED.
000000     IF BOI-OUR-SIDE AND BOI-SOURCE = 'R'
000000         PERFORM 3150-REVIEW-REFUND-NOTICE THRU 3150-EXIT
000000         IF NOT OPEN-ITEM-ESCHEATED-YES
000000             AND POLICY-COUNT > ZERO AND CUSTOMER-MASTER-OPEN-YES
000000             PERFORM 4500-JUDGE-UNCASHED-REFUND THRU 4500-NEXT
000000         END-IF
000000     END-IF.
000000     IF NOT OPEN-ITEM-ESCHEATED-YES
000000         WRITE OPEN-ITEM-WORK-RECORD FROM OPEN-ITEM-RECORD
000000     END-IF.
000000     PERFORM 4410-READ-OPEN-ITEM.
000000*------------------------------------------------------------------------
000000*NEW ITEMS - UNCASHED REFUNDS
000000*An our-side refund item the bank has never paid.  The holding
000000*period runs from the refund's value date where that is later
000000*than the account's last activity.
000000*------------------------------------------------------------------------
000000 4500-JUDGE-UNCASHED-REFUND.
000000     MOVE BOI-ACCT-NO TO CAND-ACCT-NO.
000000     PERFORM 6000-FIND-DORMANT THRU 6000-EXIT.
000000     IF DRM-FOUND-IX = 0
000000         GO TO 4500-NEXT
000000     END-IF.
000000     MOVE 0 TO REG-FOUND-IX.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000                 OR REG-FOUND-IX > 0
000000         IF TBL-REG-SOURCE(REG-IX) = 'R'
000000             AND TBL-REG-ACCT(REG-IX) = CAND-ACCT-NO
000000             AND TBL-REG-REFERENCE(REG-IX) = BOI-REFERENCE
000000             AND TBL-REG-STATE(REG-IX) = 'N'
000000             MOVE REG-IX TO REG-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF REG-FOUND-IX > 0
000000         GO TO 4500-NEXT
000000     END-IF.
000000     PERFORM 6300-LAST-CONTACT THRU 6300-EXIT.
000000     IF BOI-VALUE-DATE > CAND-CONTACT
000000         MOVE BOI-VALUE-DATE TO CAND-CONTACT
000000     END-IF.
000000     PERFORM 6400-FIND-JURISDICTION THRU 6400-EXIT.
000000     IF POL-FOUND-IX = 0
000000         GO TO 4500-NEXT
000000     END-IF.
000000     PERFORM 6500-PAST-HOLDING-PERIOD THRU 6500-EXIT.
000000     IF CAND-DUE-DATE = ZERO
000000         GO TO 4500-NEXT
000000     END-IF.
000000     PERFORM 6900-NEW-REGISTER-ENTRY THRU 6900-EXIT.
000000     IF REG-FOUND-IX = 0
000000         GO TO 4500-NEXT
000000     END-IF.
000000     MOVE 'R' TO TBL-REG-SOURCE(REG-FOUND-IX).
000000     MOVE SPACES TO TBL-REG-COMPANY(REG-FOUND-IX).
000000     MOVE BOI-REFERENCE TO TBL-REG-REFERENCE(REG-FOUND-IX).
000000     MOVE BOI-AMOUNT TO TBL-REG-AMOUNT(REG-FOUND-IX).
000000     PERFORM 6950-ISSUE-NOTICE THRU 6950-EXIT.
000000 4500-NEXT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ANNUAL UNCLAIMED-PROPERTY REPORT
000000*Every item escheated in the report year, claimed since or not,
000000*grouped by jurisdiction.  Owner name and last known address
000000*come from the customer master as it stands today.
000000*------------------------------------------------------------------------
000000 5000-WRITE-ANNUAL-REPORT.
000000     PERFORM VARYING REG-IX FROM 1 BY 1
000000             UNTIL REG-IX > REGISTER-COUNT
000000         IF (TBL-REG-STATE(REG-IX) = 'E'
000000                 OR TBL-REG-STATE(REG-IX) = 'C')
000000             AND TBL-REG-YEAR(REG-IX) = REPORT-YEAR
000000             PERFORM 5100-NOTE-JURISDICTION THRU 5100-EXIT
000000         END-IF
000000     END-PERFORM.
000000     OPEN OUTPUT ESCHEAT-REPORT-FILE.
000000     PERFORM 5200-WRITE-JURISDICTION THRU 5200-EXIT
000000         VARYING JUR-IX FROM 1 BY 1
000000         UNTIL JUR-IX > JURIS-COUNT.
000000     CLOSE ESCHEAT-REPORT-FILE.
000000 5000-EXIT.
000000     EXIT.
000000 5100-NOTE-JURISDICTION.
000000     MOVE 0 TO JUR-FOUND-IX.
000000     PERFORM VARYING JUR-IX FROM 1 BY 1
000000             UNTIL JUR-IX > JURIS-COUNT
000000                 OR JUR-FOUND-IX > 0
000000         IF TBL-JURIS(JUR-IX) = TBL-REG-JURIS(REG-IX)
000000             MOVE JUR-IX TO JUR-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF JUR-FOUND-IX = 0 AND JURIS-COUNT < 50
000000         ADD 1 TO JURIS-COUNT
000000         MOVE TBL-REG-JURIS(REG-IX) TO TBL-JURIS(JURIS-COUNT)
000000     END-IF.
000000 5100-EXIT.
000000     EXIT.
000000 5200-WRITE-JURISDICTION.
000000     MOVE SPACES TO REPORT-WORK.
000000     MOVE 'H' TO ERPH-RECORD-TYPE.
000000     MOVE REPORT-YEAR TO ERPH-REPORT-YEAR.
000000     MOVE TBL-JURIS(JUR-IX) TO ERPH-JURISDICTION.
000000     MOVE CURRENT-RUN-DATE TO ERPH-RUN-DATE.
000000     MOVE REPORT-WORK TO ESCHEAT-REPORT-LINE.
000000     WRITE ESCHEAT-REPORT-LINE.
000000     MOVE ZERO TO JURIS-ITEM-COUNT.
000000     MOVE ZERO TO JURIS-TOTAL.
000000     PERFORM 5300-WRITE-ITEM THRU 5300-EXIT
000000         VARYING REG-IX FROM 1 BY 1
000000         UNTIL REG-IX > REGISTER-COUNT.
000000     MOVE SPACES TO REPORT-WORK.
000000     MOVE 'T' TO ERPT-RECORD-TYPE.
000000     MOVE REPORT-YEAR TO ERPT-REPORT-YEAR.
000000     MOVE TBL-JURIS(JUR-IX) TO ERPT-JURISDICTION.
000000     MOVE JURIS-ITEM-COUNT TO ERPT-ITEM-COUNT.
000000     MOVE JURIS-TOTAL TO ERPT-TOTAL.
000000     MOVE REPORT-WORK TO ESCHEAT-REPORT-LINE.
000000     WRITE ESCHEAT-REPORT-LINE.
000000 5200-EXIT.
000000     EXIT.
000000 5300-WRITE-ITEM.
000000     IF TBL-REG-STATE(REG-IX) NOT = 'E'
000000         AND TBL-REG-STATE(REG-IX) NOT = 'C'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     IF TBL-REG-YEAR(REG-IX) NOT = REPORT-YEAR
000000         OR TBL-REG-JURIS(REG-IX) NOT = TBL-JURIS(JUR-IX)
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE SPACES TO REPORT-WORK.
000000     MOVE 'D' TO ERPD-RECORD-TYPE.
000000     MOVE TBL-REG-ITEM-NO(REG-IX) TO ERPD-ITEM-NO.
000000     IF TBL-REG-SOURCE(REG-IX) = 'C'
000000         MOVE 'CB' TO ERPD-PROPERTY
000000     ELSE
000000         MOVE 'RF' TO ERPD-PROPERTY
000000     END-IF.
000000     MOVE TBL-REG-CUST-ID(REG-IX) TO ERPD-CUST-ID.
000000     MOVE TBL-REG-ACCT(REG-IX) TO ERPD-ACCT-NO.
000000     IF CUSTOMER-MASTER-OPEN-YES
000000         MOVE TBL-REG-CUST-ID(REG-IX) TO CUST-ID
000000         READ CUSTOMER-MASTER
000000             KEY IS CUST-ID
000000             INVALID KEY
000000                 MOVE '(NO CUSTOMER MASTER RECORD)'
000000                     TO ERPD-OWNER-NAME
000000             NOT INVALID KEY
000000                 MOVE CUST-NAME TO ERPD-OWNER-NAME
000000                 MOVE CUST-ADDR-LINE-1 TO ERPD-ADDR-LINE-1
000000                 MOVE CUST-CITY TO ERPD-CITY
000000                 MOVE CUST-POSTAL-CODE TO ERPD-POSTAL-CODE
000000         END-READ
000000     END-IF.
000000     MOVE TBL-REG-AMOUNT(REG-IX) TO ERPD-AMOUNT.
000000     MOVE TBL-REG-CONTACT(REG-IX) TO ERPD-LAST-CONTACT.
000000     MOVE TBL-REG-ESCHEATED(REG-IX) TO ERPD-ESCHEAT-DATE.
000000     MOVE REPORT-WORK TO ESCHEAT-REPORT-LINE.
000000     WRITE ESCHEAT-REPORT-LINE.
000000     ADD 1 TO JURIS-ITEM-COUNT.
000000     ADD 1 TO REPORT-ITEM-COUNT.
000000     ADD TBL-REG-AMOUNT(REG-IX) TO JURIS-TOTAL.
000000 5300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LOOKUPS
000000*------------------------------------------------------------------------
000000 6000-FIND-DORMANT.
000000     MOVE 0 TO DRM-FOUND-IX.
000000     PERFORM VARYING DRM-IX FROM 1 BY 1
000000             UNTIL DRM-IX > DORMANT-COUNT
000000                 OR DRM-FOUND-IX > 0
000000         IF TBL-DRM-ACCT(DRM-IX) = CAND-ACCT-NO
000000             MOVE DRM-IX TO DRM-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000 6000-EXIT.
000000     EXIT.
000000*The dormancy pass's last-activity date; an account it found no
000000*activity for at all is measured from the day it was flagged.
000000 6300-LAST-CONTACT.
000000     MOVE TBL-DRM-LAST-ACT(DRM-FOUND-IX) TO CAND-CONTACT.
000000     IF CAND-CONTACT = ZERO
000000         MOVE TBL-DRM-FLAGGED(DRM-FOUND-IX) TO CAND-CONTACT
000000     END-IF.
000000 6300-EXIT.
000000     EXIT.
000000*The owner's postal code picks the policy card with the longest
000000*matching prefix; the blank-prefix card, if there is one,
000000*matches every code.
000000 6400-FIND-JURISDICTION.
000000     MOVE 0 TO POL-FOUND-IX.
000000     MOVE CAND-ACCT-NO TO ASVC-ACCT-NO.
000000     MOVE 'O' TO ASVC-FUNCTION.
000000     CALL 'acctsvc' USING ACCTSVC-REQUEST ACCTSVC-RESULT
000000         ACCTSVC-STATUS.
000000     MOVE ASVC-OWNER-CUST-ID TO CAND-CUST-ID.
000000     MOVE CAND-CUST-ID TO CUST-ID.
000000     READ CUSTOMER-MASTER
000000         KEY IS CUST-ID
000000         INVALID KEY
000000             DISPLAY 'ESCHEAT: ACCT ' CAND-ACCT-NO
000000                 ' OWNER ' CAND-CUST-ID ' NOT ON CUSTMS'
000000             ADD 1 TO NO-POLICY-COUNT
000000             GO TO 6400-EXIT
000000     END-READ.
000000     PERFORM VARYING POL-IX FROM 1 BY 1
000000             UNTIL POL-IX > POLICY-COUNT
000000         MOVE TBL-POL-PREFIX-LEN(POL-IX) TO PREFIX-LEN
000000         IF PREFIX-LEN = ZERO
000000             IF POL-FOUND-IX = 0
000000                 MOVE POL-IX TO POL-FOUND-IX
000000             END-IF
000000         ELSE
000000             IF CUST-POSTAL-CODE(1:PREFIX-LEN)
000000                     = TBL-POL-PREFIX(POL-IX)(1:PREFIX-LEN)
000000                 IF POL-FOUND-IX = 0
000000                     MOVE POL-IX TO POL-FOUND-IX
000000                 ELSE
000000                     IF PREFIX-LEN
000000                         > TBL-POL-PREFIX-LEN(POL-FOUND-IX)
000000                         MOVE POL-IX TO POL-FOUND-IX
000000                     END-IF
000000                 END-IF
000000             END-IF
000000         END-IF
000000     END-PERFORM.
000000     IF POL-FOUND-IX = 0
000000         ADD 1 TO NO-POLICY-COUNT
000000     END-IF.
000000 6400-EXIT.
000000     EXIT.
000000*CAND-DUE-DATE comes back as the response date when the holding
000000*period has run out, zero while it still runs.
000000 6500-PAST-HOLDING-PERIOD.
000000     MOVE ZERO TO CAND-DUE-DATE.
000000     MOVE 'M' TO DSVC-FUNCTION.
000000     MOVE CAND-CONTACT TO DSVC-DATE-1.
000000     COMPUTE DSVC-COUNT = TBL-POL-YEARS(POL-FOUND-IX) * 12.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         GO TO 6500-EXIT
000000     END-IF.
000000     IF DSVC-RESULT-DATE > CURRENT-RUN-DATE
000000         GO TO 6500-EXIT
000000     END-IF.
000000     MOVE 'D' TO DSVC-FUNCTION.
000000     MOVE CURRENT-RUN-DATE TO DSVC-DATE-1.
000000     MOVE TBL-POL-DAYS(POL-FOUND-IX) TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF DSVC-OK
000000         MOVE DSVC-RESULT-DATE TO CAND-DUE-DATE
000000     END-IF.
000000 6500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*TAKING AN ITEM UP - register slot, entry and letter request.
000000*------------------------------------------------------------------------
000000 6900-NEW-REGISTER-ENTRY.
000000     MOVE 0 TO REG-FOUND-IX.
000000     IF REGISTER-COUNT = 500
000000         DISPLAY '*** ESCHEAT: ESCHREG FULL - ACCT '
000000             CAND-ACCT-NO ' NOT TAKEN UP'
000000         ADD 1 TO RECORDS-LEFT-OUT
000000         GO TO 6900-EXIT
000000     END-IF.
000000     ADD 1 TO REGISTER-COUNT.
000000     MOVE REGISTER-COUNT TO REG-FOUND-IX.
000000     ADD 1 TO LAST-ITEM-NO.
000000     MOVE LAST-ITEM-NO TO TBL-REG-ITEM-NO(REG-FOUND-IX).
000000     MOVE CAND-ACCT-NO TO TBL-REG-ACCT(REG-FOUND-IX).
000000     MOVE CAND-CUST-ID TO TBL-REG-CUST-ID(REG-FOUND-IX).
000000     MOVE TBL-POL-JURIS(POL-FOUND-IX)
000000         TO TBL-REG-JURIS(REG-FOUND-IX).
000000     MOVE CAND-CONTACT TO TBL-REG-CONTACT(REG-FOUND-IX).
000000     MOVE CURRENT-RUN-DATE TO TBL-REG-NOTICE(REG-FOUND-IX).
000000     MOVE CAND-DUE-DATE TO TBL-REG-DUE(REG-FOUND-IX).
000000     MOVE 'N' TO TBL-REG-STATE(REG-FOUND-IX).
000000     MOVE CURRENT-RUN-DATE TO TBL-REG-STATE-DATE(REG-FOUND-IX).
000000     MOVE ZERO TO TBL-REG-YEAR(REG-FOUND-IX).
000000     MOVE ZERO TO TBL-REG-ESCHEATED(REG-FOUND-IX).
000000     MOVE SPACES TO TBL-REG-CLAIM-REF(REG-FOUND-IX).
000000     MOVE SPACES TO TBL-REG-CLAIM-BY(REG-FOUND-IX).
000000     MOVE 'Y' TO TBL-REG-SEEN(REG-FOUND-IX).
000000 6900-EXIT.
000000     EXIT.
000000 6950-ISSUE-NOTICE.
000000     MOVE REG-FOUND-IX TO REG-IX.
000000     PERFORM 7000-APPEND-REGISTER THRU 7000-EXIT.
000000     OPEN EXTEND ESCHEAT-SELECT-FILE.
000000     IF ESCHEAT-SELECT-STATUS = '05'
000000         OR ESCHEAT-SELECT-STATUS = '35'
000000         OPEN OUTPUT ESCHEAT-SELECT-FILE
000000     END-IF.
000000     MOVE TBL-REG-CUST-ID(REG-IX) TO ESEL-CUST-ID.
000000     MOVE TBL-REG-ITEM-NO(REG-IX) TO ESEL-ITEM-NO.
000000     MOVE TBL-REG-AMOUNT(REG-IX) TO ESEL-AMOUNT.
000000     MOVE TBL-REG-DUE(REG-IX) TO ESEL-RESPONSE-DUE.
000000     WRITE ESCHEAT-SELECT-RECORD.
000000     CLOSE ESCHEAT-SELECT-FILE.
000000     ADD 1 TO NOTICE-COUNT.
000000     DISPLAY 'ESCHEAT: ITEM ' TBL-REG-ITEM-NO(REG-IX)
000000         ' ACCT ' TBL-REG-ACCT(REG-IX) ' '
000000         TBL-REG-AMOUNT(REG-IX) ' UNDER NOTICE TO '
000000         TBL-REG-DUE(REG-IX).
000000 6950-EXIT.
000000     EXIT.
000000*One record appended per state change, from the table slot
000000*REG-IX names.
000000 7000-APPEND-REGISTER.
000000     OPEN EXTEND ESCHEAT-REGISTER-FILE.
000000     IF ESCHEAT-REGISTER-STATUS = '05'
000000         OR ESCHEAT-REGISTER-STATUS = '35'
000000         OPEN OUTPUT ESCHEAT-REGISTER-FILE
000000     END-IF.
000000     MOVE TBL-REG-ITEM-NO(REG-IX) TO ESCH-ITEM-NO.
000000     MOVE TBL-REG-SOURCE(REG-IX) TO ESCH-SOURCE.
000000     MOVE TBL-REG-ACCT(REG-IX) TO ESCH-ACCT-NO.
000000     MOVE TBL-REG-CUST-ID(REG-IX) TO ESCH-CUST-ID.
000000     MOVE TBL-REG-COMPANY(REG-IX) TO ESCH-COMPANY-CODE.
000000     MOVE TBL-REG-REFERENCE(REG-IX) TO ESCH-REFERENCE.
000000     MOVE TBL-REG-AMOUNT(REG-IX) TO ESCH-AMOUNT.
000000     MOVE TBL-REG-JURIS(REG-IX) TO ESCH-JURISDICTION.
000000     MOVE TBL-REG-CONTACT(REG-IX) TO ESCH-LAST-CONTACT.
000000     MOVE TBL-REG-NOTICE(REG-IX) TO ESCH-NOTICE-DATE.
000000     MOVE TBL-REG-DUE(REG-IX) TO ESCH-RESPONSE-DUE.
000000     MOVE TBL-REG-STATE(REG-IX) TO ESCH-STATE.
000000     MOVE TBL-REG-STATE-DATE(REG-IX) TO ESCH-STATE-DATE.
000000     MOVE TBL-REG-YEAR(REG-IX) TO ESCH-REPORT-YEAR.
000000     MOVE TBL-REG-ESCHEATED(REG-IX) TO ESCH-ESCHEAT-DATE.
000000     MOVE TBL-REG-CLAIM-REF(REG-IX) TO ESCH-CLAIM-REFERENCE.
000000     MOVE TBL-REG-CLAIM-BY(REG-IX) TO ESCH-CLAIM-BY.
000000     WRITE ESCHEAT-REGISTER-RECORD.
000000     CLOSE ESCHEAT-REGISTER-FILE.
000000 7000-EXIT.
000000     EXIT.
000000*Rolled even on a run that escheats nothing - OPENNEW is a
000000*faithful copy, so the roll is the identity.
000000 8000-ROLL-OPENING-POSITIONS.
000000     IF POSITION-MISSING-YES
000000         GO TO 8000-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT OPENING-WORK-FILE.
000000     IF OPENING-WORK-STATUS NOT = '00'
000000         GO TO 8000-EXIT
000000     END-IF.
000000     OPEN OUTPUT OPENING-POSITION-FILE.
000000     PERFORM 8010-READ-OPENING-COPY.
000000     PERFORM 8020-WRITE-OPENING-COPY
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE OPENING-POSITION-FILE.
000000     CLOSE OPENING-WORK-FILE.
000000     DISPLAY 'ESCHEAT: ' POSITION-COUNT ' POSITION(S) JUDGED'.
000000 8000-EXIT.
000000     EXIT.
000000 8010-READ-OPENING-COPY.
000000     READ OPENING-WORK-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 8020-WRITE-OPENING-COPY.
000000     MOVE OPENING-WORK-RECORD TO OPENING-POSITION-RECORD.
000000     WRITE OPENING-POSITION-RECORD.
000000     PERFORM 8010-READ-OPENING-COPY.
000000*The reconciliation's open items lose only the refunds escheated
000000*tonight; the file is left alone when there were none.
000000 8100-ROLL-OPEN-ITEMS.
000000     IF OPEN-ITEMS-MISSING-YES OR REFUNDS-ESCHEATED = ZERO
000000         GO TO 8100-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT OPEN-ITEM-WORK-FILE.
000000     IF OPEN-ITEM-WORK-STATUS NOT = '00'
000000         GO TO 8100-EXIT
000000     END-IF.
000000     OPEN OUTPUT OPEN-ITEM-FILE.
000000     PERFORM 8110-READ-OPEN-ITEM-COPY.
000000     PERFORM 8120-WRITE-OPEN-ITEM-COPY
000000         UNTIL SOURCE-EOF-YES.
000000     CLOSE OPEN-ITEM-FILE.
000000     CLOSE OPEN-ITEM-WORK-FILE.
000000     DISPLAY 'ESCHEAT: ' OPEN-ITEM-COUNT ' OPEN ITEM(S) JUDGED'.
000000 8100-EXIT.
000000     EXIT.
000000 8110-READ-OPEN-ITEM-COPY.
000000     READ OPEN-ITEM-WORK-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 8120-WRITE-OPEN-ITEM-COPY.
000000     MOVE OPEN-ITEM-WORK-RECORD TO OPEN-ITEM-RECORD.
000000     WRITE OPEN-ITEM-RECORD.
000000     PERFORM 8110-READ-OPEN-ITEM-COPY.
000000 9400-OPEN-TXLOG.
000000     OPEN EXTEND TXLOG-FILE.
000000     IF TXLOG-STATUS = '05' OR TXLOG-STATUS = '35'
000000         OPEN OUTPUT TXLOG-FILE
000000     END-IF.
000000 9400-EXIT.
000000     EXIT.
000000*'ES' is an escheated credit balance and 'ER' an escheated
000000*refund; GLMAP carries each to the escheat liability like any
000000*other type code.
000000 9500-LOG-ESCHEAT.
000000     MOVE 'ESCHEAT ' TO TXLOG-PROGRAM.
000000     MOVE 'ESCHEAT   ' TO TXLOG-OPERATION.
000000     MOVE ESCHEAT-AMOUNT TO TXLOG-RESULT.
000000     MOVE CURRENT-RUN-ID TO TXLOG-RUN-ID.
000000     MOVE CURRENT-RUN-DATE TO TXLOG-RUN-DATE.
000000     MOVE TBL-REG-ACCT(REG-IX) TO TXLOG-ACCT-NO.
000000     MOVE ESCHEAT-TYPE TO TXLOG-TYPE-CODE.
000000     MOVE TBL-REG-COMPANY(REG-IX) TO TXLOG-COMPANY-CODE.
000000     MOVE SPACES TO TXLOG-COUNTERPARTY-CODE.
000000     MOVE SPACES TO TXLOG-REVERSAL-FLAG.
000000     MOVE ZERO TO TXLOG-LINK-RUN-ID.
000000     WRITE TXLOG-RECORD.
000000 9500-EXIT.
000000     EXIT.
000000 9600-CLOSE-TXLOG.
000000     CLOSE TXLOG-FILE.
000000 9600-EXIT.
000000     EXIT.
