000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. notemnt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT ACCOUNT-NOTE-FILE ASSIGN TO "ACCTNOTE"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ACCOUNT-NOTE-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  ACCOUNT-NOTE-FILE.
000000     COPY "noterec.cpy".
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 ACCOUNT-NOTE-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 MASTER-EOF PIC X VALUE 'N'.
000000       88 MASTER-EOF-YES VALUE 'Y'.
000000    01 LOAD-OVERFLOW PIC X VALUE 'N'.
000000       88 LOAD-OVERFLOW-YES VALUE 'Y'.
000000*Every note on file, in note-number (that is, written) order.
000000    01 NOTE-TABLE.
000000       05 NOTE-COUNT PIC 9(4) VALUE ZERO.
000000       05 NOTE-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-NOTE-NO        PIC 9(6).
000000          10 TBL-NOTE-ACCT      PIC 9(6).
000000          10 TBL-NOTE-DATE      PIC 9(8).
000000          10 TBL-NOTE-TIME      PIC 9(4).
000000          10 TBL-NOTE-OPERATOR  PIC X(8).
000000          10 TBL-NOTE-CATEGORY  PIC X(4).
000000          10 TBL-NOTE-TEXT      PIC X(60).
000000          10 TBL-NOTE-FOLLOW-UP PIC 9(8).
000000          10 TBL-NOTE-FUP-STATUS PIC X(1).
000000          10 TBL-NOTE-DONE-DATE PIC 9(8).
000000          10 TBL-NOTE-DONE-BY   PIC X(8).
000000    01 NOTE-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 LAST-NOTE-NO PIC 9(6) VALUE ZERO.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 WORK-ACCT PIC X(6) VALUE SPACES.
000000    01 WORK-ACCT-NUM PIC 9(6) VALUE ZERO.
000000    01 WORK-CATEGORY PIC X(4) VALUE SPACES.
000000    01 WORK-TEXT PIC X(60) VALUE SPACES.
000000    01 WORK-FOLLOW-UP PIC X(8) VALUE SPACES.
000000    01 WORK-FOLLOW-UP-NUM PIC 9(8) VALUE ZERO.
000000    01 WORK-NOTE PIC X(6) VALUE SPACES.
000000    01 WORK-NOTE-NUM PIC 9(6) VALUE ZERO.
000000    01 TODAY-DATE PIC 9(8) VALUE ZERO.
000000    01 CLOCK-TIME PIC 9(8) VALUE ZERO.
000000    01 SHOWN-COUNT PIC 9(4) VALUE ZERO.
000000    01 FOLLOW-UP-FLAG PIC X(12) VALUE SPACES.
000000    01 CHANGES-MADE PIC X VALUE 'N'.
000000       88 CHANGES-MADE-YES VALUE 'Y'.
000000     COPY "datesvc.cpy".
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*ACCOUNT NOTES AND FOLLOW-UP DIARY
000000*Operator-keyed notes against an account, so that what
000000*collections, customer service and credit learn on the phone -
000000*a promise to pay, a message left, a limit discussed - is
000000*written where everyone working the account will see it instead
000000*of on a sticky note.  Each note carries the date and time, the
000000*signed-on operator, a category (COLL collections, PTP promise
000000*to pay, SERV service, CRED credit, GEN general), up to 60
000000*characters of text and, optionally, a follow-up date, which
000000*puts the note on that operator's NOTEWRK worklist from the
000000*follow-up date until it is marked done here.  Notes are listed
000000*by account newest first; the customer 360 inquiry shows the
000000*latest of them.  The same discipline as the other registers:
000000*operator sign-on in front, inquiry-level operators may only
000000*list, every note added and follow-up completed logged to
000000*SECLOG, and the whole file rewritten in one piece on exit.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY 'OPERATOR ID:'.
000000     ACCEPT SIGNON-OPERATOR-ID.
000000     CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
000000         SIGNON-STATUS.
000000     IF NOT SIGNON-ACCEPTED
000000         DISPLAY 'SIGN-ON REFUSED - NOTES UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
000000     PERFORM 1000-LOAD-NOTES THRU 1000-EXIT.
000000     PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
000000     IF CHANGES-MADE-YES
000000         PERFORM 8000-WRITE-NOTES THRU 8000-EXIT
000000     END-IF.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000 1000-LOAD-NOTES.
000000     OPEN INPUT ACCOUNT-NOTE-FILE.
000000     IF ACCOUNT-NOTE-STATUS NOT = '00'
000000         DISPLAY 'ACCTNOTE NOT FOUND - STARTING EMPTY DIARY'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-NOTE.
000000     PERFORM 1200-STORE-NOTE
000000         UNTIL MASTER-EOF-YES OR NOTE-COUNT = 2000.
000000     IF NOT MASTER-EOF-YES
000000         SET LOAD-OVERFLOW-YES TO TRUE
000000         DISPLAY '*** ACCTNOTE HOLDS MORE THAN 2000 NOTES'
000000         DISPLAY '*** CHANGES THIS SESSION WILL NOT BE SAVED'
000000     END-IF.
000000     CLOSE ACCOUNT-NOTE-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-NOTE.
000000     READ ACCOUNT-NOTE-FILE
000000         AT END SET MASTER-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-NOTE.
000000     ADD 1 TO NOTE-COUNT.
000000     MOVE NOTE-NO TO TBL-NOTE-NO(NOTE-COUNT).
000000     MOVE NOTE-ACCT-NO TO TBL-NOTE-ACCT(NOTE-COUNT).
000000     MOVE NOTE-DATE TO TBL-NOTE-DATE(NOTE-COUNT).
000000     MOVE NOTE-TIME TO TBL-NOTE-TIME(NOTE-COUNT).
000000     MOVE NOTE-OPERATOR TO TBL-NOTE-OPERATOR(NOTE-COUNT).
000000     MOVE NOTE-CATEGORY TO TBL-NOTE-CATEGORY(NOTE-COUNT).
000000     MOVE NOTE-TEXT TO TBL-NOTE-TEXT(NOTE-COUNT).
000000     MOVE NOTE-FOLLOW-UP-DATE TO TBL-NOTE-FOLLOW-UP(NOTE-COUNT).
000000     MOVE NOTE-FOLLOW-UP-STATUS
000000         TO TBL-NOTE-FUP-STATUS(NOTE-COUNT).
000000     MOVE NOTE-DONE-DATE TO TBL-NOTE-DONE-DATE(NOTE-COUNT).
000000     MOVE NOTE-DONE-BY TO TBL-NOTE-DONE-BY(NOTE-COUNT).
000000     IF NOTE-NO > LAST-NOTE-NO
000000         MOVE NOTE-NO TO LAST-NOTE-NO
000000     END-IF.
000000     PERFORM 1100-READ-NOTE.
000000 5000-MAINTENANCE-MENU.
000000     PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-MAINT-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'ACCOUNT NOTES AND FOLLOW-UPS'.
000000     DISPLAY 'NOTES ON FILE: ' NOTE-COUNT.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '1. ADD NOTE'
000000         DISPLAY '2. MARK FOLLOW-UP DONE'
000000     END-IF.
000000     DISPLAY '3. LIST NOTES FOR AN ACCOUNT'.
000000     DISPLAY '4. LIST MY OPEN FOLLOW-UPS'.
000000     DISPLAY '0. EXIT'.
000000     ACCEPT MAINT-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY
000000         AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2')
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     EVALUATE MAINT-CHOICE
000000         WHEN '1' PERFORM 5200-ADD-NOTE THRU 5200-EXIT
000000         WHEN '2' PERFORM 5300-COMPLETE-FOLLOW-UP THRU 5300-EXIT
000000         WHEN '3' PERFORM 5500-LIST-ACCOUNT-NOTES THRU 5500-EXIT
000000         WHEN '4' PERFORM 5600-LIST-MY-FOLLOW-UPS THRU 5600-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000*ADD - the writer is the signed-on operator; a follow-up date,
000000*if given, must be a real date no earlier than today.
000000*------------------------------------------------------------------------
000000 5200-ADD-NOTE.
000000     IF NOTE-COUNT = 2000
000000         DISPLAY 'DIARY FULL - NOTE REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'ACCOUNT NUMBER (6 DIGITS):'.
000000     ACCEPT WORK-ACCT.
000000     IF WORK-ACCT IS NOT NUMERIC
000000         DISPLAY 'ACCOUNT NOT NUMERIC - NOTE REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE WORK-ACCT TO WORK-ACCT-NUM.
000000     DISPLAY 'CATEGORY (COLL, PTP, SERV, CRED, GEN):'.
000000     ACCEPT WORK-CATEGORY.
000000     MOVE WORK-CATEGORY TO NOTE-CATEGORY.
000000     IF NOT NOTE-CAT-VALID
000000         DISPLAY 'UNKNOWN CATEGORY - NOTE REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'NOTE (UP TO 60 CHARS):'.
000000     ACCEPT WORK-TEXT.
000000     IF WORK-TEXT = SPACES
000000         DISPLAY 'BLANK NOTE - NOTE REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'FOLLOW-UP DATE (YYYYMMDD, BLANK FOR NONE):'.
000000     ACCEPT WORK-FOLLOW-UP.
000000     MOVE ZERO TO WORK-FOLLOW-UP-NUM.
000000     IF WORK-FOLLOW-UP NOT = SPACES
000000         PERFORM 6000-CHECK-FOLLOW-UP-DATE THRU 6000-EXIT
000000         IF WORK-FOLLOW-UP-NUM = ZERO
000000             GO TO 5200-EXIT
000000         END-IF
000000     END-IF.
000000     ACCEPT CLOCK-TIME FROM TIME.
000000     ADD 1 TO LAST-NOTE-NO.
000000     ADD 1 TO NOTE-COUNT.
000000     MOVE NOTE-COUNT TO FOUND-IX.
000000     MOVE LAST-NOTE-NO TO TBL-NOTE-NO(FOUND-IX).
000000     MOVE WORK-ACCT-NUM TO TBL-NOTE-ACCT(FOUND-IX).
000000     MOVE TODAY-DATE TO TBL-NOTE-DATE(FOUND-IX).
000000     MOVE CLOCK-TIME(1:4) TO TBL-NOTE-TIME(FOUND-IX).
000000     MOVE SIGNON-OPERATOR-ID TO TBL-NOTE-OPERATOR(FOUND-IX).
000000     MOVE WORK-CATEGORY TO TBL-NOTE-CATEGORY(FOUND-IX).
000000     MOVE WORK-TEXT TO TBL-NOTE-TEXT(FOUND-IX).
000000     MOVE WORK-FOLLOW-UP-NUM TO TBL-NOTE-FOLLOW-UP(FOUND-IX).
000000     IF WORK-FOLLOW-UP-NUM > ZERO
000000         MOVE 'O' TO TBL-NOTE-FUP-STATUS(FOUND-IX)
000000     ELSE
000000         MOVE SPACE TO TBL-NOTE-FUP-STATUS(FOUND-IX)
000000     END-IF.
000000     MOVE ZERO TO TBL-NOTE-DONE-DATE(FOUND-IX).
000000     MOVE SPACES TO TBL-NOTE-DONE-BY(FOUND-IX).
000000     SET CHANGES-MADE-YES TO TRUE.
000000     MOVE 'NOTE ADD          ' TO MAINT-ACTION-TEXT.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'ADDED NOTE ' LAST-NOTE-NO.
000000 5200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MARK FOLLOW-UP DONE - any maintenance-level operator may close
000000*a follow-up, since whoever takes the customer's call may be
000000*the one who settles it; who closed it is kept on the note.
000000*------------------------------------------------------------------------
000000 5300-COMPLETE-FOLLOW-UP.
000000     MOVE 0 TO FOUND-IX.
000000     DISPLAY 'NOTE NUMBER (6 DIGITS):'.
000000     ACCEPT WORK-NOTE.
000000     IF WORK-NOTE IS NOT NUMERIC
000000         DISPLAY 'NOTE NUMBER NOT NUMERIC'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE WORK-NOTE TO WORK-NOTE-NUM.
000000     PERFORM VARYING NOTE-IX FROM 1 BY 1
000000             UNTIL NOTE-IX > NOTE-COUNT OR FOUND-IX > 0
000000         IF TBL-NOTE-NO(NOTE-IX) = WORK-NOTE-NUM
000000             MOVE NOTE-IX TO FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF FOUND-IX = 0
000000         DISPLAY 'NOTE NOT ON FILE'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     IF TBL-NOTE-FUP-STATUS(FOUND-IX) NOT = 'O'
000000         DISPLAY 'NOTE ' WORK-NOTE-NUM ' HAS NO OPEN FOLLOW-UP'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE 'D' TO TBL-NOTE-FUP-STATUS(FOUND-IX).
000000     MOVE TODAY-DATE TO TBL-NOTE-DONE-DATE(FOUND-IX).
000000     MOVE SIGNON-OPERATOR-ID TO TBL-NOTE-DONE-BY(FOUND-IX).
000000     SET CHANGES-MADE-YES TO TRUE.
000000     MOVE 'NOTE FOLLOW-UP DONE' TO MAINT-ACTION-TEXT.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY 'FOLLOW-UP DONE ON NOTE ' WORK-NOTE-NUM.
000000 5300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*LISTS - an account's notes newest first; the operator's own
000000*open follow-ups in the order written, marked when due or late.
000000*------------------------------------------------------------------------
000000 5500-LIST-ACCOUNT-NOTES.
000000     DISPLAY 'ACCOUNT NUMBER (6 DIGITS):'.
000000     ACCEPT WORK-ACCT.
000000     IF WORK-ACCT IS NOT NUMERIC
000000         DISPLAY 'ACCOUNT NOT NUMERIC'
000000         GO TO 5500-EXIT
000000     END-IF.
000000     MOVE WORK-ACCT TO WORK-ACCT-NUM.
000000     MOVE ZERO TO SHOWN-COUNT.
000000     PERFORM VARYING NOTE-IX FROM NOTE-COUNT BY -1
000000             UNTIL NOTE-IX < 1
000000         IF TBL-NOTE-ACCT(NOTE-IX) = WORK-ACCT-NUM
000000             ADD 1 TO SHOWN-COUNT
000000             PERFORM 5700-SHOW-ONE-NOTE THRU 5700-EXIT
000000         END-IF
000000     END-PERFORM.
000000     IF SHOWN-COUNT = ZERO
000000         DISPLAY 'NO NOTES FOR ACCOUNT ' WORK-ACCT-NUM
000000     END-IF.
000000 5500-EXIT.
000000     EXIT.
000000 5600-LIST-MY-FOLLOW-UPS.
000000     MOVE ZERO TO SHOWN-COUNT.
000000     PERFORM VARYING NOTE-IX FROM 1 BY 1
000000             UNTIL NOTE-IX > NOTE-COUNT
000000         IF TBL-NOTE-OPERATOR(NOTE-IX) = SIGNON-OPERATOR-ID
000000             AND TBL-NOTE-FUP-STATUS(NOTE-IX) = 'O'
000000             ADD 1 TO SHOWN-COUNT
000000             PERFORM 5700-SHOW-ONE-NOTE THRU 5700-EXIT
000000         END-IF
000000     END-PERFORM.
000000     DISPLAY 'OPEN FOLLOW-UPS: ' SHOWN-COUNT.
000000 5600-EXIT.
000000     EXIT.
000000 5700-SHOW-ONE-NOTE.
000000     MOVE SPACES TO FOLLOW-UP-FLAG.
000000     IF TBL-NOTE-FUP-STATUS(NOTE-IX) = 'O'
000000         EVALUATE TRUE
000000             WHEN TBL-NOTE-FOLLOW-UP(NOTE-IX) < TODAY-DATE
000000                 MOVE ' OVERDUE' TO FOLLOW-UP-FLAG
000000             WHEN TBL-NOTE-FOLLOW-UP(NOTE-IX) = TODAY-DATE
000000                 MOVE ' DUE TODAY' TO FOLLOW-UP-FLAG
000000             WHEN OTHER
000000                 MOVE ' OPEN' TO FOLLOW-UP-FLAG
000000         END-EVALUATE
000000     END-IF.
000000     DISPLAY TBL-NOTE-NO(NOTE-IX) ' ACCT ' TBL-NOTE-ACCT(NOTE-IX)
000000         ' ' TBL-NOTE-DATE(NOTE-IX) ' ' TBL-NOTE-TIME(NOTE-IX)
000000         ' ' TBL-NOTE-OPERATOR(NOTE-IX)
000000         ' ' TBL-NOTE-CATEGORY(NOTE-IX).
000000     DISPLAY '       ' TBL-NOTE-TEXT(NOTE-IX).
000000     EVALUATE TBL-NOTE-FUP-STATUS(NOTE-IX)
000000         WHEN 'O'
000000             DISPLAY '       FOLLOW UP '
000000                 TBL-NOTE-FOLLOW-UP(NOTE-IX) FOLLOW-UP-FLAG
000000         WHEN 'D'
000000             DISPLAY '       FOLLOW UP '
000000                 TBL-NOTE-FOLLOW-UP(NOTE-IX)
000000                 ' DONE ' TBL-NOTE-DONE-DATE(NOTE-IX)
000000                 ' BY ' TBL-NOTE-DONE-BY(NOTE-IX)
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
000000 5700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*FOLLOW-UP DATE CHECK
000000*Leaves WORK-FOLLOW-UP-NUM zero when the date keyed is not a
000000*real calendar date or is already past.
000000*------------------------------------------------------------------------
000000 6000-CHECK-FOLLOW-UP-DATE.
000000     MOVE ZERO TO WORK-FOLLOW-UP-NUM.
000000     IF WORK-FOLLOW-UP IS NOT NUMERIC
000000         DISPLAY 'FOLLOW-UP DATE NOT NUMERIC - NOTE REJECTED'
000000         GO TO 6000-EXIT
000000     END-IF.
000000     MOVE 'V' TO DSVC-FUNCTION.
000000     MOVE WORK-FOLLOW-UP TO DSVC-DATE-1.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         DISPLAY 'FOLLOW-UP DATE NOT A VALID DATE - NOTE REJECTED'
000000         GO TO 6000-EXIT
000000     END-IF.
000000     IF DSVC-DATE-1 < TODAY-DATE
000000         DISPLAY 'FOLLOW-UP DATE IS PAST - NOTE REJECTED'
000000         GO TO 6000-EXIT
000000     END-IF.
000000     MOVE DSVC-DATE-1 TO WORK-FOLLOW-UP-NUM.
000000 6000-EXIT.
000000     EXIT.
000000 8000-WRITE-NOTES.
000000     IF LOAD-OVERFLOW-YES
000000         DISPLAY '*** ACCTNOTE NOT REWRITTEN - '
000000             'LOAD OVERFLOWED'
000000         MOVE 8 TO RETURN-CODE
000000         GO TO 8000-EXIT
000000     END-IF.
000000     OPEN OUTPUT ACCOUNT-NOTE-FILE.
000000     PERFORM VARYING NOTE-IX FROM 1 BY 1
000000             UNTIL NOTE-IX > NOTE-COUNT
000000         MOVE TBL-NOTE-NO(NOTE-IX) TO NOTE-NO
000000         MOVE TBL-NOTE-ACCT(NOTE-IX) TO NOTE-ACCT-NO
000000         MOVE TBL-NOTE-DATE(NOTE-IX) TO NOTE-DATE
000000         MOVE TBL-NOTE-TIME(NOTE-IX) TO NOTE-TIME
000000         MOVE TBL-NOTE-OPERATOR(NOTE-IX) TO NOTE-OPERATOR
000000         MOVE TBL-NOTE-CATEGORY(NOTE-IX) TO NOTE-CATEGORY
000000         MOVE TBL-NOTE-TEXT(NOTE-IX) TO NOTE-TEXT
000000         MOVE TBL-NOTE-FOLLOW-UP(NOTE-IX) TO NOTE-FOLLOW-UP-DATE
000000         MOVE TBL-NOTE-FUP-STATUS(NOTE-IX)
000000             TO NOTE-FOLLOW-UP-STATUS
000000         MOVE TBL-NOTE-DONE-DATE(NOTE-IX) TO NOTE-DONE-DATE
000000         MOVE TBL-NOTE-DONE-BY(NOTE-IX) TO NOTE-DONE-BY
000000         WRITE ACCOUNT-NOTE-RECORD
000000     END-PERFORM.
000000     CLOSE ACCOUNT-NOTE-FILE.
000000     DISPLAY 'ACCTNOTE REWRITTEN - ' NOTE-COUNT
000000         ' NOTE(S)'.
000000 8000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*MAINTENANCE-ACTION LOG
000000*------------------------------------------------------------------------
000000 9900-LOG-MAINT-ACTION.
000000     OPEN EXTEND SECURITY-LOG-FILE.
000000     IF SECURITY-LOG-STATUS = '05' OR
000000        SECURITY-LOG-STATUS = '35'
000000         OPEN OUTPUT SECURITY-LOG-FILE
000000     END-IF.
000000     MOVE SPACES TO SECURITY-LOG-LINE.
000000     STRING MAINT-ACTION-TEXT ' BY ' SIGNON-OPERATOR-ID
000000         ' NOTE ' TBL-NOTE-NO(FOUND-IX)
000000         ' ACCT ' TBL-NOTE-ACCT(FOUND-IX)
000000         INTO SECURITY-LOG-LINE.
000000     WRITE SECURITY-LOG-LINE.
000000     CLOSE SECURITY-LOG-FILE.
000000 9900-EXIT.
000000     EXIT.
