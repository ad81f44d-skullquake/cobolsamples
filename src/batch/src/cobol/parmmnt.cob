000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. parmmnt.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT PARAMETER-LIBRARY ASSIGN TO "PARMLIB"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS PARM-KEY
000000         FILE STATUS IS PARAMETER-LIBRARY-STATUS.
000000     SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PENDING-CHANGE-STATUS.
000000     SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SECURITY-LOG-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  PARAMETER-LIBRARY.
000000     COPY "parmrec.cpy".
000000 FD  PENDING-CHANGE-FILE.
000000     COPY "pendchg.cpy".
000000 FD  SECURITY-LOG-FILE.
000000 01  SECURITY-LOG-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
000000    01 PARAMETER-LIBRARY-STATUS PIC X(2) VALUE '00'.
000000    01 PENDING-CHANGE-STATUS PIC X(2) VALUE '00'.
000000    01 SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
000000    01 LIBRARY-EOF PIC X VALUE 'N'.
000000       88 LIBRARY-EOF-YES VALUE 'Y'.
000000    01 KEY-ON-FILE PIC X VALUE 'N'.
000000       88 KEY-ON-FILE-YES VALUE 'Y'.
000000    01 HISTORY-COUNT PIC 9(3) VALUE ZERO.
000000    01 MAINT-CHOICE PIC X(1) VALUE SPACE.
000000    01 WORK-PROGRAM PIC X(8) VALUE SPACES.
000000    01 WORK-NAME PIC X(12) VALUE SPACES.
000000    01 WORK-DATE PIC X(8) VALUE SPACES.
000000    01 WORK-DATE-NUM PIC 9(8) VALUE ZERO.
000000    01 WORK-VALUE PIC X(40) VALUE SPACES.
000000    01 TODAY-DATE PIC 9(8) VALUE ZERO.
000000    01 PENDING-ACTION PIC X(10) VALUE SPACES.
000000    01 SIGNON-OPERATOR-ID PIC X(8) VALUE SPACES.
000000    01 SIGNON-LEVEL PIC X(1) VALUE SPACE.
000000       88 SIGNON-LEVEL-INQUIRY VALUE 'I'.
000000    01 SIGNON-STATUS PIC X(1) VALUE SPACE.
000000       88 SIGNON-ACCEPTED VALUE 'O'.
000000    01 MAINT-ACTION-TEXT PIC X(20) VALUE SPACES.
000000*PCH-DATA of a PARMLB change; PCH-KEY carries the program.
000000    01 PARAMETER-PENDING-DATA.
000000       05 PPD-NAME           PIC X(12).
000000       05 PPD-EFFECTIVE-DATE PIC 9(8).
000000       05 PPD-VALUE          PIC X(40).
000000       05 FILLER             PIC X(60).
000000     COPY "datesvc.cpy".
000000     COPY "parmsvc.cpy".
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*PARAMETER LIBRARY MAINTENANCE
000000*Operator-keyed maintenance for PARMLIB, the parameter library
000000*the stream's programs read their run parameters from in place
000000*of the one-record control cards they each used to open.  A
000000*change is a new value for a program's parameter from an
000000*effective date, or the withdrawal of a parameter from a date
000000*so the program goes back to its own default; nothing already
000000*in the library is ever altered, and no change may take effect
000000*before today, so the library's record of what applied on a
000000*past date stays true.  No change reaches PARMLIB on the
000000*keying operator's say-so: every accepted change goes on the
000000*PENDCHG maker-checker queue, whatever the dual-control setting,
000000*and chgappr adds it to the library on a second operator's
000000*approval, with the before/after pair on the PARMAUD audit file.
000000*Every keying is logged to SECLOG.  Inquiry-level operators may
000000*look at a parameter's history but not change it.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     DISPLAY 'OPERATOR ID:'.
000000     ACCEPT SIGNON-OPERATOR-ID.
000000     CALL 'signon' USING SIGNON-OPERATOR-ID SIGNON-LEVEL
000000         SIGNON-STATUS.
000000     IF NOT SIGNON-ACCEPTED
000000         DISPLAY 'SIGN-ON REFUSED - MAINTENANCE UNAVAILABLE'
000000         STOP RUN
000000     END-IF.
000000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
000000     PERFORM 5000-MAINTENANCE-MENU THRU 5000-EXIT.
000000*STOP RUN, not EXIT PROGRAM: this is an operator-run utility and
000000*always runs as the main program, where EXIT PROGRAM is a no-op
000000*and control would fall through into the paragraphs below.
000000     STOP RUN.
000000 5000-MAINTENANCE-MENU.
000000     PERFORM 5100-SHOW-MAINT-MENU UNTIL MAINT-CHOICE = '0'.
000000 5000-EXIT.
000000     EXIT.
000000 5100-SHOW-MAINT-MENU.
000000     DISPLAY '----------------------------------------'.
000000     DISPLAY 'PARAMETER LIBRARY MAINTENANCE'.
000000     IF NOT SIGNON-LEVEL-INQUIRY
000000         DISPLAY '1. SET A PARAMETER VALUE'
000000         DISPLAY '2. WITHDRAW A PARAMETER'
000000     END-IF.
000000     DISPLAY '3. SHOW A PARAMETER''S HISTORY'.
000000     DISPLAY '0. EXIT MAINTENANCE'.
000000     ACCEPT MAINT-CHOICE.
000000     IF SIGNON-LEVEL-INQUIRY
000000         AND (MAINT-CHOICE = '1' OR MAINT-CHOICE = '2')
000000         DISPLAY 'NOT AUTHORIZED FOR THAT FUNCTION'
000000         MOVE SPACE TO MAINT-CHOICE
000000     END-IF.
000000     EVALUATE MAINT-CHOICE
000000         WHEN '1' PERFORM 5200-SET-PARAMETER THRU 5200-EXIT
000000         WHEN '2' PERFORM 5300-WITHDRAW-PARAMETER
000000                      THRU 5300-EXIT
000000         WHEN '3' PERFORM 5400-SHOW-HISTORY THRU 5400-EXIT
000000         WHEN OTHER CONTINUE
000000     END-EVALUATE.
000000*------------------------------------------------------------------------
000000*SET - a value for the parameter from the effective date on
000000*------------------------------------------------------------------------
000000 5200-SET-PARAMETER.
000000     PERFORM 6000-KEY-PARAMETER THRU 6000-EXIT.
000000     IF WORK-PROGRAM = SPACES
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6100-KEY-EFFECTIVE-DATE THRU 6100-EXIT.
000000     IF WORK-DATE-NUM = ZERO
000000         GO TO 5200-EXIT
000000     END-IF.
000000     PERFORM 6200-CHECK-KEY-ON-FILE THRU 6200-EXIT.
000000     IF KEY-ON-FILE-YES
000000         DISPLAY 'A VALUE FROM ' WORK-DATE-NUM
000000             ' IS ALREADY ON FILE - SET REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     DISPLAY 'VALUE (UP TO 40 CHARACTERS):'.
000000     ACCEPT WORK-VALUE.
000000     IF WORK-VALUE = SPACES
000000         DISPLAY 'BLANK VALUE - USE WITHDRAW TO STOP A '
000000             'PARAMETER - SET REJECTED'
000000         GO TO 5200-EXIT
000000     END-IF.
000000     MOVE 'SET       ' TO PENDING-ACTION.
000000     PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT.
000000     MOVE 'PARMLIB SET QUEUED ' TO MAINT-ACTION-TEXT.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY WORK-PROGRAM ' ' WORK-NAME ' FROM ' WORK-DATE-NUM
000000         ' QUEUED FOR APPROVAL'.
000000 5200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*WITHDRAW - the parameter stops applying from the effective
000000*date and the program falls back to its own default
000000*------------------------------------------------------------------------
000000 5300-WITHDRAW-PARAMETER.
000000     PERFORM 6000-KEY-PARAMETER THRU 6000-EXIT.
000000     IF WORK-PROGRAM = SPACES
000000         GO TO 5300-EXIT
000000     END-IF.
000000     PERFORM 6100-KEY-EFFECTIVE-DATE THRU 6100-EXIT.
000000     IF WORK-DATE-NUM = ZERO
000000         GO TO 5300-EXIT
000000     END-IF.
000000     MOVE WORK-PROGRAM TO PSVC-PROGRAM.
000000     MOVE WORK-NAME TO PSVC-NAME.
000000     MOVE WORK-DATE-NUM TO PSVC-AS-OF-DATE.
000000     CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
000000         PARMSVC-STATUS.
000000     IF PSVC-NOT-IN-FORCE
000000         DISPLAY 'NO VALUE IN FORCE ON ' WORK-DATE-NUM
000000             ' - WITHDRAW REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     PERFORM 6200-CHECK-KEY-ON-FILE THRU 6200-EXIT.
000000     IF KEY-ON-FILE-YES
000000         DISPLAY 'A CHANGE FROM ' WORK-DATE-NUM
000000             ' IS ALREADY ON FILE - WITHDRAW REJECTED'
000000         GO TO 5300-EXIT
000000     END-IF.
000000     DISPLAY 'VALUE NOW IN FORCE: ' PSVC-VALUE.
000000     MOVE SPACES TO WORK-VALUE.
000000     MOVE 'WITHDRAW  ' TO PENDING-ACTION.
000000     PERFORM 9700-QUEUE-PENDING-CHANGE THRU 9700-EXIT.
000000     MOVE 'PARMLIB WDRW QUEUED' TO MAINT-ACTION-TEXT.
000000     PERFORM 9900-LOG-MAINT-ACTION THRU 9900-EXIT.
000000     DISPLAY WORK-PROGRAM ' ' WORK-NAME ' WITHDRAWAL FROM '
000000         WORK-DATE-NUM ' QUEUED FOR APPROVAL'.
000000 5300-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*HISTORY - every value the parameter has had, oldest first
000000*------------------------------------------------------------------------
000000 5400-SHOW-HISTORY.
000000     PERFORM 6000-KEY-PARAMETER THRU 6000-EXIT.
000000     IF WORK-PROGRAM = SPACES
000000         GO TO 5400-EXIT
000000     END-IF.
000000     MOVE ZERO TO HISTORY-COUNT.
000000     MOVE 'N' TO LIBRARY-EOF.
000000     OPEN INPUT PARAMETER-LIBRARY.
000000     IF PARAMETER-LIBRARY-STATUS NOT = '00'
000000         DISPLAY 'PARMLIB NOT AVAILABLE - NO HISTORY'
000000         GO TO 5400-EXIT
000000     END-IF.
000000     MOVE WORK-PROGRAM TO PARM-PROGRAM.
000000     MOVE WORK-NAME TO PARM-NAME.
000000     MOVE ZERO TO PARM-EFFECTIVE-DATE.
000000     START PARAMETER-LIBRARY KEY IS >= PARM-KEY
000000         INVALID KEY SET LIBRARY-EOF-YES TO TRUE
000000     END-START.
000000     IF NOT LIBRARY-EOF-YES
000000         PERFORM 5410-READ-HISTORY
000000     END-IF.
000000     PERFORM 5420-SHOW-ONE-VALUE UNTIL LIBRARY-EOF-YES.
000000     CLOSE PARAMETER-LIBRARY.
000000     IF HISTORY-COUNT = ZERO
000000         DISPLAY 'NO VALUES ON FILE FOR ' WORK-PROGRAM
000000             ' ' WORK-NAME
000000     END-IF.
000000 5400-EXIT.
000000     EXIT.
000000 5410-READ-HISTORY.
000000     READ PARAMETER-LIBRARY NEXT RECORD
000000         AT END SET LIBRARY-EOF-YES TO TRUE
000000     END-READ.
000000     IF NOT LIBRARY-EOF-YES
000000         IF PARM-PROGRAM NOT = WORK-PROGRAM
000000             OR PARM-NAME NOT = WORK-NAME
000000             SET LIBRARY-EOF-YES TO TRUE
000000         END-IF
000000     END-IF.
000000 5420-SHOW-ONE-VALUE.
000000     ADD 1 TO HISTORY-COUNT.
000000     IF PARM-WITHDRAWN
000000         DISPLAY PARM-EFFECTIVE-DATE ' (WITHDRAWN)'
000000             ' MADE ' PARM-MAKER ' APPROVED ' PARM-CHECKER
000000     ELSE
000000         DISPLAY PARM-EFFECTIVE-DATE ' ' PARM-VALUE
000000         DISPLAY '         MADE ' PARM-MAKER
000000             ' APPROVED ' PARM-CHECKER
000000     END-IF.
000000     PERFORM 5410-READ-HISTORY.
000000*------------------------------------------------------------------------
000000*KEYING - program and parameter name, effective date
000000*------------------------------------------------------------------------
000000 6000-KEY-PARAMETER.
000000     DISPLAY 'PROGRAM (8 CHARS, SHARED FOR A SHARED PARAMETER):'.
000000     ACCEPT WORK-PROGRAM.
000000     DISPLAY 'PARAMETER NAME (12 CHARS):'.
000000     ACCEPT WORK-NAME.
000000     IF WORK-PROGRAM = SPACES OR WORK-NAME = SPACES
000000         DISPLAY 'PROGRAM AND PARAMETER NAME ARE BOTH NEEDED'
000000         MOVE SPACES TO WORK-PROGRAM
000000     END-IF.
000000 6000-EXIT.
000000     EXIT.
000000 6100-KEY-EFFECTIVE-DATE.
000000     MOVE ZERO TO WORK-DATE-NUM.
000000     DISPLAY 'EFFECTIVE DATE (CCYYMMDD):'.
000000     ACCEPT WORK-DATE.
000000     IF WORK-DATE IS NOT NUMERIC
000000         DISPLAY 'DATE NOT NUMERIC - CHANGE REJECTED'
000000         GO TO 6100-EXIT
000000     END-IF.
000000     MOVE 'V' TO DSVC-FUNCTION.
000000     MOVE WORK-DATE TO DSVC-DATE-1.
000000     MOVE ZERO TO DSVC-DATE-2.
000000     MOVE ZERO TO DSVC-COUNT.
000000     CALL 'datesvc' USING DATESVC-REQUEST DATESVC-RESULT
000000         DATESVC-STATUS.
000000     IF NOT DSVC-OK
000000         DISPLAY 'NOT A CALENDAR DATE - CHANGE REJECTED'
000000         GO TO 6100-EXIT
000000     END-IF.
000000     IF DSVC-DATE-1 < TODAY-DATE
000000         DISPLAY 'A CHANGE CANNOT TAKE EFFECT BEFORE TODAY - '
000000             'CHANGE REJECTED'
000000         GO TO 6100-EXIT
000000     END-IF.
000000     MOVE DSVC-DATE-1 TO WORK-DATE-NUM.
000000 6100-EXIT.
000000     EXIT.
000000 6200-CHECK-KEY-ON-FILE.
000000     MOVE 'N' TO KEY-ON-FILE.
000000     OPEN INPUT PARAMETER-LIBRARY.
000000     IF PARAMETER-LIBRARY-STATUS NOT = '00'
000000         GO TO 6200-EXIT
000000     END-IF.
000000     MOVE WORK-PROGRAM TO PARM-PROGRAM.
000000     MOVE WORK-NAME TO PARM-NAME.
000000     MOVE WORK-DATE-NUM TO PARM-EFFECTIVE-DATE.
000000     READ PARAMETER-LIBRARY
000000         KEY IS PARM-KEY
000000         INVALID KEY CONTINUE
000000         NOT INVALID KEY SET KEY-ON-FILE-YES TO TRUE
000000     END-READ.
000000     CLOSE PARAMETER-LIBRARY.
000000 6200-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*PENDING-CHANGE QUEUE
000000*A parameter change always goes to a second operator, whatever the
000000*SHARED DUAL-CONTROL setting says: PCH-KEY carries the program and
000000*PCH-DATA the parameter name, effective date and value.
000000*------------------------------------------------------------------------
000000 9700-QUEUE-PENDING-CHANGE.
000000     OPEN EXTEND PENDING-CHANGE-FILE.
000000     IF PENDING-CHANGE-STATUS = '05' OR
000000        PENDING-CHANGE-STATUS = '35'
000000         OPEN OUTPUT PENDING-CHANGE-FILE
000000     END-IF.
000000     MOVE SPACES TO PARAMETER-PENDING-DATA.
000000     MOVE WORK-NAME TO PPD-NAME.
000000     MOVE WORK-DATE-NUM TO PPD-EFFECTIVE-DATE.
000000     MOVE WORK-VALUE TO PPD-VALUE.
000000     MOVE ZERO TO PCH-SEQ-NO.
000000     MOVE 'PARMLB' TO PCH-MASTER.
000000     MOVE PENDING-ACTION TO PCH-ACTION.
000000     MOVE WORK-PROGRAM TO PCH-KEY.
000000     MOVE PARAMETER-PENDING-DATA TO PCH-DATA.
000000     MOVE SIGNON-OPERATOR-ID TO PCH-MAKER.
000000     MOVE 'P' TO PCH-STATE.
000000     MOVE SPACES TO PCH-CHECKER.
000000     WRITE PENDING-CHANGE-RECORD.
000000     CLOSE PENDING-CHANGE-FILE.
000000 9700-EXIT.
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
000000         ' ' WORK-PROGRAM ' ' WORK-NAME ' ' WORK-DATE-NUM
000000         INTO SECURITY-LOG-LINE.
000000     WRITE SECURITY-LOG-LINE.
000000     CLOSE SECURITY-LOG-FILE.
000000 9900-EXIT.
000000     EXIT.
