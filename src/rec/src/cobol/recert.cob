           SELECT STRING-AUDIT-FILE ASSIGN TO "STRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STRING-AUDIT-STATUS.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECERT-REPORT-STATUS.
       01  CUSTOMER-AUDIT-LINE PIC X(80).
       FD  STRING-AUDIT-FILE.
       01  STRING-AUDIT-LINE PIC X(80).
       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  SECURITY-LOG-STATUS PIC X(2) VALUE '00'.
       01  CUSTOMER-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  STRING-AUDIT-STATUS PIC X(2) VALUE '00'.
       01  RECERT-REPORT-STATUS PIC X(2) VALUE '00'.
       01  SOURCE-EOF PIC X VALUE 'N'.
           88 SOURCE-EOF-YES VALUE 'Y'.
       01  DISPOSITION-CHOICE PIC X(1) VALUE SPACE.
       01  FLAGGED-COUNT PIC 9(3) VALUE ZERO.
       COPY "datesvc.cpy".
       COPY "parmsvc.cpy".
      *------------------------------------------------------------------------
      *OPERATOR ACCESS RECERTIFICATION
      *The quarterly access review, produced instead of performed from
      *sign-on history and the CUSTAUD/STRAUD maintenance trails, so
      *the reviewing supervisor sees each operator's authority level,
      *last sign-on, and how many maintenance actions they actually
      *took.  Profiles idle past the RECERT IDLE-DAYS threshold - or
      *never signed on at all - are flagged as revocation candidates.
      *The supervisor, who must sign on with administer authority, keys
      *a disposition per ID (K keep, R revoke, S defer), and the
      *RECERTRP report records the whole review: who reviewed, when,
      *what they saw and what they decided.  The profile file itself is
      *not touched here; revocation is a maintenance act with its own
      *trail.
      *------------------------------------------------------------------------
       PROCEDURE DIVISION.
       0000-MAINLINE.
                STOP RUN
            END-IF.
            ACCEPT REVIEW-DATE FROM DATE YYYYMMDD.
            PERFORM 0500-READ-PARM THRU 0500-EXIT.
            PERFORM 1000-LOAD-PROFILES THRU 1000-EXIT.
            IF OPERATOR-COUNT = ZERO
                DISPLAY 'NO OPERATOR PROFILES ON FILE'
            DISPLAY 'REVIEW COMPLETE - ' OPERATOR-COUNT
                ' PROFILE(S), ' FLAGGED-COUNT ' FLAGGED'.
            STOP RUN.
       0500-READ-PARM.
            MOVE 'RECERT' TO PSVC-PROGRAM.
            MOVE 'IDLE-DAYS' TO PSVC-NAME.
            MOVE ZERO TO PSVC-AS-OF-DATE.
            CALL 'parmsvc' USING PARMSVC-REQUEST PARMSVC-RESULT
                PARMSVC-STATUS.
            IF PSVC-WHOLE-NUMBER
                AND PSVC-NUMBER > ZERO AND PSVC-NUMBER <= 999
                MOVE PSVC-NUMBER TO IDLE-THRESHOLD-DAYS
            ELSE
                DISPLAY 'IDLE-DAYS NOT IN FORCE - USING '
                    IDLE-THRESHOLD-DAYS ' DAY THRESHOLD'
            END-IF.
       0500-EXIT.
            EXIT.
       1000-LOAD-PROFILES.
