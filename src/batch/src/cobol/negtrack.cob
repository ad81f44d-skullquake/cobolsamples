000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT NEG-EXCEPTION-MASTER ASSIGN TO "NEGEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  NEG-EXCEPTION-MASTER.
000000 01  NEG-EXCEPTION-RECORD.
000000     05 NEG-ACCT-NO    PIC 9(6).
000000         88 NEG-STAT-NEW          VALUE 'N'.
000000         88 NEG-STAT-ACKNOWLEDGED VALUE 'A'.
000000         88 NEG-STAT-CLEARED      VALUE 'C'.
000000         88 NEG-STAT-CHARGED-OFF  VALUE 'W'.
000000     05 NEG-FIRST-SEEN PIC 9(8).
000000     05 NEG-LAST-SEEN  PIC 9(8).
000000*Agency placement memory, appended after the original fields:
000000*accounts, moving them out of the new section.  The NEGRPT
000000*report separates brand-new exceptions from known ones so the
000000*desk works new items instead of re-triaging the same twenty
000000*accounts daily.  An account the charge-off step has written
000000*off ('W') is never cleared, reopened or reported again.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     ELSE
000000         IF NEG-FOUND-IX > ZERO
000000             AND TBL-NEG-STATUS(NEG-FOUND-IX) NOT = 'C'
000000             AND TBL-NEG-STATUS(NEG-FOUND-IX) NOT = 'W'
000000             MOVE 'C' TO TBL-NEG-STATUS(NEG-FOUND-IX)
000000             MOVE CURRENT-RUN-DATE
000000                 TO TBL-NEG-LAST-SEEN(NEG-FOUND-IX)
000000         END-IF
000000         GO TO 2300-EXIT
000000     END-IF.
000000*A charged-off account stays charged off; the write-off step
000000*takes care of whatever it still owes.
000000     IF TBL-NEG-STATUS(NEG-FOUND-IX) = 'W'
000000         MOVE CURRENT-RUN-DATE TO TBL-NEG-LAST-SEEN(NEG-FOUND-IX)
000000         GO TO 2300-EXIT
000000     END-IF.
000000     IF TBL-NEG-STATUS(NEG-FOUND-IX) = 'C'
000000         MOVE 'N' TO TBL-NEG-STATUS(NEG-FOUND-IX)
000000         MOVE CURRENT-RUN-DATE
