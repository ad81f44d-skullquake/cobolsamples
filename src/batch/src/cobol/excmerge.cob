000000     SELECT SEGMENT-EXC-FILE ASSIGN TO "SEGEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SEGMENT-EXC-STATUS.
000000     SELECT BANK-RECON-EXC-FILE ASSIGN TO "BRECEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS BANK-RECON-EXC-STATUS.
000000     SELECT GL-TIE-EXC-FILE ASSIGN TO "GLTIEEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS GL-TIE-EXC-STATUS.
000000     SELECT MASTER-CHECK-EXC-FILE ASSIGN TO "MSTEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS MASTER-CHECK-EXC-STATUS.
000000     SELECT TABLE-EXC-FILE ASSIGN TO "TBLEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TABLE-EXC-STATUS.
000000     SELECT DAILY-EXCEPTION-FILE ASSIGN TO "EXCDAY"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS DAILY-EXCEPTION-STATUS.
000000 01  RETURNED-MAIL-EXC-LINE PIC X(65).
000000 FD  SEGMENT-EXC-FILE.
000000 01  SEGMENT-EXC-LINE PIC X(65).
000000 FD  BANK-RECON-EXC-FILE.
000000 01  BANK-RECON-EXC-LINE PIC X(65).
000000 FD  GL-TIE-EXC-FILE.
000000 01  GL-TIE-EXC-LINE PIC X(65).
000000 FD  MASTER-CHECK-EXC-FILE.
000000 01  MASTER-CHECK-EXC-LINE PIC X(65).
000000 FD  TABLE-EXC-FILE.
000000 01  TABLE-EXC-LINE PIC X(65).
000000 FD  DAILY-EXCEPTION-FILE.
000000 01  DAILY-EXCEPTION-LINE PIC X(65).
000000 FD  EXCEPTION-REPORT-FILE.
000000    01 FIELD-REJECT-STATUS PIC X(2) VALUE '00'.
000000    01 RETURNED-MAIL-EXC-STATUS PIC X(2) VALUE '00'.
000000    01 SEGMENT-EXC-STATUS PIC X(2) VALUE '00'.
000000    01 BANK-RECON-EXC-STATUS PIC X(2) VALUE '00'.
000000    01 GL-TIE-EXC-STATUS PIC X(2) VALUE '00'.
000000    01 MASTER-CHECK-EXC-STATUS PIC X(2) VALUE '00'.
000000    01 TABLE-EXC-STATUS PIC X(2) VALUE '00'.
000000    01 DAILY-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 EXCEPTION-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000    01 EMIT-SEVERITY PIC X(1) VALUE SPACE.
000000    01 PROGRAM-COUNT-TABLE.
000000       05 PGM-COUNT-ENTRIES PIC 9(2) VALUE ZERO.
000000       05 PGM-COUNT-ENTRY OCCURS 12 TIMES.
000000          10 TBL-PGM-NAME  PIC X(8).
000000          10 TBL-PGM-COUNT PIC 9(5).
000000    01 PGM-IX BINARY-SHORT SIGNED VALUE 0.
000000*CONSOLIDATED EXCEPTION HUB
000000*Merges the per-program exception files - the multiply overflow
000000*file, the divide-error file, the float threshold file, the
000000*field-reject file, the returned-mail file, the segment file,
000000*the bank reconciliation file, the subledger tie-out file, the
000000*master-file integrity file and the table monitor's table-full
000000*file, all written in
000000*the shared EXCEPTION-RECORD shape - into one EXCDAY daily
000000*file ordered by severity,
000000*and prints the EXCRPT daily report with per-program exception
000000*counts.  One report to check every morning instead of four
000000*differently-shaped files of which the quiet ones never get
000000*looked at.
000000*The table-full file is appended to by every program that
000000*reports a table, so it is emptied once collected.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 1600-COLLECT-FLDREJ THRU 1600-EXIT.
000000     PERFORM 1800-COLLECT-RETMEXC THRU 1800-EXIT.
000000     PERFORM 1900-COLLECT-SEGEXC THRU 1900-EXIT.
000000     PERFORM 1980-COLLECT-BRECEXC THRU 1980-EXIT.
000000     PERFORM 1990-COLLECT-GLTIEEXC THRU 1990-EXIT.
000000     PERFORM 1993-COLLECT-MSTEXC THRU 1993-EXIT.
000000     PERFORM 1700-COLLECT-TBLEXC THRU 1700-EXIT.
000000     PERFORM 3000-WRITE-MERGED-OUTPUT THRU 3000-EXIT.
000000     DISPLAY 'EXCMERGE: ' EXCEPTION-COUNT
000000         ' EXCEPTION(S) CONSOLIDATED'.
000000     MOVE FIELD-REJECT-LINE TO MULTIPLY-EXCEPTION-LINE.
000000     PERFORM 2000-STORE-EXCEPTION THRU 2000-EXIT.
000000     PERFORM 1650-READ-FLDREJ.
000000 1700-COLLECT-TBLEXC.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT TABLE-EXC-FILE.
000000     IF TABLE-EXC-STATUS NOT = '00'
000000         GO TO 1700-EXIT
000000     END-IF.
000000     PERFORM 1750-READ-TBLEXC.
000000     PERFORM 1770-STORE-TBLEXC UNTIL SOURCE-EOF-YES.
000000     CLOSE TABLE-EXC-FILE.
000000     OPEN OUTPUT TABLE-EXC-FILE.
000000     CLOSE TABLE-EXC-FILE.
000000 1700-EXIT.
000000     EXIT.
000000 1750-READ-TBLEXC.
000000     READ TABLE-EXC-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1770-STORE-TBLEXC.
000000     MOVE TABLE-EXC-LINE TO MULTIPLY-EXCEPTION-LINE.
000000     PERFORM 2000-STORE-EXCEPTION THRU 2000-EXIT.
000000     PERFORM 1750-READ-TBLEXC.
000000 1800-COLLECT-RETMEXC.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT RETURNED-MAIL-EXC-FILE.
000000     MOVE SEGMENT-EXC-LINE TO MULTIPLY-EXCEPTION-LINE.
000000     PERFORM 2000-STORE-EXCEPTION THRU 2000-EXIT.
000000     PERFORM 1950-READ-SEGEXC.
000000 1980-COLLECT-BRECEXC.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT BANK-RECON-EXC-FILE.
000000     IF BANK-RECON-EXC-STATUS NOT = '00'
000000         GO TO 1980-EXIT
000000     END-IF.
000000     PERFORM 1985-READ-BRECEXC.
000000     PERFORM 1987-STORE-BRECEXC UNTIL SOURCE-EOF-YES.
000000     CLOSE BANK-RECON-EXC-FILE.
000000 1980-EXIT.
000000     EXIT.
000000 1985-READ-BRECEXC.
000000     READ BANK-RECON-EXC-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1987-STORE-BRECEXC.
000000     MOVE BANK-RECON-EXC-LINE TO MULTIPLY-EXCEPTION-LINE.
000000     PERFORM 2000-STORE-EXCEPTION THRU 2000-EXIT.
000000     PERFORM 1985-READ-BRECEXC.
000000 1990-COLLECT-GLTIEEXC.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT GL-TIE-EXC-FILE.
000000     IF GL-TIE-EXC-STATUS NOT = '00'
000000         GO TO 1990-EXIT
000000     END-IF.
000000     PERFORM 1995-READ-GLTIEEXC.
000000     PERFORM 1997-STORE-GLTIEEXC UNTIL SOURCE-EOF-YES.
000000     CLOSE GL-TIE-EXC-FILE.
000000 1990-EXIT.
000000     EXIT.
000000 1995-READ-GLTIEEXC.
000000     READ GL-TIE-EXC-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1997-STORE-GLTIEEXC.
000000     MOVE GL-TIE-EXC-LINE TO MULTIPLY-EXCEPTION-LINE.
000000     PERFORM 2000-STORE-EXCEPTION THRU 2000-EXIT.
000000     PERFORM 1995-READ-GLTIEEXC.
000000 1993-COLLECT-MSTEXC.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT MASTER-CHECK-EXC-FILE.
000000     IF MASTER-CHECK-EXC-STATUS NOT = '00'
000000         GO TO 1993-EXIT
000000     END-IF.
000000     PERFORM 1994-READ-MSTEXC.
000000     PERFORM 1996-STORE-MSTEXC UNTIL SOURCE-EOF-YES.
000000     CLOSE MASTER-CHECK-EXC-FILE.
000000 1993-EXIT.
000000     EXIT.
000000 1994-READ-MSTEXC.
000000     READ MASTER-CHECK-EXC-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1996-STORE-MSTEXC.
000000     MOVE MASTER-CHECK-EXC-LINE TO MULTIPLY-EXCEPTION-LINE.
000000     PERFORM 2000-STORE-EXCEPTION THRU 2000-EXIT.
000000     PERFORM 1994-READ-MSTEXC.
000000*------------------------------------------------------------------------
000000*COMMON STORE AND PER-PROGRAM TALLY
000000*------------------------------------------------------------------------
000000             MOVE PGM-IX TO PGM-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF PGM-FOUND-IX = ZERO AND PGM-COUNT-ENTRIES < 12
000000         ADD 1 TO PGM-COUNT-ENTRIES
000000         MOVE PGM-COUNT-ENTRIES TO PGM-FOUND-IX
000000         MOVE EXC-PROGRAM TO TBL-PGM-NAME(PGM-FOUND-IX)
