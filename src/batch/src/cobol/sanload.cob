000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. sanload.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT SANCTIONS-FEED-FILE ASSIGN TO "SANFEED"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SANCTIONS-FEED-STATUS.
000000     SELECT SANCTIONS-LIST-FILE ASSIGN TO "SANLIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SANCTIONS-LIST-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  SANCTIONS-FEED-FILE.
000000 01  SANCTIONS-FEED-LINE PIC X(80).
000000 01  SANCTIONS-FEED-DETAIL REDEFINES SANCTIONS-FEED-LINE.
000000     05 SANF-ENTRY-ID    PIC X(9).
000000     05 SANF-LIST-CODE   PIC X(4).
000000     05 SANF-NAME        PIC X(30).
000000     05 SANF-POSTAL-CODE PIC X(10).
000000     05 FILLER           PIC X(27).
000000 FD  SANCTIONS-LIST-FILE.
000000     COPY "sanlist.cpy".
000000    WORKING-STORAGE SECTION.
000000    COPY "envrec.cpy".
000000    01 SANCTIONS-FEED-STATUS PIC X(2) VALUE '00'.
000000    01 SANCTIONS-LIST-STATUS PIC X(2) VALUE '00'.
000000    01 SANCTIONS-FEED-EOF PIC X VALUE 'N'.
000000       88 SANCTIONS-FEED-EOF-YES VALUE 'Y'.
000000    01 ENV-CHECK-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-CHECK-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC 9(9) VALUE ZERO.
000000    01 ENVCHK-STATUS PIC X(1) VALUE SPACE.
000000       88 ENVCHK-TIES VALUE 'O'.
000000    01 FEED-PRESENT PIC X VALUE 'N'.
000000       88 FEED-PRESENT-YES VALUE 'Y'.
000000    01 TRAILER-FOUND PIC X VALUE 'N'.
000000       88 TRAILER-FOUND-YES VALUE 'Y'.
000000    01 FEED-ACCEPTED PIC X VALUE 'N'.
000000       88 FEED-ACCEPTED-YES VALUE 'Y'.
000000    01 CURRENT-LIST-DATE PIC 9(8) VALUE ZERO.
000000    01 DELIVERY-DATE PIC 9(8) VALUE ZERO.
000000*The delivery is staged whole before SANLIST is touched, so a
000000*list too big for the screening table is refused rather than
000000*loaded short.
000000    01 FEED-TABLE.
000000       05 FEED-ENTRY-COUNT PIC 9(4) VALUE ZERO.
000000       05 FEED-ENTRY OCCURS 2000 TIMES.
000000          10 TBL-FEED-ENTRY-ID PIC X(9).
000000          10 TBL-FEED-LIST     PIC X(4).
000000          10 TBL-FEED-NAME     PIC X(30).
000000          10 TBL-FEED-POSTAL   PIC X(10).
000000    01 FEED-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 FEED-OVERFLOW PIC X VALUE 'N'.
000000       88 FEED-OVERFLOW-YES VALUE 'Y'.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*SANCTIONS WATCH-LIST LOAD
000000*Compliance's watch-list delivery arrives as SANFEED, enveloped
000000*like every other feed (HDR naming the list's business date,
000000*one record per listed party - entry id, list code, name, postal
000000*code - and a TRL with count and hash), and is tied out through
000000*the shared ENVCHK discipline before it replaces SANLIST whole.
000000*Names are held in upper case so the screening service compares
000000*like with like.  No delivery tonight leaves the current list in
000000*force; a delivery that does not tie, is dated before the list
000000*already loaded, or holds more entries than the screening table
000000*carries is refused and the current list stays in force, with
000000*RC 4 so the refusal is seen.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     MOVE 0 TO RETURN-CODE.
000000     PERFORM 1000-VERIFY-ENVELOPE THRU 1000-EXIT.
000000     IF NOT FEED-PRESENT-YES
000000         DISPLAY 'SANLOAD: NO SANFEED DELIVERY - CURRENT LIST '
000000             'STAYS IN FORCE'
000000         GO TO 0000-EXIT
000000     END-IF.
000000     IF NOT FEED-ACCEPTED-YES
000000         DISPLAY '*** SANFEED ENVELOPE DOES NOT TIE - '
000000             'DELIVERY REFUSED, CURRENT LIST STAYS IN FORCE'
000000         MOVE 4 TO RETURN-CODE
000000         GO TO 0000-EXIT
000000     END-IF.
000000     PERFORM 1500-READ-CURRENT-LIST-DATE THRU 1500-EXIT.
000000     IF DELIVERY-DATE < CURRENT-LIST-DATE
000000         DISPLAY '*** SANFEED DATED ' DELIVERY-DATE
000000             ' IS OLDER THAN THE LIST IN FORCE ('
000000             CURRENT-LIST-DATE ') - DELIVERY REFUSED'
000000         MOVE 4 TO RETURN-CODE
000000         GO TO 0000-EXIT
000000     END-IF.
000000     PERFORM 2000-STAGE-DELIVERY THRU 2000-EXIT.
000000     IF FEED-OVERFLOW-YES
000000         DISPLAY '*** SANFEED HOLDS MORE THAN 2000 ENTRIES - '
000000             'DELIVERY REFUSED, CURRENT LIST STAYS IN FORCE'
000000         MOVE 4 TO RETURN-CODE
000000         GO TO 0000-EXIT
000000     END-IF.
000000     PERFORM 3000-REPLACE-WATCH-LIST THRU 3000-EXIT.
000000     DISPLAY 'SANLOAD: ' FEED-ENTRY-COUNT
000000         ' WATCH-LIST ENTRIES LOADED, LIST DATED ' DELIVERY-DATE.
000000 0000-EXIT.
000000     EXIT PROGRAM.
000000*------------------------------------------------------------------------
000000*FEED ENVELOPE VERIFICATION
000000*An HDR must close with a TRL whose count and hash tie to the
000000*detail in between; a file with no HDR is refused whole.
000000*------------------------------------------------------------------------
000000 1000-VERIFY-ENVELOPE.
000000     OPEN INPUT SANCTIONS-FEED-FILE.
000000     IF SANCTIONS-FEED-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     SET FEED-PRESENT-YES TO TRUE.
000000     READ SANCTIONS-FEED-FILE
000000         AT END GO TO 1000-CLOSE
000000     END-READ.
000000     IF SANCTIONS-FEED-LINE(1:3) NOT = 'HDR'
000000         DISPLAY '*** SANFEED HAS NO ENVELOPE'
000000         GO TO 1000-CLOSE
000000     END-IF.
000000     MOVE SANCTIONS-FEED-LINE(1:19) TO ENVELOPE-HEADER-RECORD.
000000     IF ENVH-BUSINESS-DATE IS NUMERIC
000000         MOVE ENVH-BUSINESS-DATE TO DELIVERY-DATE
000000     END-IF.
000000     PERFORM 1100-READ-FEED-LINE.
000000     PERFORM 1200-TALLY-FEED-LINE
000000         UNTIL SANCTIONS-FEED-EOF-YES OR TRAILER-FOUND-YES.
000000     IF TRAILER-FOUND-YES
000000         CALL 'envchk' USING ENVELOPE-HEADER-RECORD
000000             ENVELOPE-TRAILER-RECORD ENV-CHECK-COUNT
000000             ENV-CHECK-HASH ENVCHK-STATUS
000000         IF ENVCHK-TIES
000000             SET FEED-ACCEPTED-YES TO TRUE
000000         END-IF
000000     ELSE
000000         DISPLAY '*** SANFEED DELIVERY HAS NO TRAILER'
000000     END-IF.
000000 1000-CLOSE.
000000     CLOSE SANCTIONS-FEED-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-FEED-LINE.
000000     READ SANCTIONS-FEED-FILE
000000         AT END SET SANCTIONS-FEED-EOF-YES TO TRUE
000000     END-READ.
000000 1200-TALLY-FEED-LINE.
000000     IF SANCTIONS-FEED-LINE(1:3) = 'TRL'
000000         MOVE SANCTIONS-FEED-LINE(1:22)
000000             TO ENVELOPE-TRAILER-RECORD
000000         SET TRAILER-FOUND-YES TO TRUE
000000     ELSE
000000         ADD 1 TO ENV-CHECK-COUNT
000000         IF SANCTIONS-FEED-LINE(1:9) IS NUMERIC
000000             MOVE SANCTIONS-FEED-LINE(1:9) TO ENV-AMOUNT-WORK
000000             ADD ENV-AMOUNT-WORK TO ENV-CHECK-HASH
000000         END-IF
000000         PERFORM 1100-READ-FEED-LINE
000000     END-IF.
000000*The list in force is dated by its first entry; an absent or
000000*empty list is dated zero and any delivery replaces it.
000000 1500-READ-CURRENT-LIST-DATE.
000000     OPEN INPUT SANCTIONS-LIST-FILE.
000000     IF SANCTIONS-LIST-STATUS NOT = '00'
000000         GO TO 1500-EXIT
000000     END-IF.
000000     READ SANCTIONS-LIST-FILE
000000         AT END GO TO 1500-CLOSE
000000     END-READ.
000000     IF SANL-LIST-DATE IS NUMERIC
000000         MOVE SANL-LIST-DATE TO CURRENT-LIST-DATE
000000     END-IF.
000000 1500-CLOSE.
000000     CLOSE SANCTIONS-LIST-FILE.
000000 1500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*STAGING PASS - second read of the accepted delivery
000000*------------------------------------------------------------------------
000000 2000-STAGE-DELIVERY.
000000     MOVE 'N' TO SANCTIONS-FEED-EOF.
000000     OPEN INPUT SANCTIONS-FEED-FILE.
000000     IF SANCTIONS-FEED-STATUS NOT = '00'
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 1100-READ-FEED-LINE.
000000     PERFORM 2200-STAGE-ONE-ENTRY THRU 2200-NEXT
000000         UNTIL SANCTIONS-FEED-EOF-YES.
000000     CLOSE SANCTIONS-FEED-FILE.
000000 2000-EXIT.
000000     EXIT.
000000 2200-STAGE-ONE-ENTRY.
000000     IF SANCTIONS-FEED-LINE(1:3) = 'HDR'
000000         OR SANCTIONS-FEED-LINE(1:3) = 'TRL'
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF SANF-NAME = SPACES
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF FEED-ENTRY-COUNT = 2000
000000         SET FEED-OVERFLOW-YES TO TRUE
000000         GO TO 2200-NEXT
000000     END-IF.
000000     ADD 1 TO FEED-ENTRY-COUNT.
000000     MOVE SANF-ENTRY-ID TO TBL-FEED-ENTRY-ID(FEED-ENTRY-COUNT).
000000     MOVE SANF-LIST-CODE TO TBL-FEED-LIST(FEED-ENTRY-COUNT).
000000     MOVE SANF-NAME TO TBL-FEED-NAME(FEED-ENTRY-COUNT).
000000     MOVE SANF-POSTAL-CODE TO TBL-FEED-POSTAL(FEED-ENTRY-COUNT).
000000     INSPECT TBL-FEED-NAME(FEED-ENTRY-COUNT) CONVERTING
000000         'abcdefghijklmnopqrstuvwxyz'
000000         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000000     INSPECT TBL-FEED-POSTAL(FEED-ENTRY-COUNT) CONVERTING
000000         'abcdefghijklmnopqrstuvwxyz'
000000         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000000 2200-NEXT.
000000     PERFORM 1100-READ-FEED-LINE.
000000 3000-REPLACE-WATCH-LIST.
000000     OPEN OUTPUT SANCTIONS-LIST-FILE.
000000     PERFORM VARYING FEED-IX FROM 1 BY 1
000000             UNTIL FEED-IX > FEED-ENTRY-COUNT
000000         MOVE TBL-FEED-ENTRY-ID(FEED-IX) TO SANL-ENTRY-ID
000000         MOVE TBL-FEED-LIST(FEED-IX) TO SANL-LIST-CODE
000000         MOVE TBL-FEED-NAME(FEED-IX) TO SANL-NAME
000000         MOVE TBL-FEED-POSTAL(FEED-IX) TO SANL-POSTAL-CODE
000000         MOVE DELIVERY-DATE TO SANL-LIST-DATE
000000         WRITE SANCTIONS-LIST-RECORD
000000     END-PERFORM.
000000     CLOSE SANCTIONS-LIST-FILE.
000000 3000-EXIT.
000000     EXIT.
