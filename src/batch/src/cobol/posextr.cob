000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. posextr.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT POSITION-EXTRACT-FILE ASSIGN TO "NETPOSSQ"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS POSITION-EXTRACT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  POSITION-EXTRACT-FILE.
000000 01  POSITION-EXTRACT-RECORD.
000000     05 PEX-ACCT-NO       PIC 9(6).
000000     05 PEX-AMOUNT        PIC S9(7)V99.
000000     05 PEX-COMPANY-CODE  PIC X(3).
000000    WORKING-STORAGE SECTION.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000    01 POSITION-EXTRACT-STATUS PIC X(2) VALUE '00'.
000000    01 EXTRACT-EOF PIC X VALUE 'N'.
000000       88 EXTRACT-EOF-YES VALUE 'Y'.
000000    01 EXTRACTED-COUNT PIC 9(7) VALUE ZERO.
000000    01 EXTRACTED-TOTAL PIC S9(11)V99 VALUE ZERO.
000000    01 EXTRACTED-TOTAL-DISPLAY PIC -(10)9.99 VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*FLAT NETPOS EXTRACT
000000*NETPOS is indexed on account and company; the consumers off
000000*the stream that take a flat file - downstream systems, the
000000*operators' ad-hoc listings - get NETPOSSQ instead, one line per
000000*position in the original sequential layout (account, amount,
000000*company), in account order.  Written after the end-of-stream
000000*roll, so it carries the same closing position OPENPOS does.
000000*A missing NETPOS leaves yesterday's extract in place and ends
000000*RC 4 so the feeds know it is stale.  NETPOSSQ is also the
000000*input posload rebuilds NETPOS from.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     OPEN INPUT NET-POSITION-FILE.
000000     IF NET-POSITION-STATUS NOT = '00'
000000         DISPLAY 'POSEXTR: NETPOS NOT AVAILABLE - '
000000             'NETPOSSQ NOT REFRESHED'
000000         MOVE 4 TO RETURN-CODE
000000         EXIT PROGRAM
000000     END-IF.
000000     OPEN OUTPUT POSITION-EXTRACT-FILE.
000000     PERFORM 1000-READ-POSITION.
000000     PERFORM 2000-WRITE-EXTRACT UNTIL EXTRACT-EOF-YES.
000000     CLOSE POSITION-EXTRACT-FILE.
000000     CLOSE NET-POSITION-FILE.
000000     MOVE EXTRACTED-TOTAL TO EXTRACTED-TOTAL-DISPLAY.
000000     DISPLAY 'POSEXTR: ' EXTRACTED-COUNT
000000         ' POSITION(S) EXTRACTED, TOTAL '
000000         EXTRACTED-TOTAL-DISPLAY.
000000     MOVE 0 TO RETURN-CODE.
000000     EXIT PROGRAM.
000000 1000-READ-POSITION.
000000     READ NET-POSITION-FILE
000000         AT END SET EXTRACT-EOF-YES TO TRUE
000000     END-READ.
000000 2000-WRITE-EXTRACT.
000000     MOVE NET-ACCT-NO TO PEX-ACCT-NO.
000000     MOVE NET-AMOUNT TO PEX-AMOUNT.
000000     MOVE NET-COMPANY-CODE TO PEX-COMPANY-CODE.
000000     WRITE POSITION-EXTRACT-RECORD.
000000     ADD 1 TO EXTRACTED-COUNT.
000000     ADD NET-AMOUNT TO EXTRACTED-TOTAL.
000000     PERFORM 1000-READ-POSITION.
