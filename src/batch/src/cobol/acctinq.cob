000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT TXLOG-ARCHIVE-FILE ASSIGN TO "TXLARCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  TXLOG-ARCHIVE-FILE.
000000 01  TXLOG-ARCHIVE-RECORD PIC X(65).
000000 FD  TXLOG-INDEX-FILE.
000000    01 INQUIRY-PROGRAM PIC X(8) VALUE SPACES.
000000    01 POSITION-FOUND PIC X VALUE 'N'.
000000       88 POSITION-FOUND-YES VALUE 'Y'.
000000    01 NET-DISPLAY PIC -(6)9.99 VALUE ZERO.
000000    01 RESULT-TABLE.
000000       05 RESULT-COUNT PIC 9(2) VALUE ZERO.
000000       05 RESULT-ENTRY PIC X(65) OCCURS 20 TIMES.
000000         DISPLAY 'NO NET POSITIONS ON FILE'
000000         GO TO 2100-EXIT
000000     END-IF.
000000     MOVE INQUIRY-ACCT TO NET-ACCT-NO.
000000     MOVE LOW-VALUES TO NET-COMPANY-CODE.
000000     START NET-POSITION-FILE KEY IS >= NET-POSITION-KEY
000000         INVALID KEY SET NET-POSITION-EOF-YES TO TRUE
000000     END-START.
000000     IF NOT NET-POSITION-EOF-YES
000000         PERFORM 2110-READ-NET-POSITION
000000         PERFORM 2120-MATCH-NET-POSITION
000000     END-IF.
000000     CLOSE NET-POSITION-FILE.
000000     IF POSITION-FOUND-YES
000000         MOVE NET-AMOUNT TO NET-DISPLAY
000000 2100-EXIT.
000000     EXIT.
000000 2110-READ-NET-POSITION.
000000     READ NET-POSITION-FILE NEXT RECORD
000000         AT END SET NET-POSITION-EOF-YES TO TRUE
000000     END-READ.
000000*The read starts at the account's lowest key, so the first
000000*record back is its position if it has one.
000000 2120-MATCH-NET-POSITION.
000000     IF NOT NET-POSITION-EOF-YES
000000         AND NET-ACCT-NO = INQUIRY-ACCT
000000         SET POSITION-FOUND-YES TO TRUE
000000     END-IF.
000000 2200-MATCH-ACCOUNT-RECORD.
000000     IF TXLOG-ACCT-NO = INQUIRY-ACCT
