000000 FD  DELIVERY-FILE.
000000 01  DELIVERY-LINE PIC X(80).
000000 FD  MERGED-FILE.
000000 01  MERGED-RECORD PIC X(18).
000000 FD  FEED-REGISTER-FILE.
000000 01  FEED-REGISTER-RECORD.
000000     05 FREG-FEED-NAME     PIC X(8).
000000    01 SLOT-NO PIC 9(1) VALUE ZERO.
000000    01 ENV-CHECK-COUNT PIC 9(7) VALUE ZERO.
000000    01 ENV-CHECK-HASH PIC 9(12) VALUE ZERO.
000000    01 ENV-AMOUNT-WORK PIC S9(9) VALUE ZERO.
000000    01 ENVCHK-STATUS PIC X(1) VALUE SPACE.
000000       88 ENVCHK-TIES VALUE 'O'.
000000    01 TRAILER-FOUND PIC X VALUE 'N'.
000000*afterwards as it always has.
000000    01 DETAIL-TABLE.
000000       05 DETAIL-COUNT PIC 9(4) VALUE ZERO.
000000       05 DETAIL-ENTRY PIC X(18) OCCURS 1000 TIMES.
000000    01 DET-IX BINARY-LONG SIGNED VALUE 0.
000000    01 DETAIL-OVERFLOW PIC X VALUE 'N'.
000000       88 DETAIL-OVERFLOW-YES VALUE 'Y'.
000000     READ DELIVERY-FILE
000000         AT END SET DELIVERY-EOF-YES TO TRUE
000000     END-READ.
000000*The hash is the sum of the absolute amounts at (7:9), exactly
000000*as the sequencing pre-step tallies these feeds.
000000 2300-TALLY-DELIVERY-LINE.
000000     IF DELIVERY-LINE(1:3) = 'TRL'
000000         GO TO 2300-EXIT
000000     END-IF.
000000     ADD 1 TO ENV-CHECK-COUNT.
000000     IF DELIVERY-LINE(7:9) IS NUMERIC
000000         MOVE DELIVERY-LINE(7:9) TO ENV-AMOUNT-WORK
000000         IF ENV-AMOUNT-WORK < ZERO
000000             SUBTRACT ENV-AMOUNT-WORK FROM ENV-CHECK-HASH
000000         ELSE
000000     END-IF.
000000     IF DETAIL-COUNT < 1000
000000         ADD 1 TO DETAIL-COUNT
000000         MOVE DELIVERY-LINE(1:18)
000000             TO DETAIL-ENTRY(DETAIL-COUNT)
000000     ELSE
000000         SET DETAIL-OVERFLOW-YES TO TRUE
