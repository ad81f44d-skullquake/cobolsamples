000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT EXTRACT-REPORT-FILE ASSIGN TO "BATCHRPT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  EXTRACT-REPORT-FILE.
000000 01  EXTRACT-REPORT-LINE PIC X(80).
000000 FD  TXLOG-INDEX-FILE.
000000    01 INDEX-PATH-USED PIC X VALUE 'N'.
000000       88 INDEX-PATH-USED-YES VALUE 'Y'.
000000    01 AMOUNT-ABS PIC 9(11)V99 VALUE ZERO.
000000    01 POSITION-ABS PIC 9(7)V99 VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*BATCH QUERY-CARD EXTRACT FACILITY
