000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS TXLOG-STATUS.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT INSTALLMENT-SCHEDULE-FILE ASSIGN TO "INSTSC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 FD  TXLOG-FILE.
000000     COPY "txlogrec.cpy".
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  INSTALLMENT-SCHEDULE-FILE.
000000     COPY "instsc.cpy".
000000 FD  COMMISSION-RESULT-FILE.
000000 01  COMMISSION-RESULT-RECORD.
000000     05 CRES-TIER-CODE    PIC X(2).
000000    01 EXTRACT-AMOUNT-HASH PIC 9(13)V99 VALUE ZERO.
000000    01 AMOUNT-ABS PIC 9(11)V99 VALUE ZERO.
000000    01 RESULT-DISPLAY PIC -(9)9.99 VALUE ZERO.
000000    01 NET-DISPLAY PIC -(6)9.99 VALUE ZERO.
000000    01 AMT-DISPLAY PIC 9(7).99 VALUE ZERO.
000000    01 RATE-DISPLAY PIC 0.999 VALUE ZERO.
000000    01 EXTRACT-POINTER PIC 9(3) VALUE 1.
