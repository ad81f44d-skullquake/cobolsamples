000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT BATCH-STRCTBCL-FILE ASSIGN TO "STRCBAT"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  BATCH-STRCTBCL-FILE.
000000 01  BATCH-STRCTBCL-RECORD.
000000     05 BATCH-M0 PIC S9(10).
000000     END-READ.
000000 2200-MARSHAL-ONE-POSITION.
000000     MOVE NET-ACCT-NO TO STRCTBCLM0.
000000*The struct members are whole longs, so the position crosses
000000*the bridge in cents.
000000     COMPUTE STRCTBCLM1 = NET-AMOUNT * 100.
000000     IF NET-COMPANY-CODE IS NUMERIC
000000         MOVE NET-COMPANY-CODE TO COMPANY-NUMERIC
000000         MOVE COMPANY-NUMERIC TO STRCTBCLM2
