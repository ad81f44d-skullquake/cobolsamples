               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-CONTROL-STATUS.
           SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NET-POSITION-KEY
               FILE STATUS IS NET-POSITION-STATUS.
           SELECT UPDATED-SCHEDULE-FILE ASSIGN TO "INSTUPD"
               ORGANIZATION IS LINE SEQUENTIAL
       01  PURGE-CONTROL-RECORD.
           05 PURG-CUTOFF-DATE PIC 9(8).
       FD  NET-POSITION-FILE.
           COPY "netpos.cpy".
       FD  UPDATED-SCHEDULE-FILE.
           COPY "instupd.cpy".
       FD  NEG-EXCEPTION-MASTER.
       01  NEG-EXCEPTION-RECORD.
           05 NEG-ACCT-NO    PIC 9(6).
       FD  TXLOG-FILE.
           COPY "txlogrec.cpy".
       FD  PURGE-ARCHIVE-FILE.
       01  PURGE-ARCHIVE-RECORD PIC X(249).
       FD  PURGE-REGISTER-FILE.
       01  PURGE-REGISTER-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  CUSTOMER-TABLE.
           05 CUSTOMER-COUNT PIC 9(3) VALUE ZERO.
           05 CUSTOMER-ENTRY OCCURS 100 TIMES.
               10 TBL-CUST-IMAGE PIC X(249).
               10 TBL-CUST-VERDICT PIC X(1).
       01  CUST-IX BINARY-SHORT SIGNED VALUE 0.
       01  CUST-ID-NUM PIC 9(7) VALUE ZERO.
