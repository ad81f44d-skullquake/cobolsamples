000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000 FD  POST-CONTROL-FILE.
000000     COPY "postctl.cpy".
000000 FD  TRIAL-BALANCE-REPORT-FILE.
000000 01  TRIAL-BALANCE-LINE PIC X(80).
000000    WORKING-STORAGE SECTION.
