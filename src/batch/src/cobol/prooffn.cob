000000     05 SUB-RECON-RUN-DATE  PIC 9(8).
000000     05 SUB-RECON-COMPANY   PIC X(3).
000000 FD  POST-CONTROL-FILE.
000000     COPY "postctl.cpy".
000000 FD  PROOF-STATUS-FILE.
000000 01  PROOF-STATUS-RECORD.
000000     05 PRF-RUN-ID           PIC 9(5).
