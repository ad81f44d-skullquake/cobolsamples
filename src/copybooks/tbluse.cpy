000000*------------------------------------------------------------------------
000000*TABLE-USAGE RECORD
000000*One TBLUSE record per fixed-table load per run, appended by
000000*TBLMON: which program loaded which file, the table's limit,
000000*how many entries the load used and how many records it had to
000000*leave out.  The weekly headroom report reads the week's
000000*records and starts the file again.
000000*------------------------------------------------------------------------
000000 01  TABLE-USAGE-RECORD.
000000     05 TUSE-RUN-ID   PIC 9(5).
000000     05 TUSE-RUN-DATE PIC 9(8).
000000     05 TUSE-PROGRAM  PIC X(8).
000000     05 TUSE-FILE     PIC X(8).
000000     05 TUSE-LIMIT    PIC 9(5).
000000     05 TUSE-USED     PIC 9(5).
000000     05 TUSE-UNREAD   PIC 9(7).
