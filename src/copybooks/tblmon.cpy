000000*------------------------------------------------------------------------
000000*TABLE-MONITOR CALL AREA
000000*Shared request layout for the TBLMON callable.  A step that
000000*loads a file into a fixed table calls it once the load is
000000*done, naming itself, the file, the table's limit, the entries
000000*it used and the records it had to leave out because the table
000000*was full.  TBLMON notes the usage for the weekly headroom
000000*report and, when anything was left out, raises the severity-1
000000*alarm on the exception hub and answers TMON-OVERFLOWED - the
000000*step must then end with a fatal return code.
000000*------------------------------------------------------------------------
000000 01  TBLMON-REQUEST.
000000     05 TMON-PROGRAM PIC X(8).
000000     05 TMON-FILE    PIC X(8).
000000     05 TMON-LIMIT   PIC 9(5).
000000     05 TMON-USED    PIC 9(5).
000000     05 TMON-UNREAD  PIC 9(7).
000000 01  TBLMON-STATUS PIC X(1).
000000     88 TMON-WITHIN-LIMIT VALUE 'W'.
000000     88 TMON-OVERFLOWED   VALUE 'O'.
