000000*------------------------------------------------------------------------
000000*ACCOUNTING PERIOD CONTROL RECORD
000000*One GLPERIOD record per accounting month (CCYYMM), opened and
000000*closed by accounting through glacmnt.  Nothing journals into a
000000*closed period: activity dated in one is carried into the
000000*current open period and flagged for review.  A month not on
000000*the file has not been set up and is treated as open.
000000*------------------------------------------------------------------------
000000 01  GL-PERIOD-RECORD.
000000     05 GLP-PERIOD       PIC 9(6).
000000     05 GLP-STATUS       PIC X(1).
000000         88 GLP-OPEN   VALUE 'O'.
000000         88 GLP-CLOSED VALUE 'C'.
000000     05 GLP-CHANGED-BY   PIC X(8).
000000     05 GLP-CHANGED-DATE PIC 9(8).
