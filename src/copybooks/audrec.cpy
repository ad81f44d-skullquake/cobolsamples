000000*------------------------------------------------------------------------
000000*CONSOLIDATED AUDIT RECORD
000000*One maintenance event in a common shape, whichever trail it came
000000*from: when (date and time), who (the operator who made it, and
000000*the second operator who approved it under dual control), what
000000*(master, key, action) and the before and after values.  audcons
000000*builds one per stamped pair on CUSTAUD, STRAUD, SPAUD, PRCAUD and
000000*RESCHAUD, one per decided change on PENDHIST and one per sign-on
000000*on SECLOG.  A pair written before the trails were stamped has no
000000*date, time or operator and keeps a zero date.  The two flags
000000*mark an event outside business hours and a change approved by
000000*the operator who made it.  Kept in WORKING-STORAGE and written
000000*FROM, read INTO.
000000*------------------------------------------------------------------------
000000 01  AUDIT-RECORD.
000000     05 AUD-DATE       PIC 9(8).
000000     05 AUD-TIME       PIC 9(6).
000000     05 AUD-OPERATOR   PIC X(8).
000000     05 AUD-MASTER     PIC X(8).
000000     05 AUD-KEY        PIC X(12).
000000     05 AUD-ACTION     PIC X(12).
000000     05 AUD-APPROVER   PIC X(8).
000000     05 AUD-SOURCE     PIC X(8).
000000     05 AUD-BEFORE     PIC X(70).
000000     05 AUD-AFTER      PIC X(70).
000000     05 AUD-OFF-HOURS-FLAG     PIC X(1).
000000         88 AUD-OFF-HOURS      VALUE 'Y'.
000000     05 AUD-SELF-APPROVED-FLAG PIC X(1).
000000         88 AUD-SELF-APPROVED  VALUE 'Y'.
