000000*------------------------------------------------------------------------
000000*PENDING MASTER-FILE CHANGE RECORD
000000*Shared layout for one maintenance change awaiting dual-control
000000*approval.  When the SHARED DUAL-CONTROL parameter arms dual
000000*control, maintenance programs queue each accepted keying here -
000000*stamped with the maker's sign-on operator id - instead of
000000*applying it, and the approval console applies or rejects it under
000000*a second operator's id, so no single keystroke reaches a file of
000000*record.  PCH-DATA carries the action's field payload; its shape
000000*depends on PCH-MASTER and PCH-ACTION and is documented where each
000000*maker builds it.
000000*------------------------------------------------------------------------
000000 01  PENDING-CHANGE-RECORD.
000000     05 PCH-MASTER  PIC X(6).
000000         88 PCH-MASTER-CUSTOMER VALUE 'CUSTMS'.
000000         88 PCH-MASTER-PRODUCT  VALUE 'STRMAS'.
000000         88 PCH-MASTER-JOURNAL  VALUE 'GLMJE '.
000000         88 PCH-MASTER-PARAMETER VALUE 'PARMLB'.
000000     05 PCH-ACTION  PIC X(10).
000000     05 PCH-KEY     PIC X(8).
000000     05 PCH-DATA    PIC X(120).
