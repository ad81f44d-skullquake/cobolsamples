000000*------------------------------------------------------------------------
000000*PARAMETER LIBRARY RECORD
000000*One PARMLIB record per program, parameter name and effective
000000*date: the value the parameter takes from that date until the
000000*next record for the same program and name.  Records are only
000000*ever added - a new value is a new record from a later date,
000000*and a parameter that is to stop applying gets a withdrawn
000000*record - so the library can say what any parameter said on
000000*any past date.  Every record reaches PARMLIB through the
000000*dual-control approval console and carries both operators'
000000*ids.  A parameter several programs read is held under program
000000*SHARED.  PARM-VALUE is the value as keyed; the lookup service
000000*reads it as a number when it is one.
000000*------------------------------------------------------------------------
000000 01  PARAMETER-RECORD.
000000     05 PARM-KEY.
000000         10 PARM-PROGRAM        PIC X(8).
000000         10 PARM-NAME           PIC X(12).
000000         10 PARM-EFFECTIVE-DATE PIC 9(8).
000000     05 PARM-VALUE              PIC X(40).
000000     05 PARM-STATE              PIC X(1).
000000         88 PARM-IN-FORCE  VALUE 'A'.
000000         88 PARM-WITHDRAWN VALUE 'W'.
000000     05 PARM-MAKER              PIC X(8).
000000     05 PARM-CHECKER            PIC X(8).
000000     05 PARM-APPROVED-DATE      PIC 9(8).
