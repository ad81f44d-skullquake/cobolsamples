000000*------------------------------------------------------------------------
000000*HOLIDAY LIST RECORD
000000*CALHOL lists the holidays calgen marks when it builds a year of
000000*CALFL - one record per holiday per calendar, the calendar code
000000*blank for the house calendar or the company or currency code of
000000*a calendar of its own.  calmnt adds an emergency holiday here
000000*as well as to CALFL, so a regenerated year keeps it.
000000*------------------------------------------------------------------------
000000 01  HOLIDAY-LIST-RECORD.
000000     05 HOL-CALENDAR-CODE PIC X(3).
000000     05 HOL-DATE          PIC 9(8).
000000     05 HOL-NAME          PIC X(20).
