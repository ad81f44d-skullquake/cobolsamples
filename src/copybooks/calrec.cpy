000000*------------------------------------------------------------------------
000000*PROCESSING-CALENDAR RECORD
000000*One CALFL record per date per calendar, built a year at a time
000000*by calgen and kept by calmnt.  The day type says whether the
000000*date is a business day, a holiday or a weekend day; the
000000*week-end flag marks the last business day of its Monday-to-
000000*Sunday week and the period-end flag the last business day of
000000*its accounting month, so the nightly stream knows when to run
000000*its weekly and period steps.  The calendar code is blank for
000000*the house processing calendar every program runs by; a company
000000*or currency code names a calendar of its own - a foreign bank's
000000*holidays - kept alongside it for settlement.  A record written
000000*before calendars had codes reads as the house calendar.  The
000000*file is kept in calendar-code then date order.
000000*------------------------------------------------------------------------
000000 01  CALENDAR-RECORD.
000000     05 CAL-DATE            PIC 9(8).
000000     05 CAL-DAY-TYPE        PIC X(1).
000000         88 CAL-BUSINESS-DAY VALUE 'B'.
000000         88 CAL-HOLIDAY      VALUE 'H'.
000000         88 CAL-WEEKEND      VALUE 'W'.
000000     05 CAL-WEEK-END-FLAG   PIC X(1).
000000     05 CAL-PERIOD-END-FLAG PIC X(1).
000000     05 CAL-CALENDAR-CODE   PIC X(3).
000000         88 CAL-HOUSE-CALENDAR VALUE SPACES.
