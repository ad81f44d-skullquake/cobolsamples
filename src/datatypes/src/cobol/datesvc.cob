000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CALENDAR-FILE.
000000     COPY "calrec.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 CALENDAR-STATUS PIC X(2) VALUE '00'.
000000    01 CALENDAR-EOF PIC X VALUE 'N'.
000000         AT END SET CALENDAR-EOF-YES TO TRUE
000000     END-READ.
000000 5200-MATCH-CALENDAR.
000000     IF CAL-DATE = DSVC-DATE-1 AND CAL-HOUSE-CALENDAR
000000         SET CALENDAR-DATE-FOUND-YES TO TRUE
000000         IF CAL-BUSINESS-DAY
000000             SET DSVC-OK TO TRUE
