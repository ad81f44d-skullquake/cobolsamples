000000*      month
000000*  'B' days between DSVC-DATE-1 and DSVC-DATE-2
000000*  'W' business-day question: is DSVC-DATE-1 a business day on
000000*      the house processing calendar on CALFL
000000*------------------------------------------------------------------------
000000 01  DATESVC-REQUEST.
000000     05 DSVC-FUNCTION PIC X(1).
