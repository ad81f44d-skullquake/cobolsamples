000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  COMMISSION-TABLE-FILE.
000000     COPY "commtb.cpy".
000000 FD  CERT-STATUS-FILE.
000000 01  CERT-STATUS-RECORD.
000000     05 CERT-VERDICT PIC X(1).
000000    01 RECORD-CLEAN PIC X VALUE 'Y'.
000000       88 RECORD-CLEAN-YES VALUE 'Y'.
000000    01 SEEN-TIER-TABLE.
000000       05 SEEN-TIER-COUNT PIC 9(3) VALUE ZERO.
000000       05 SEEN-TIER-ENTRY OCCURS 200 TIMES.
000000          10 SEEN-TIER-CODE PIC X(2).
000000          10 SEEN-TIER-DATE PIC X(8).
000000    01 SEEN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DUPLICATE-FOUND PIC X VALUE 'N'.
000000       88 DUPLICATE-FOUND-YES VALUE 'Y'.
000000*record's numeric fields are routed through the shared VALGEN
000000*layout validator, the rate is checked against a sane range - a
000000*fat-fingered .900 keyed for .090 would pay out ten times over -
000000*a tier keyed twice for the same effective date is caught, the
000000*effective date must be blank or a number, and the holdback flag
000000*must be blank, 'N' or 'H'.  Offenders go to the COMMTBR reject
000000*report, and the one-record COMMCRT verdict tells
000000*the commission steps whether the table may be used; a failed
000000*certification also ends this step with a non-zero return code
000000*so the stream holds before the commission passes run.
000000         PERFORM 2500-REJECT-RECORD THRU 2500-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF CTAB-HOLDBACK-FLAG NOT = SPACE
000000         AND CTAB-HOLDBACK-FLAG NOT = 'N'
000000         AND CTAB-HOLDBACK-FLAG NOT = 'H'
000000         PERFORM 2500-REJECT-RECORD THRU 2500-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     IF CTAB-EFFECTIVE-DATE-X NOT = SPACES
000000         AND CTAB-EFFECTIVE-DATE IS NOT NUMERIC
000000         PERFORM 2500-REJECT-RECORD THRU 2500-EXIT
000000         GO TO 2200-NEXT
000000     END-IF.
000000     PERFORM 2300-CHECK-DUPLICATE-TIER THRU 2300-EXIT.
000000     IF DUPLICATE-FOUND-YES
000000         PERFORM 2500-REJECT-RECORD THRU 2500-EXIT
000000     PERFORM VARYING SEEN-IX FROM 1 BY 1
000000             UNTIL SEEN-IX > SEEN-TIER-COUNT
000000         IF SEEN-TIER-CODE(SEEN-IX) = CTAB-TIER-CODE
000000             AND SEEN-TIER-DATE(SEEN-IX) = CTAB-EFFECTIVE-DATE-X
000000             SET DUPLICATE-FOUND-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000     IF NOT DUPLICATE-FOUND-YES AND SEEN-TIER-COUNT < 200
000000         ADD 1 TO SEEN-TIER-COUNT
000000         MOVE CTAB-TIER-CODE
000000             TO SEEN-TIER-CODE(SEEN-TIER-COUNT)
000000         MOVE CTAB-EFFECTIVE-DATE-X
000000             TO SEEN-TIER-DATE(SEEN-TIER-COUNT)
000000     END-IF.
000000 2300-EXIT.
000000     EXIT.
