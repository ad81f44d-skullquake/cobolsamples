000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT NET-POSITION-FILE ASSIGN TO "NETPOS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS NET-POSITION-KEY
000000         FILE STATUS IS NET-POSITION-STATUS.
000000     SELECT OPENING-POSITION-FILE ASSIGN TO "OPENPOS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  NET-POSITION-FILE.
000000     COPY "netpos.cpy".
000000 FD  OPENING-POSITION-FILE.
000000 01  OPENING-POSITION-RECORD.
000000     05 OPEN-ACCT-NO       PIC 9(6).
000000     05 OPEN-AMOUNT        PIC S9(7)V99.
000000     05 OPEN-COMPANY-CODE  PIC X(3).
000000    WORKING-STORAGE SECTION.
000000    01 NET-POSITION-STATUS PIC X(2) VALUE '00'.
000000*position-moving program makes whatever NETPOS says at end of
000000*cycle the position the next cycle opens from.  A missing
000000*NETPOS leaves OPENPOS untouched, exactly as the old in-step
000000*roll did on a night with no netting.  NETPOS is read in key
000000*order, so OPENPOS comes out in the ascending account order
000000*the netting step's merge expects.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000         AT END SET ROLL-EOF-YES TO TRUE
000000     END-READ.
000000 2000-WRITE-OPENING.
000000     MOVE NET-ACCT-NO TO OPEN-ACCT-NO.
000000     MOVE NET-AMOUNT TO OPEN-AMOUNT.
000000     MOVE NET-COMPANY-CODE TO OPEN-COMPANY-CODE.
000000     WRITE OPENING-POSITION-RECORD.
000000     ADD 1 TO ROLLED-COUNT.
000000     PERFORM 1000-READ-CLOSING.
