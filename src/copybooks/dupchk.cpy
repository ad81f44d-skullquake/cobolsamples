000000*------------------------------------------------------------------------
000000*DUPLICATE-TRANSACTION CHECK CALL AREA
000000*Passed to the DUPCHK record-level duplicate check.  Functions:
000000*  'F' the delivery check, called by the processed-feed register
000000*      step: TRANSFL, PAYMTS and SALESTX are checked and released
000000*      records are put back into their feeds
000000*  'P' the payments check, called by the lockbox intake once it
000000*      has appended the bank's deposit to PAYMTS
000000*DCHK-SKIP-TRANS is set when the TRANSFL delivery is a repeat the
000000*operator has deliberately let through with the FEEDOVR override
000000*- its records are meant to post again and are not checked.
000000*------------------------------------------------------------------------
000000 01  DUPCHK-REQUEST.
000000     05 DCHK-FUNCTION   PIC X(1).
000000         88 DCHK-FUNC-DELIVERY VALUE 'F'.
000000         88 DCHK-FUNC-PAYMENTS VALUE 'P'.
000000     05 DCHK-RUN-ID     PIC 9(5).
000000     05 DCHK-RUN-DATE   PIC 9(8).
000000     05 DCHK-SKIP-TRANS PIC X(1).
000000         88 DCHK-TRANS-SKIPPED VALUE 'Y'.
000000 01  DUPCHK-RESULT.
000000     05 DCHK-HELD-COUNT     PIC 9(5).
000000     05 DCHK-REPOSTED-COUNT PIC 9(5).
000000*Clean - nothing held tonight.  Held - suspected duplicates were
000000*pulled to DUPHOLD for review.  Limited - the history window
000000*was too big for the check's table and some records were let
000000*through unchecked.  Failed - a hold could not be recorded and
000000*the suspect record was left in its feed.
000000 01  DUPCHK-STATUS PIC X(1).
000000     88 DCHK-CLEAN   VALUE 'O'.
000000     88 DCHK-HELD    VALUE 'H'.
000000     88 DCHK-LIMITED VALUE 'L'.
000000     88 DCHK-FAILED  VALUE 'E'.
