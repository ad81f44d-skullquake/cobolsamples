000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. mstcheck.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMS"
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS CUSTOMER-MASTER-STATUS.
000000     SELECT CUSTOMER-BACKUP-FILE ASSIGN TO "CUSTMSB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CUSTOMER-BACKUP-STATUS.
000000     SELECT STRING-MASTER-FILE ASSIGN TO "STRMAS"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS STRING-MASTER-STATUS.
000000     SELECT STRING-BACKUP-FILE ASSIGN TO "STRMASB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS STRING-BACKUP-STATUS.
000000     SELECT SALESPERSON-MASTER-FILE ASSIGN TO "SPMAST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALESPERSON-MASTER-STATUS.
000000     SELECT SALESPERSON-BACKUP-FILE ASSIGN TO "SPMASTB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALESPERSON-BACKUP-STATUS.
000000     SELECT PRICE-MASTER-FILE ASSIGN TO "PRICEMST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PRICE-MASTER-STATUS.
000000     SELECT PRICE-BACKUP-FILE ASSIGN TO "PRICEMSB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PRICE-BACKUP-STATUS.
000000     SELECT SNAPSHOT-CONTROL-FILE ASSIGN TO "SNAPCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SNAPSHOT-CONTROL-STATUS.
000000     SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CUSTOMER-AUDIT-STATUS.
000000     SELECT STRING-AUDIT-FILE ASSIGN TO "STRAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS STRING-AUDIT-STATUS.
000000     SELECT SALESPERSON-AUDIT-FILE ASSIGN TO "SPAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS SALESPERSON-AUDIT-STATUS.
000000     SELECT PRICE-AUDIT-FILE ASSIGN TO "PRCAUD"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PRICE-AUDIT-STATUS.
000000     SELECT PENDING-HISTORY-FILE ASSIGN TO "PENDHIST"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PENDING-HISTORY-STATUS.
000000     SELECT PURGE-ARCHIVE-FILE ASSIGN TO "CUSTARCH"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS PURGE-ARCHIVE-STATUS.
000000     SELECT CHECK-REPORT-FILE ASSIGN TO "MSTCHKRP"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHECK-REPORT-STATUS.
000000     SELECT CHECK-EXCEPTION-FILE ASSIGN TO "MSTEXC"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS CHECK-EXCEPTION-STATUS.
000000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS RUN-CONTROL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  CUSTOMER-BACKUP-FILE.
000000 01  CUSTOMER-BACKUP-RECORD PIC X(249).
000000 FD  STRING-MASTER-FILE.
000000 01  STRING-MASTER-RECORD PIC X(25).
000000 FD  STRING-BACKUP-FILE.
000000 01  STRING-BACKUP-RECORD PIC X(25).
000000 FD  SALESPERSON-MASTER-FILE.
000000 01  SALESPERSON-MASTER-RECORD PIC X(54).
000000 FD  SALESPERSON-BACKUP-FILE.
000000 01  SALESPERSON-BACKUP-RECORD PIC X(54).
000000 FD  PRICE-MASTER-FILE.
000000 01  PRICE-MASTER-RECORD PIC X(23).
000000 FD  PRICE-BACKUP-FILE.
000000 01  PRICE-BACKUP-RECORD PIC X(23).
000000 FD  SNAPSHOT-CONTROL-FILE.
000000 01  SNAPSHOT-CONTROL-RECORD.
000000     05 SNAP-FILE-NAME PIC X(8).
000000     05 SNAP-REC-COUNT PIC 9(7).
000000     05 SNAP-HASH      PIC 9(13).
000000     05 SNAP-TAKEN-DATE PIC 9(8).
000000     05 SNAP-TAKEN-TIME PIC 9(6).
000000 FD  CUSTOMER-AUDIT-FILE.
000000 01  CUSTOMER-AUDIT-LINE PIC X(80).
000000 FD  STRING-AUDIT-FILE.
000000 01  STRING-AUDIT-LINE PIC X(80).
000000 FD  SALESPERSON-AUDIT-FILE.
000000 01  SALESPERSON-AUDIT-LINE PIC X(80).
000000 FD  PRICE-AUDIT-FILE.
000000 01  PRICE-AUDIT-LINE PIC X(80).
000000 FD  PENDING-HISTORY-FILE.
000000 01  PENDING-HISTORY-LINE PIC X(80).
000000 FD  PURGE-ARCHIVE-FILE.
000000 01  PURGE-ARCHIVE-RECORD PIC X(249).
000000 FD  CHECK-REPORT-FILE.
000000 01  CHECK-REPORT-LINE PIC X(80).
000000 FD  CHECK-EXCEPTION-FILE.
000000 01  CHECK-EXCEPTION-LINE PIC X(65).
000000 FD  RUN-CONTROL-FILE.
000000     COPY "runctlrec.cpy".
000000    WORKING-STORAGE SECTION.
000000     COPY "excrec.cpy".
000000     COPY "audstmp.cpy".
000000    01 CUSTOMER-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 STRING-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 STRING-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 SALESPERSON-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 SALESPERSON-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 PRICE-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 PRICE-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 SNAPSHOT-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 CUSTOMER-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 STRING-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 SALESPERSON-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 PRICE-AUDIT-STATUS PIC X(2) VALUE '00'.
000000    01 PENDING-HISTORY-STATUS PIC X(2) VALUE '00'.
000000    01 PURGE-ARCHIVE-STATUS PIC X(2) VALUE '00'.
000000    01 CHECK-REPORT-STATUS PIC X(2) VALUE '00'.
000000    01 CHECK-EXCEPTION-STATUS PIC X(2) VALUE '00'.
000000    01 RUN-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SOURCE-EOF PIC X VALUE 'N'.
000000       88 SOURCE-EOF-YES VALUE 'Y'.
000000    01 TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 TABLE-OVERFLOW-YES VALUE 'Y'.
000000    01 CURRENT-RUN-ID PIC 9(5) VALUE ZERO.
000000    01 CURRENT-RUN-DATE PIC 9(8) VALUE ZERO.
000000*When each master was last snapped, from SNAPCTL.
000000    01 SNAPSHOT-TIME-TABLE.
000000       05 SNAP-TIME-COUNT PIC 9(2) VALUE ZERO.
000000       05 SNAP-TIME-ENTRY OCCURS 8 TIMES.
000000          10 TBL-SNAPT-NAME  PIC X(8).
000000          10 TBL-SNAPT-STAMP PIC 9(14).
000000    01 SNAPT-IX BINARY-SHORT SIGNED VALUE 0.
000000*Every stamped trail entry and every approved PENDHIST change,
000000*by master and key, with when it was made and by whom.
000000    01 EXPLANATION-TABLE.
000000       05 EXPLAIN-COUNT PIC 9(4) VALUE ZERO.
000000       05 EXPLAIN-ENTRY OCCURS 1000 TIMES.
000000          10 TBL-EXP-MASTER   PIC X(8).
000000          10 TBL-EXP-KEY      PIC X(12).
000000          10 TBL-EXP-STAMP    PIC 9(14).
000000          10 TBL-EXP-OPERATOR PIC X(8).
000000    01 EXP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 EXP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000*The previous cycle's image of the master being checked.
000000    01 SNAPSHOT-TABLE.
000000       05 SNAP-ROW-COUNT PIC 9(3) VALUE ZERO.
000000       05 SNAP-ROW-ENTRY OCCURS 500 TIMES.
000000          10 TBL-SNAP-KEY      PIC X(16).
000000          10 TBL-SNAP-IMAGE    PIC X(249).
000000          10 TBL-SNAP-SEEN     PIC X(1).
000000          10 TBL-SNAP-ARCHIVED PIC X(1).
000000    01 SNAP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 SNAP-FOUND-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CHECK-MASTER PIC X(8) VALUE SPACES.
000000    01 CHECK-WINDOW-START PIC 9(14) VALUE ZERO.
000000    01 CHECK-SNAPPED PIC X VALUE 'N'.
000000       88 CHECK-SNAPPED-YES VALUE 'Y'.
000000    01 CURRENT-IMAGE PIC X(249) VALUE SPACES.
000000    01 CURRENT-KEY PIC X(16) VALUE SPACES.
000000    01 MATCH-KEY PIC X(12) VALUE SPACES.
000000    01 DIFFERENCE-KIND PIC X(8) VALUE SPACES.
000000    01 EXPLAINED-BY PIC X(8) VALUE SPACES.
000000    01 ITEM-MASTER PIC X(8) VALUE SPACES.
000000    01 ITEM-KEY PIC X(12) VALUE SPACES.
000000    01 ITEM-STAMP PIC 9(14) VALUE ZERO.
000000    01 ITEM-OPERATOR PIC X(8) VALUE SPACES.
000000    01 RECORDS-READ PIC 9(5) VALUE ZERO.
000000    01 ADDED-COUNT PIC 9(5) VALUE ZERO.
000000    01 CHANGED-COUNT PIC 9(5) VALUE ZERO.
000000    01 REMOVED-COUNT PIC 9(5) VALUE ZERO.
000000    01 EXPLAINED-COUNT PIC 9(5) VALUE ZERO.
000000    01 MASTERS-CHECKED PIC 9(2) VALUE ZERO.
000000    01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
000000 LINKAGE SECTION.
000000*------------------------------------------------------------------------
000000*MASTER-FILE INTEGRITY CHECK
000000*The audit trails and dual control only see changes keyed through
000000*the maintenance programs; a master edited directly between
000000*cycles leaves no trace on them.  This step compares each master
000000*of record - CUSTMS, STRMAS, SPMAST and PRICEMST - record by
000000*record against the backup snaprst took of it last cycle, and
000000*every record added, changed or removed since must be explained:
000000*  - by a stamped entry for the same master and key on CUSTAUD,
000000*    STRAUD, SPAUD or PRCAUD made since the snapshot was taken
000000*    (the master is the first word of the stamp's action, so a
000000*    COSTMST pair on STRAUD explains nothing on STRMAS), or
000000*  - by a change to that key approved on PENDHIST since then, or
000000*  - for a customer removed from CUSTMS, by the record on the
000000*    CUSTARCH archive exactly as snapped, which is how custpurg
000000*    takes a customer off.
000000*Price rows are keyed by product and effective date but the
000000*price maintenance stamps the product, so any stamped change to
000000*the product explains its rows.  Everything on MSTCHKRP; what is
000000*unexplained goes to the exception hub at severity 1 on MSTEXC,
000000*an unexplained customer change naming a credit limit change
000000*outright.  The step runs ahead of snaprst, while the backups are
000000*still last cycle's, and ahead of posting, so crdgate never
000000*judges exposure against a limit nobody can account for.  A
000000*master snaprst has never snapped is reported and not checked; a
000000*master SNAPCTL says was snapped whose backup is gone is itself an
000000*exception.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION.
000000 0000-MAINLINE.
000000     PERFORM 0700-READ-RUN-CONTROL THRU 0700-EXIT.
000000     OPEN OUTPUT CHECK-REPORT-FILE.
000000     OPEN OUTPUT CHECK-EXCEPTION-FILE.
000000     MOVE SPACES TO CHECK-REPORT-LINE.
000000     STRING 'MASTER-FILE INTEGRITY CHECK  RUN ' CURRENT-RUN-ID
000000         '  DATE ' CURRENT-RUN-DATE
000000         INTO CHECK-REPORT-LINE.
000000     WRITE CHECK-REPORT-LINE.
000000     MOVE SPACES TO CHECK-REPORT-LINE.
000000     MOVE 'MASTER' TO CHECK-REPORT-LINE(1:6).
000000     MOVE 'KEY' TO CHECK-REPORT-LINE(10:3).
000000     MOVE 'DIFFERENCE' TO CHECK-REPORT-LINE(27:10).
000000     MOVE 'EXPLAINED BY' TO CHECK-REPORT-LINE(38:12).
000000     WRITE CHECK-REPORT-LINE.
000000     PERFORM 0800-LOAD-SNAPSHOT-TIMES THRU 0800-EXIT.
000000     PERFORM 1000-LOAD-EXPLANATIONS THRU 1000-EXIT.
000000     PERFORM 2000-CHECK-CUSTMS THRU 2000-EXIT.
000000     PERFORM 2200-CHECK-STRMAS THRU 2200-EXIT.
000000     PERFORM 2400-CHECK-SPMAST THRU 2400-EXIT.
000000     PERFORM 2600-CHECK-PRICEMST THRU 2600-EXIT.
000000     MOVE SPACES TO CHECK-REPORT-LINE.
000000     STRING 'MASTERS CHECKED: ' MASTERS-CHECKED
000000         '  EXPLAINED: ' EXPLAINED-COUNT
000000         '  UNEXPLAINED: ' EXCEPTION-COUNT
000000         INTO CHECK-REPORT-LINE.
000000     WRITE CHECK-REPORT-LINE.
000000     IF TABLE-OVERFLOW-YES
000000         MOVE '*** A WORK TABLE OVERFLOWED - CHECK INCOMPLETE'
000000             TO CHECK-REPORT-LINE
000000         WRITE CHECK-REPORT-LINE
000000     END-IF.
000000     CLOSE CHECK-REPORT-FILE.
000000     CLOSE CHECK-EXCEPTION-FILE.
000000     DISPLAY 'MSTCHECK: ' MASTERS-CHECKED ' MASTER(S) CHECKED, '
000000         EXCEPTION-COUNT ' UNEXPLAINED DIFFERENCE(S) TO THE '
000000         'EXCEPTION HUB'.
000000     PERFORM 9800-SET-RETURN-CODE THRU 9800-EXIT.
000000     EXIT PROGRAM.
000000 0700-READ-RUN-CONTROL.
000000     OPEN INPUT RUN-CONTROL-FILE.
000000     IF RUN-CONTROL-STATUS NOT = '00'
000000         GO TO 0700-EXIT
000000     END-IF.
000000     READ RUN-CONTROL-FILE
000000         AT END GO TO 0700-CLOSE
000000     END-READ.
000000     MOVE RUNCTL-RUN-ID TO CURRENT-RUN-ID.
000000     MOVE RUNCTL-RUN-DATE TO CURRENT-RUN-DATE.
000000 0700-CLOSE.
000000     CLOSE RUN-CONTROL-FILE.
000000 0700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*SNAPSHOT TIMES
000000*A control record written before snaprst dated its snapshots has
000000*no time - every stamped entry then counts as made since.
000000*------------------------------------------------------------------------
000000 0800-LOAD-SNAPSHOT-TIMES.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT SNAPSHOT-CONTROL-FILE.
000000     IF SNAPSHOT-CONTROL-STATUS NOT = '00'
000000         GO TO 0800-EXIT
000000     END-IF.
000000     PERFORM 0810-READ-SNAPCTL.
000000     PERFORM 0820-STORE-SNAPSHOT-TIME
000000         UNTIL SOURCE-EOF-YES OR SNAP-TIME-COUNT = 8.
000000     CLOSE SNAPSHOT-CONTROL-FILE.
000000 0800-EXIT.
000000     EXIT.
000000 0810-READ-SNAPCTL.
000000     READ SNAPSHOT-CONTROL-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 0820-STORE-SNAPSHOT-TIME.
000000     ADD 1 TO SNAP-TIME-COUNT.
000000     MOVE SNAP-FILE-NAME TO TBL-SNAPT-NAME(SNAP-TIME-COUNT).
000000     MOVE ZERO TO TBL-SNAPT-STAMP(SNAP-TIME-COUNT).
000000     IF SNAP-TAKEN-DATE IS NUMERIC
000000         AND SNAP-TAKEN-TIME IS NUMERIC
000000         COMPUTE TBL-SNAPT-STAMP(SNAP-TIME-COUNT) =
000000             SNAP-TAKEN-DATE * 1000000 + SNAP-TAKEN-TIME
000000     END-IF.
000000     PERFORM 0810-READ-SNAPCTL.
000000*------------------------------------------------------------------------
000000*EXPLANATIONS
000000*Stamp lines only - the BEFORE/AFTER images under them and any pair
000000*written before the trails were stamped carry no date and
000000*cannot be placed after a snapshot.  Every trail is optional.
000000*------------------------------------------------------------------------
000000 1000-LOAD-EXPLANATIONS.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT CUSTOMER-AUDIT-FILE.
000000     IF CUSTOMER-AUDIT-STATUS = '00'
000000         PERFORM 1110-READ-CUSTAUD
000000         PERFORM 1120-STORE-CUSTAUD UNTIL SOURCE-EOF-YES
000000         CLOSE CUSTOMER-AUDIT-FILE
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT STRING-AUDIT-FILE.
000000     IF STRING-AUDIT-STATUS = '00'
000000         PERFORM 1210-READ-STRAUD
000000         PERFORM 1220-STORE-STRAUD UNTIL SOURCE-EOF-YES
000000         CLOSE STRING-AUDIT-FILE
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT SALESPERSON-AUDIT-FILE.
000000     IF SALESPERSON-AUDIT-STATUS = '00'
000000         PERFORM 1310-READ-SPAUD
000000         PERFORM 1320-STORE-SPAUD UNTIL SOURCE-EOF-YES
000000         CLOSE SALESPERSON-AUDIT-FILE
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT PRICE-AUDIT-FILE.
000000     IF PRICE-AUDIT-STATUS = '00'
000000         PERFORM 1410-READ-PRCAUD
000000         PERFORM 1420-STORE-PRCAUD UNTIL SOURCE-EOF-YES
000000         CLOSE PRICE-AUDIT-FILE
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT PENDING-HISTORY-FILE.
000000     IF PENDING-HISTORY-STATUS = '00'
000000         PERFORM 1610-READ-PENDHIST
000000         PERFORM 1620-STORE-PENDHIST UNTIL SOURCE-EOF-YES
000000         CLOSE PENDING-HISTORY-FILE
000000     END-IF.
000000 1000-EXIT.
000000     EXIT.
000000 1110-READ-CUSTAUD.
000000     READ CUSTOMER-AUDIT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1120-STORE-CUSTAUD.
000000     IF CUSTOMER-AUDIT-LINE(1:6) = 'STAMP:'
000000         MOVE CUSTOMER-AUDIT-LINE TO AUDIT-STAMP-LINE
000000         PERFORM 1500-STORE-STAMP THRU 1500-EXIT
000000     END-IF.
000000     PERFORM 1110-READ-CUSTAUD.
000000 1210-READ-STRAUD.
000000     READ STRING-AUDIT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1220-STORE-STRAUD.
000000     IF STRING-AUDIT-LINE(1:6) = 'STAMP:'
000000         MOVE STRING-AUDIT-LINE TO AUDIT-STAMP-LINE
000000         PERFORM 1500-STORE-STAMP THRU 1500-EXIT
000000     END-IF.
000000     PERFORM 1210-READ-STRAUD.
000000 1310-READ-SPAUD.
000000     READ SALESPERSON-AUDIT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1320-STORE-SPAUD.
000000     IF SALESPERSON-AUDIT-LINE(1:6) = 'STAMP:'
000000         MOVE SALESPERSON-AUDIT-LINE TO AUDIT-STAMP-LINE
000000         PERFORM 1500-STORE-STAMP THRU 1500-EXIT
000000     END-IF.
000000     PERFORM 1310-READ-SPAUD.
000000 1410-READ-PRCAUD.
000000     READ PRICE-AUDIT-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 1420-STORE-PRCAUD.
000000     IF PRICE-AUDIT-LINE(1:6) = 'STAMP:'
000000         MOVE PRICE-AUDIT-LINE TO AUDIT-STAMP-LINE
000000         PERFORM 1500-STORE-STAMP THRU 1500-EXIT
000000     END-IF.
000000     PERFORM 1410-READ-PRCAUD.
000000 1500-STORE-STAMP.
000000     IF AST-DATE IS NOT NUMERIC OR AST-TIME IS NOT NUMERIC
000000         GO TO 1500-EXIT
000000     END-IF.
000000     MOVE SPACES TO ITEM-MASTER.
000000     UNSTRING AST-ACTION DELIMITED BY SPACE INTO ITEM-MASTER.
000000     MOVE AST-KEY TO ITEM-KEY.
000000     COMPUTE ITEM-STAMP = AST-DATE * 1000000 + AST-TIME.
000000     MOVE AST-OPERATOR TO ITEM-OPERATOR.
000000     PERFORM 1700-ADD-EXPLANATION THRU 1700-EXIT.
000000 1500-EXIT.
000000     EXIT.
000000 1610-READ-PENDHIST.
000000     READ PENDING-HISTORY-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000*Master 1-6, key 19-26, state 28, checker 53-60, then the date
000000*and time the decision was rolled to history at 65 and 74.
000000 1620-STORE-PENDHIST.
000000     IF PENDING-HISTORY-LINE(28:1) = 'A'
000000         AND PENDING-HISTORY-LINE(65:8) IS NUMERIC
000000         AND PENDING-HISTORY-LINE(74:6) IS NUMERIC
000000         MOVE PENDING-HISTORY-LINE(1:6) TO ITEM-MASTER
000000         MOVE PENDING-HISTORY-LINE(19:8) TO ITEM-KEY
000000         MOVE PENDING-HISTORY-LINE(65:8) TO AST-DATE
000000         MOVE PENDING-HISTORY-LINE(74:6) TO AST-TIME
000000         COMPUTE ITEM-STAMP = AST-DATE * 1000000 + AST-TIME
000000         MOVE PENDING-HISTORY-LINE(53:8) TO ITEM-OPERATOR
000000         PERFORM 1700-ADD-EXPLANATION THRU 1700-EXIT
000000     END-IF.
000000     PERFORM 1610-READ-PENDHIST.
000000 1700-ADD-EXPLANATION.
000000     IF ITEM-MASTER NOT = 'CUSTMS' AND ITEM-MASTER NOT = 'STRMAS'
000000         AND ITEM-MASTER NOT = 'SPMAST'
000000         AND ITEM-MASTER NOT = 'PRICEMST'
000000         GO TO 1700-EXIT
000000     END-IF.
000000     IF EXPLAIN-COUNT NOT < 1000
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000         GO TO 1700-EXIT
000000     END-IF.
000000     ADD 1 TO EXPLAIN-COUNT.
000000     MOVE ITEM-MASTER TO TBL-EXP-MASTER(EXPLAIN-COUNT).
000000     MOVE ITEM-KEY TO TBL-EXP-KEY(EXPLAIN-COUNT).
000000     MOVE ITEM-STAMP TO TBL-EXP-STAMP(EXPLAIN-COUNT).
000000     MOVE ITEM-OPERATOR TO TBL-EXP-OPERATOR(EXPLAIN-COUNT).
000000 1700-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ONE MASTER AT A TIME
000000*The backup loads to the snapshot table, each current record is
000000*matched to it by key, and whatever in the table was not matched
000000*has been removed.
000000*------------------------------------------------------------------------
000000 2000-CHECK-CUSTMS.
000000     MOVE 'CUSTMS' TO CHECK-MASTER.
000000     PERFORM 3000-START-MASTER THRU 3000-EXIT.
000000     IF NOT CHECK-SNAPPED-YES
000000         GO TO 2000-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT CUSTOMER-BACKUP-FILE.
000000     IF CUSTOMER-BACKUP-STATUS NOT = '00'
000000         PERFORM 3200-REPORT-NO-BACKUP THRU 3200-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2010-READ-CUSTMS-BACKUP.
000000     PERFORM 2020-STORE-CUSTMS-BACKUP UNTIL SOURCE-EOF-YES.
000000     CLOSE CUSTOMER-BACKUP-FILE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT PURGE-ARCHIVE-FILE.
000000     IF PURGE-ARCHIVE-STATUS = '00'
000000         PERFORM 2030-READ-ARCHIVE
000000         PERFORM 2040-MARK-ARCHIVED UNTIL SOURCE-EOF-YES
000000         CLOSE PURGE-ARCHIVE-FILE
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT CUSTOMER-MASTER.
000000     IF CUSTOMER-MASTER-STATUS NOT = '00'
000000         PERFORM 3300-REPORT-NO-MASTER THRU 3300-EXIT
000000         GO TO 2000-EXIT
000000     END-IF.
000000     PERFORM 2050-READ-CUSTMS.
000000     PERFORM 2060-COMPARE-CUSTMS UNTIL SOURCE-EOF-YES.
000000     CLOSE CUSTOMER-MASTER.
000000     PERFORM 3500-FINISH-MASTER THRU 3500-EXIT.
000000 2000-EXIT.
000000     EXIT.
000000 2010-READ-CUSTMS-BACKUP.
000000     READ CUSTOMER-BACKUP-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2020-STORE-CUSTMS-BACKUP.
000000     MOVE CUSTOMER-BACKUP-RECORD TO CURRENT-IMAGE.
000000     MOVE CURRENT-IMAGE(1:7) TO CURRENT-KEY.
000000     PERFORM 3100-STORE-SNAPSHOT-ROW THRU 3100-EXIT.
000000     PERFORM 2010-READ-CUSTMS-BACKUP.
000000 2030-READ-ARCHIVE.
000000     READ PURGE-ARCHIVE-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2040-MARK-ARCHIVED.
000000     PERFORM VARYING SNAP-IX FROM 1 BY 1
000000             UNTIL SNAP-IX > SNAP-ROW-COUNT
000000         IF TBL-SNAP-IMAGE(SNAP-IX) = PURGE-ARCHIVE-RECORD
000000             MOVE 'Y' TO TBL-SNAP-ARCHIVED(SNAP-IX)
000000         END-IF
000000     END-PERFORM.
000000     PERFORM 2030-READ-ARCHIVE.
000000 2050-READ-CUSTMS.
000000     READ CUSTOMER-MASTER NEXT RECORD
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2060-COMPARE-CUSTMS.
000000     MOVE CUSTOMER-RECORD TO CURRENT-IMAGE.
000000     MOVE CUST-ID TO CURRENT-KEY.
000000     MOVE CUST-ID TO MATCH-KEY.
000000     PERFORM 4000-COMPARE-RECORD THRU 4000-EXIT.
000000     PERFORM 2050-READ-CUSTMS.
000000 2200-CHECK-STRMAS.
000000     MOVE 'STRMAS' TO CHECK-MASTER.
000000     PERFORM 3000-START-MASTER THRU 3000-EXIT.
000000     IF NOT CHECK-SNAPPED-YES
000000         GO TO 2200-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT STRING-BACKUP-FILE.
000000     IF STRING-BACKUP-STATUS NOT = '00'
000000         PERFORM 3200-REPORT-NO-BACKUP THRU 3200-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     PERFORM 2210-READ-STRMAS-BACKUP.
000000     PERFORM 2220-STORE-STRMAS-BACKUP UNTIL SOURCE-EOF-YES.
000000     CLOSE STRING-BACKUP-FILE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT STRING-MASTER-FILE.
000000     IF STRING-MASTER-STATUS NOT = '00'
000000         PERFORM 3300-REPORT-NO-MASTER THRU 3300-EXIT
000000         GO TO 2200-EXIT
000000     END-IF.
000000     PERFORM 2250-READ-STRMAS.
000000     PERFORM 2260-COMPARE-STRMAS UNTIL SOURCE-EOF-YES.
000000     CLOSE STRING-MASTER-FILE.
000000     PERFORM 3500-FINISH-MASTER THRU 3500-EXIT.
000000 2200-EXIT.
000000     EXIT.
000000 2210-READ-STRMAS-BACKUP.
000000     READ STRING-BACKUP-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2220-STORE-STRMAS-BACKUP.
000000     MOVE STRING-BACKUP-RECORD TO CURRENT-IMAGE.
000000     MOVE CURRENT-IMAGE(1:8) TO CURRENT-KEY.
000000     PERFORM 3100-STORE-SNAPSHOT-ROW THRU 3100-EXIT.
000000     PERFORM 2210-READ-STRMAS-BACKUP.
000000 2250-READ-STRMAS.
000000     READ STRING-MASTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2260-COMPARE-STRMAS.
000000     MOVE STRING-MASTER-RECORD TO CURRENT-IMAGE.
000000     MOVE CURRENT-IMAGE(1:8) TO CURRENT-KEY.
000000     MOVE CURRENT-IMAGE(1:8) TO MATCH-KEY.
000000     PERFORM 4000-COMPARE-RECORD THRU 4000-EXIT.
000000     PERFORM 2250-READ-STRMAS.
000000 2400-CHECK-SPMAST.
000000     MOVE 'SPMAST' TO CHECK-MASTER.
000000     PERFORM 3000-START-MASTER THRU 3000-EXIT.
000000     IF NOT CHECK-SNAPPED-YES
000000         GO TO 2400-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT SALESPERSON-BACKUP-FILE.
000000     IF SALESPERSON-BACKUP-STATUS NOT = '00'
000000         PERFORM 3200-REPORT-NO-BACKUP THRU 3200-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     PERFORM 2410-READ-SPMAST-BACKUP.
000000     PERFORM 2420-STORE-SPMAST-BACKUP UNTIL SOURCE-EOF-YES.
000000     CLOSE SALESPERSON-BACKUP-FILE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT SALESPERSON-MASTER-FILE.
000000     IF SALESPERSON-MASTER-STATUS NOT = '00'
000000         PERFORM 3300-REPORT-NO-MASTER THRU 3300-EXIT
000000         GO TO 2400-EXIT
000000     END-IF.
000000     PERFORM 2450-READ-SPMAST.
000000     PERFORM 2460-COMPARE-SPMAST UNTIL SOURCE-EOF-YES.
000000     CLOSE SALESPERSON-MASTER-FILE.
000000     PERFORM 3500-FINISH-MASTER THRU 3500-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000 2410-READ-SPMAST-BACKUP.
000000     READ SALESPERSON-BACKUP-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2420-STORE-SPMAST-BACKUP.
000000     MOVE SALESPERSON-BACKUP-RECORD TO CURRENT-IMAGE.
000000     MOVE CURRENT-IMAGE(1:5) TO CURRENT-KEY.
000000     PERFORM 3100-STORE-SNAPSHOT-ROW THRU 3100-EXIT.
000000     PERFORM 2410-READ-SPMAST-BACKUP.
000000 2450-READ-SPMAST.
000000     READ SALESPERSON-MASTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2460-COMPARE-SPMAST.
000000     MOVE SALESPERSON-MASTER-RECORD TO CURRENT-IMAGE.
000000     MOVE CURRENT-IMAGE(1:5) TO CURRENT-KEY.
000000     MOVE CURRENT-IMAGE(1:5) TO MATCH-KEY.
000000     PERFORM 4000-COMPARE-RECORD THRU 4000-EXIT.
000000     PERFORM 2450-READ-SPMAST.
000000*A price row is keyed by product and effective date; the stamp
000000*names the product alone.
000000 2600-CHECK-PRICEMST.
000000     MOVE 'PRICEMST' TO CHECK-MASTER.
000000     PERFORM 3000-START-MASTER THRU 3000-EXIT.
000000     IF NOT CHECK-SNAPPED-YES
000000         GO TO 2600-EXIT
000000     END-IF.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT PRICE-BACKUP-FILE.
000000     IF PRICE-BACKUP-STATUS NOT = '00'
000000         PERFORM 3200-REPORT-NO-BACKUP THRU 3200-EXIT
000000         GO TO 2600-EXIT
000000     END-IF.
000000     PERFORM 2610-READ-PRICEMST-BACKUP.
000000     PERFORM 2620-STORE-PRICEMST-BACKUP UNTIL SOURCE-EOF-YES.
000000     CLOSE PRICE-BACKUP-FILE.
000000     MOVE 'N' TO SOURCE-EOF.
000000     OPEN INPUT PRICE-MASTER-FILE.
000000     IF PRICE-MASTER-STATUS NOT = '00'
000000         PERFORM 3300-REPORT-NO-MASTER THRU 3300-EXIT
000000         GO TO 2600-EXIT
000000     END-IF.
000000     PERFORM 2650-READ-PRICEMST.
000000     PERFORM 2660-COMPARE-PRICEMST UNTIL SOURCE-EOF-YES.
000000     CLOSE PRICE-MASTER-FILE.
000000     PERFORM 3500-FINISH-MASTER THRU 3500-EXIT.
000000 2600-EXIT.
000000     EXIT.
000000 2610-READ-PRICEMST-BACKUP.
000000     READ PRICE-BACKUP-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2620-STORE-PRICEMST-BACKUP.
000000     MOVE PRICE-BACKUP-RECORD TO CURRENT-IMAGE.
000000     MOVE CURRENT-IMAGE(1:16) TO CURRENT-KEY.
000000     PERFORM 3100-STORE-SNAPSHOT-ROW THRU 3100-EXIT.
000000     PERFORM 2610-READ-PRICEMST-BACKUP.
000000 2650-READ-PRICEMST.
000000     READ PRICE-MASTER-FILE
000000         AT END SET SOURCE-EOF-YES TO TRUE
000000     END-READ.
000000 2660-COMPARE-PRICEMST.
000000     MOVE PRICE-MASTER-RECORD TO CURRENT-IMAGE.
000000     MOVE CURRENT-IMAGE(1:16) TO CURRENT-KEY.
000000     MOVE CURRENT-IMAGE(1:8) TO MATCH-KEY.
000000     PERFORM 4000-COMPARE-RECORD THRU 4000-EXIT.
000000     PERFORM 2650-READ-PRICEMST.
000000*------------------------------------------------------------------------
000000*MASTER HELPERS
000000*------------------------------------------------------------------------
000000 3000-START-MASTER.
000000     MOVE ZERO TO SNAP-ROW-COUNT.
000000     MOVE ZERO TO RECORDS-READ.
000000     MOVE ZERO TO ADDED-COUNT.
000000     MOVE ZERO TO CHANGED-COUNT.
000000     MOVE ZERO TO REMOVED-COUNT.
000000     MOVE 'N' TO CHECK-SNAPPED.
000000     MOVE ZERO TO CHECK-WINDOW-START.
000000     PERFORM VARYING SNAPT-IX FROM 1 BY 1
000000             UNTIL SNAPT-IX > SNAP-TIME-COUNT
000000         IF TBL-SNAPT-NAME(SNAPT-IX) = CHECK-MASTER
000000             SET CHECK-SNAPPED-YES TO TRUE
000000             MOVE TBL-SNAPT-STAMP(SNAPT-IX) TO CHECK-WINDOW-START
000000         END-IF
000000     END-PERFORM.
000000     IF NOT CHECK-SNAPPED-YES
000000         MOVE SPACES TO CHECK-REPORT-LINE
000000         STRING CHECK-MASTER ' NEVER SNAPPED - NOT CHECKED'
000000             INTO CHECK-REPORT-LINE
000000         WRITE CHECK-REPORT-LINE
000000     END-IF.
000000 3000-EXIT.
000000     EXIT.
000000 3100-STORE-SNAPSHOT-ROW.
000000     IF SNAP-ROW-COUNT NOT < 500
000000         SET TABLE-OVERFLOW-YES TO TRUE
000000         GO TO 3100-EXIT
000000     END-IF.
000000     ADD 1 TO SNAP-ROW-COUNT.
000000     MOVE CURRENT-KEY TO TBL-SNAP-KEY(SNAP-ROW-COUNT).
000000     MOVE CURRENT-IMAGE TO TBL-SNAP-IMAGE(SNAP-ROW-COUNT).
000000     MOVE 'N' TO TBL-SNAP-SEEN(SNAP-ROW-COUNT).
000000     MOVE 'N' TO TBL-SNAP-ARCHIVED(SNAP-ROW-COUNT).
000000 3100-EXIT.
000000     EXIT.
000000*SNAPCTL names the master but its backup has gone - nothing can
000000*be proved about it tonight.
000000 3200-REPORT-NO-BACKUP.
000000     MOVE SPACES TO CHECK-REPORT-LINE.
000000     STRING '*** ' CHECK-MASTER ' SNAPPED BUT ITS BACKUP IS '
000000         'MISSING - NOT CHECKED'
000000         INTO CHECK-REPORT-LINE.
000000     WRITE CHECK-REPORT-LINE.
000000     MOVE SPACES TO EXCEPTION-RECORD.
000000     MOVE CHECK-MASTER TO EXC-KEY.
000000     MOVE 'NOBACKUP' TO EXC-REASON.
000000     STRING CHECK-MASTER DELIMITED BY SPACE
000000         ' BACKUP MISSING - NOT CHECKED' DELIMITED BY SIZE
000000         INTO EXC-TEXT.
000000     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
000000 3200-EXIT.
000000     EXIT.
000000 3300-REPORT-NO-MASTER.
000000     MOVE SPACES TO CHECK-REPORT-LINE.
000000     STRING '*** ' CHECK-MASTER ' WAS SNAPPED AND IS NOW MISSING'
000000         INTO CHECK-REPORT-LINE.
000000     WRITE CHECK-REPORT-LINE.
000000     MOVE SPACES TO EXCEPTION-RECORD.
000000     MOVE CHECK-MASTER TO EXC-KEY.
000000     MOVE 'MISSING' TO EXC-REASON.
000000     STRING CHECK-MASTER DELIMITED BY SPACE
000000         ' FILE MISSING SINCE SNAPSHOT' DELIMITED BY SIZE
000000         INTO EXC-TEXT.
000000     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
000000 3300-EXIT.
000000     EXIT.
000000 3500-FINISH-MASTER.
000000     PERFORM 4500-CHECK-REMOVED THRU 4500-EXIT
000000         VARYING SNAP-IX FROM 1 BY 1
000000         UNTIL SNAP-IX > SNAP-ROW-COUNT.
000000     ADD 1 TO MASTERS-CHECKED.
000000     MOVE SPACES TO CHECK-REPORT-LINE.
000000     STRING CHECK-MASTER ' ' RECORDS-READ ' RECORD(S)  ADDED '
000000         ADDED-COUNT '  CHANGED ' CHANGED-COUNT
000000         '  REMOVED ' REMOVED-COUNT
000000         INTO CHECK-REPORT-LINE.
000000     WRITE CHECK-REPORT-LINE.
000000 3500-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*THE COMPARISON
000000*------------------------------------------------------------------------
000000 4000-COMPARE-RECORD.
000000     ADD 1 TO RECORDS-READ.
000000     MOVE ZERO TO SNAP-FOUND-IX.
000000     PERFORM VARYING SNAP-IX FROM 1 BY 1
000000             UNTIL SNAP-IX > SNAP-ROW-COUNT
000000                 OR SNAP-FOUND-IX > ZERO
000000         IF TBL-SNAP-KEY(SNAP-IX) = CURRENT-KEY
000000             MOVE SNAP-IX TO SNAP-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF SNAP-FOUND-IX = ZERO
000000         MOVE 'ADDED' TO DIFFERENCE-KIND
000000         ADD 1 TO ADDED-COUNT
000000         PERFORM 4800-EXPLAIN-DIFFERENCE THRU 4800-EXIT
000000         GO TO 4000-EXIT
000000     END-IF.
000000     MOVE 'Y' TO TBL-SNAP-SEEN(SNAP-FOUND-IX).
000000     IF TBL-SNAP-IMAGE(SNAP-FOUND-IX) = CURRENT-IMAGE
000000         GO TO 4000-EXIT
000000     END-IF.
000000     MOVE 'CHANGED' TO DIFFERENCE-KIND.
000000     ADD 1 TO CHANGED-COUNT.
000000     PERFORM 4800-EXPLAIN-DIFFERENCE THRU 4800-EXIT.
000000 4000-EXIT.
000000     EXIT.
000000 4500-CHECK-REMOVED.
000000     IF TBL-SNAP-SEEN(SNAP-IX) = 'Y'
000000         GO TO 4500-EXIT
000000     END-IF.
000000     MOVE 'REMOVED' TO DIFFERENCE-KIND.
000000     ADD 1 TO REMOVED-COUNT.
000000     MOVE SNAP-IX TO SNAP-FOUND-IX.
000000     MOVE TBL-SNAP-KEY(SNAP-IX) TO CURRENT-KEY.
000000     MOVE TBL-SNAP-IMAGE(SNAP-IX) TO CURRENT-IMAGE.
000000     MOVE CURRENT-KEY TO MATCH-KEY.
000000     IF CHECK-MASTER = 'PRICEMST'
000000         MOVE CURRENT-KEY(1:8) TO MATCH-KEY
000000     END-IF.
000000     PERFORM 4800-EXPLAIN-DIFFERENCE THRU 4800-EXIT.
000000 4500-EXIT.
000000     EXIT.
000000*The most recent explaining entry made since the snapshot names
000000*the operator on the report.
000000 4800-EXPLAIN-DIFFERENCE.
000000     MOVE SPACES TO EXPLAINED-BY.
000000     MOVE ZERO TO EXP-FOUND-IX.
000000     PERFORM VARYING EXP-IX FROM 1 BY 1
000000             UNTIL EXP-IX > EXPLAIN-COUNT
000000         IF TBL-EXP-MASTER(EXP-IX) = CHECK-MASTER
000000             AND TBL-EXP-KEY(EXP-IX) = MATCH-KEY
000000             AND TBL-EXP-STAMP(EXP-IX) NOT < CHECK-WINDOW-START
000000             MOVE EXP-IX TO EXP-FOUND-IX
000000         END-IF
000000     END-PERFORM.
000000     IF EXP-FOUND-IX > ZERO
000000         MOVE TBL-EXP-OPERATOR(EXP-FOUND-IX) TO EXPLAINED-BY
000000     END-IF.
000000     IF EXP-FOUND-IX = ZERO AND DIFFERENCE-KIND = 'REMOVED'
000000         AND TBL-SNAP-ARCHIVED(SNAP-FOUND-IX) = 'Y'
000000         MOVE 'CUSTARCH' TO EXPLAINED-BY
000000     END-IF.
000000     MOVE SPACES TO CHECK-REPORT-LINE.
000000     MOVE CHECK-MASTER TO CHECK-REPORT-LINE(1:8).
000000     MOVE CURRENT-KEY TO CHECK-REPORT-LINE(10:16).
000000     MOVE DIFFERENCE-KIND TO CHECK-REPORT-LINE(27:8).
000000     IF EXPLAINED-BY NOT = SPACES
000000         MOVE EXPLAINED-BY TO CHECK-REPORT-LINE(38:8)
000000         WRITE CHECK-REPORT-LINE
000000         ADD 1 TO EXPLAINED-COUNT
000000         GO TO 4800-EXIT
000000     END-IF.
000000     MOVE '*** UNEXPLAINED' TO CHECK-REPORT-LINE(38:15).
000000     WRITE CHECK-REPORT-LINE.
000000     MOVE SPACES TO EXCEPTION-RECORD.
000000     MOVE CURRENT-KEY(1:8) TO EXC-KEY.
000000     MOVE DIFFERENCE-KIND TO EXC-REASON.
000000     STRING CHECK-MASTER DELIMITED BY SPACE
000000         ' ' DELIMITED BY SIZE
000000         DIFFERENCE-KIND DELIMITED BY SPACE
000000         ' WITH NO AUDIT ENTRY' DELIMITED BY SIZE
000000         INTO EXC-TEXT.
000000     IF CHECK-MASTER = 'PRICEMST'
000000         MOVE SPACES TO EXC-TEXT
000000         STRING 'PRICEMST ROW ' CURRENT-KEY(9:8) ' '
000000                 DELIMITED BY SIZE
000000             DIFFERENCE-KIND DELIMITED BY SPACE
000000             ' - NO AUDIT' DELIMITED BY SIZE
000000             INTO EXC-TEXT
000000     END-IF.
000000*CUST-CREDIT-LIMIT is the nine digits at 129 of the record.
000000     IF CHECK-MASTER = 'CUSTMS' AND DIFFERENCE-KIND = 'CHANGED'
000000         AND TBL-SNAP-IMAGE(SNAP-FOUND-IX)(129:9)
000000             NOT = CURRENT-IMAGE(129:9)
000000         MOVE 'LIMIT' TO EXC-REASON
000000         MOVE SPACES TO EXC-TEXT
000000         STRING 'LIMIT '
000000             TBL-SNAP-IMAGE(SNAP-FOUND-IX)(129:9)
000000             ' TO ' CURRENT-IMAGE(129:9) ' NO AUDIT'
000000             DELIMITED BY SIZE INTO EXC-TEXT
000000     END-IF.
000000     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
000000 4800-EXIT.
000000     EXIT.
000000 4900-WRITE-EXCEPTION.
000000     ADD 1 TO EXCEPTION-COUNT.
000000     MOVE 'MSTCHECK' TO EXC-PROGRAM.
000000     MOVE '1' TO EXC-SEVERITY.
000000     WRITE CHECK-EXCEPTION-LINE FROM EXCEPTION-RECORD.
000000 4900-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*RETURN-CODE CONVENTION
000000*0 every difference explained; 4 unexplained differences went to
000000*the exception hub; 8 a work table overflowed and the check is
000000*incomplete.
000000*------------------------------------------------------------------------
000000 9800-SET-RETURN-CODE.
000000     EVALUATE TRUE
000000         WHEN TABLE-OVERFLOW-YES
000000             MOVE 8 TO RETURN-CODE
000000         WHEN EXCEPTION-COUNT > ZERO
000000             MOVE 4 TO RETURN-CODE
000000         WHEN OTHER
000000             MOVE 0 TO RETURN-CODE
000000     END-EVALUATE.
000000 9800-EXIT.
000000     EXIT.
