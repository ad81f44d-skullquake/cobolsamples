000000     SELECT ARR-BACKUP-FILE ASSIGN TO "ARRIDXB"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS ARR-BACKUP-STATUS.
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
000000 FD  CUSTOMER-MASTER.
000000     COPY "custrec.cpy".
000000 FD  CUSTOMER-BACKUP-FILE.
000000 01  CUSTOMER-BACKUP-RECORD PIC X(249).
000000 FD  STRING-MASTER-FILE.
000000 01  STRING-MASTER-RECORD PIC X(25).
000000 FD  STRING-BACKUP-FILE.
000000 01  ARR-BACKUP-RECORD.
000000     05 ARRB-KEY   PIC 9(2).
000000     05 ARRB-VALUE PIC 9(10).
000000 FD  SALESPERSON-MASTER-FILE.
000000 01  SALESPERSON-MASTER-RECORD PIC X(54).
000000 FD  SALESPERSON-BACKUP-FILE.
000000 01  SALESPERSON-BACKUP-RECORD PIC X(54).
000000 FD  PRICE-MASTER-FILE.
000000 01  PRICE-MASTER-RECORD PIC X(23).
000000 FD  PRICE-BACKUP-FILE.
000000 01  PRICE-BACKUP-RECORD PIC X(23).
000000*The date and time the snapshot was taken were appended after
000000*the count and hash; a control record written before then reads
000000*them as spaces.
000000 FD  SNAPSHOT-CONTROL-FILE.
000000 01  SNAPSHOT-CONTROL-RECORD.
000000     05 SNAP-FILE-NAME PIC X(8).
000000     05 SNAP-REC-COUNT PIC 9(7).
000000     05 SNAP-HASH      PIC 9(13).
000000     05 SNAP-TAKEN-DATE PIC 9(8).
000000     05 SNAP-TAKEN-TIME PIC 9(6).
000000 FD  SNAP-MODE-FILE.
000000 01  SNAP-MODE-RECORD.
000000     05 SNAP-MODE-CODE PIC X(1).
000000    01 STRING-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 ARR-INDEXED-STATUS PIC X(2) VALUE '00'.
000000    01 ARR-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 SALESPERSON-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 SALESPERSON-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 PRICE-MASTER-STATUS PIC X(2) VALUE '00'.
000000    01 PRICE-BACKUP-STATUS PIC X(2) VALUE '00'.
000000    01 SNAPSHOT-CONTROL-STATUS PIC X(2) VALUE '00'.
000000    01 SNAP-MODE-STATUS PIC X(2) VALUE '00'.
000000    01 FILE-EOF PIC X VALUE 'N'.
000000    01 CHECK-REC-COUNT PIC 9(7) VALUE ZERO.
000000    01 CHECK-HASH PIC 9(13) VALUE ZERO.
000000    01 PROOF-FAILURES PIC 9(2) VALUE ZERO.
000000    01 TAKEN-DATE PIC 9(8) VALUE ZERO.
000000    01 TAKEN-CLOCK PIC 9(8) VALUE ZERO.
000000    01 ARR-VALUE-WORK PIC 9(10) VALUE ZERO.
000000    01 HASH-SCAN-LINE PIC X(249) VALUE SPACES.
000000    01 HASH-SCAN-LENGTH BINARY-SHORT SIGNED VALUE 0.
000000    01 HASH-SCAN-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 HASH-DIGIT PIC 9(1) VALUE ZERO.
000000    01 HASH-RECORD-SUM PIC 9(5) VALUE ZERO.
000000    01 SNAPCTL-TABLE.
000000       05 SNAPCTL-COUNT PIC 9(2) VALUE ZERO.
000000       05 SNAPCTL-ENTRY OCCURS 8 TIMES.
000000          10 TBL-SNAP-NAME  PIC X(8).
000000          10 TBL-SNAP-COUNT PIC 9(7).
000000          10 TBL-SNAP-HASH  PIC 9(13).
000000*PRE-CYCLE SNAPSHOT AND RESTORE OF THE MASTER FILES
000000*Before the stream touches anything, snapshot mode (the default)
000000*copies the files of record - the CUSTMS customer master, the
000000*STRMAS product-code master, the ARRIDX ranked index, the SPMAST
000000*salesperson master and the PRICEMST price master - to flat
000000*backup files, writes one SNAPCTL control record per file
000000*carrying the record count, hash total and the date and time
000000*the snapshot was taken (mstcheck compares the next night's
000000*masters against these backups and wants the trail entries
000000*made since), and proves each
000000*backup by re-reading it and recomputing both, the same
000000*discipline arr applies to ARROUT against ARRCTL.  Restore mode
000000*(SNAPMODE card 'R') puts the named backups back over the
000000*SNAPSHOT
000000*------------------------------------------------------------------------
000000 2000-SNAPSHOT-MASTERS.
000000     ACCEPT TAKEN-DATE FROM DATE YYYYMMDD.
000000     ACCEPT TAKEN-CLOCK FROM TIME.
000000     OPEN OUTPUT SNAPSHOT-CONTROL-FILE.
000000     PERFORM 2100-SNAPSHOT-CUSTMS THRU 2100-EXIT.
000000     PERFORM 2200-SNAPSHOT-STRMAS THRU 2200-EXIT.
000000     PERFORM 2300-SNAPSHOT-ARRIDX THRU 2300-EXIT.
000000     PERFORM 2400-SNAPSHOT-SPMAST THRU 2400-EXIT.
000000     PERFORM 2500-SNAPSHOT-PRICEMST THRU 2500-EXIT.
000000     CLOSE SNAPSHOT-CONTROL-FILE.
000000 2000-EXIT.
000000     EXIT.
000000     MOVE 'CUSTMS  ' TO SNAP-FILE-NAME.
000000     MOVE WORK-REC-COUNT TO SNAP-REC-COUNT.
000000     MOVE WORK-HASH TO SNAP-HASH.
000000     MOVE TAKEN-DATE TO SNAP-TAKEN-DATE.
000000     MOVE TAKEN-CLOCK(1:6) TO SNAP-TAKEN-TIME.
000000     WRITE SNAPSHOT-CONTROL-RECORD.
000000     PERFORM 3100-PROVE-CUSTMS-BACKUP THRU 3100-EXIT.
000000 2100-EXIT.
000000     WRITE CUSTOMER-BACKUP-RECORD.
000000     ADD 1 TO WORK-REC-COUNT.
000000     MOVE CUSTOMER-RECORD TO HASH-SCAN-LINE.
000000     MOVE 249 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO WORK-HASH.
000000     PERFORM 2110-READ-CUSTMS-NEXT.
000000 3120-COUNT-CUSTMS-BACKUP.
000000     ADD 1 TO CHECK-REC-COUNT.
000000     MOVE CUSTOMER-BACKUP-RECORD TO HASH-SCAN-LINE.
000000     MOVE 249 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO CHECK-HASH.
000000     PERFORM 3110-READ-CUSTMS-BACKUP.
000000     MOVE 'STRMAS  ' TO SNAP-FILE-NAME.
000000     MOVE WORK-REC-COUNT TO SNAP-REC-COUNT.
000000     MOVE WORK-HASH TO SNAP-HASH.
000000     MOVE TAKEN-DATE TO SNAP-TAKEN-DATE.
000000     MOVE TAKEN-CLOCK(1:6) TO SNAP-TAKEN-TIME.
000000     WRITE SNAPSHOT-CONTROL-RECORD.
000000     PERFORM 3200-PROVE-STRMAS-BACKUP THRU 3200-EXIT.
000000 2200-EXIT.
000000     MOVE 'ARRIDX  ' TO SNAP-FILE-NAME.
000000     MOVE WORK-REC-COUNT TO SNAP-REC-COUNT.
000000     MOVE WORK-HASH TO SNAP-HASH.
000000     MOVE TAKEN-DATE TO SNAP-TAKEN-DATE.
000000     MOVE TAKEN-CLOCK(1:6) TO SNAP-TAKEN-TIME.
000000     WRITE SNAPSHOT-CONTROL-RECORD.
000000     PERFORM 3300-PROVE-ARRIDX-BACKUP THRU 3300-EXIT.
000000 2300-EXIT.
000000     ADD 1 TO CHECK-REC-COUNT.
000000     ADD ARRB-VALUE TO CHECK-HASH.
000000     PERFORM 3310-READ-ARRIDX-BACKUP.
000000 2400-SNAPSHOT-SPMAST.
000000     MOVE 'N' TO FILE-EOF.
000000     MOVE ZERO TO WORK-REC-COUNT.
000000     MOVE ZERO TO WORK-HASH.
000000     OPEN INPUT SALESPERSON-MASTER-FILE.
000000     IF SALESPERSON-MASTER-STATUS NOT = '00'
000000         DISPLAY 'SPMAST NOT PRESENT - NOT SNAPPED'
000000         GO TO 2400-EXIT
000000     END-IF.
000000     OPEN OUTPUT SALESPERSON-BACKUP-FILE.
000000     PERFORM 2410-READ-SPMAST.
000000     PERFORM 2420-COPY-SPMAST-RECORD UNTIL FILE-EOF-YES.
000000     CLOSE SALESPERSON-BACKUP-FILE.
000000     CLOSE SALESPERSON-MASTER-FILE.
000000     MOVE 'SPMAST  ' TO SNAP-FILE-NAME.
000000     MOVE WORK-REC-COUNT TO SNAP-REC-COUNT.
000000     MOVE WORK-HASH TO SNAP-HASH.
000000     MOVE TAKEN-DATE TO SNAP-TAKEN-DATE.
000000     MOVE TAKEN-CLOCK(1:6) TO SNAP-TAKEN-TIME.
000000     WRITE SNAPSHOT-CONTROL-RECORD.
000000     PERFORM 3400-PROVE-SPMAST-BACKUP THRU 3400-EXIT.
000000 2400-EXIT.
000000     EXIT.
000000 2410-READ-SPMAST.
000000     READ SALESPERSON-MASTER-FILE
000000         AT END SET FILE-EOF-YES TO TRUE
000000     END-READ.
000000 2420-COPY-SPMAST-RECORD.
000000     MOVE SALESPERSON-MASTER-RECORD TO SALESPERSON-BACKUP-RECORD.
000000     WRITE SALESPERSON-BACKUP-RECORD.
000000     ADD 1 TO WORK-REC-COUNT.
000000     MOVE SPACES TO HASH-SCAN-LINE.
000000     MOVE SALESPERSON-MASTER-RECORD TO HASH-SCAN-LINE(1:54).
000000     MOVE 54 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO WORK-HASH.
000000     PERFORM 2410-READ-SPMAST.
000000 3400-PROVE-SPMAST-BACKUP.
000000     MOVE 'N' TO FILE-EOF.
000000     MOVE ZERO TO CHECK-REC-COUNT.
000000     MOVE ZERO TO CHECK-HASH.
000000     OPEN INPUT SALESPERSON-BACKUP-FILE.
000000     PERFORM 3410-READ-SPMAST-BACKUP.
000000     PERFORM 3420-COUNT-SPMAST-BACKUP UNTIL FILE-EOF-YES.
000000     CLOSE SALESPERSON-BACKUP-FILE.
000000     IF CHECK-REC-COUNT = WORK-REC-COUNT
000000         AND CHECK-HASH = WORK-HASH
000000         DISPLAY 'SPMAST SNAPSHOT PROVED - '
000000             WORK-REC-COUNT ' RECORD(S) HASH ' WORK-HASH
000000     ELSE
000000         ADD 1 TO PROOF-FAILURES
000000         DISPLAY '*** SPMAST SNAPSHOT PROOF FAILED'
000000     END-IF.
000000 3400-EXIT.
000000     EXIT.
000000 3410-READ-SPMAST-BACKUP.
000000     READ SALESPERSON-BACKUP-FILE
000000         AT END SET FILE-EOF-YES TO TRUE
000000     END-READ.
000000 3420-COUNT-SPMAST-BACKUP.
000000     ADD 1 TO CHECK-REC-COUNT.
000000     MOVE SPACES TO HASH-SCAN-LINE.
000000     MOVE SALESPERSON-BACKUP-RECORD TO HASH-SCAN-LINE(1:54).
000000     MOVE 54 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO CHECK-HASH.
000000     PERFORM 3410-READ-SPMAST-BACKUP.
000000 2500-SNAPSHOT-PRICEMST.
000000     MOVE 'N' TO FILE-EOF.
000000     MOVE ZERO TO WORK-REC-COUNT.
000000     MOVE ZERO TO WORK-HASH.
000000     OPEN INPUT PRICE-MASTER-FILE.
000000     IF PRICE-MASTER-STATUS NOT = '00'
000000         DISPLAY 'PRICEMST NOT PRESENT - NOT SNAPPED'
000000         GO TO 2500-EXIT
000000     END-IF.
000000     OPEN OUTPUT PRICE-BACKUP-FILE.
000000     PERFORM 2510-READ-PRICEMST.
000000     PERFORM 2520-COPY-PRICEMST-RECORD UNTIL FILE-EOF-YES.
000000     CLOSE PRICE-BACKUP-FILE.
000000     CLOSE PRICE-MASTER-FILE.
000000     MOVE 'PRICEMST' TO SNAP-FILE-NAME.
000000     MOVE WORK-REC-COUNT TO SNAP-REC-COUNT.
000000     MOVE WORK-HASH TO SNAP-HASH.
000000     MOVE TAKEN-DATE TO SNAP-TAKEN-DATE.
000000     MOVE TAKEN-CLOCK(1:6) TO SNAP-TAKEN-TIME.
000000     WRITE SNAPSHOT-CONTROL-RECORD.
000000     PERFORM 3500-PROVE-PRICEMST-BACKUP THRU 3500-EXIT.
000000 2500-EXIT.
000000     EXIT.
000000 2510-READ-PRICEMST.
000000     READ PRICE-MASTER-FILE
000000         AT END SET FILE-EOF-YES TO TRUE
000000     END-READ.
000000 2520-COPY-PRICEMST-RECORD.
000000     MOVE PRICE-MASTER-RECORD TO PRICE-BACKUP-RECORD.
000000     WRITE PRICE-BACKUP-RECORD.
000000     ADD 1 TO WORK-REC-COUNT.
000000     MOVE SPACES TO HASH-SCAN-LINE.
000000     MOVE PRICE-MASTER-RECORD TO HASH-SCAN-LINE(1:23).
000000     MOVE 23 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO WORK-HASH.
000000     PERFORM 2510-READ-PRICEMST.
000000 3500-PROVE-PRICEMST-BACKUP.
000000     MOVE 'N' TO FILE-EOF.
000000     MOVE ZERO TO CHECK-REC-COUNT.
000000     MOVE ZERO TO CHECK-HASH.
000000     OPEN INPUT PRICE-BACKUP-FILE.
000000     PERFORM 3510-READ-PRICEMST-BACKUP.
000000     PERFORM 3520-COUNT-PRICEMST-BACKUP UNTIL FILE-EOF-YES.
000000     CLOSE PRICE-BACKUP-FILE.
000000     IF CHECK-REC-COUNT = WORK-REC-COUNT
000000         AND CHECK-HASH = WORK-HASH
000000         DISPLAY 'PRICEMST SNAPSHOT PROVED - '
000000             WORK-REC-COUNT ' RECORD(S) HASH ' WORK-HASH
000000     ELSE
000000         ADD 1 TO PROOF-FAILURES
000000         DISPLAY '*** PRICEMST SNAPSHOT PROOF FAILED'
000000     END-IF.
000000 3500-EXIT.
000000     EXIT.
000000 3510-READ-PRICEMST-BACKUP.
000000     READ PRICE-BACKUP-FILE
000000         AT END SET FILE-EOF-YES TO TRUE
000000     END-READ.
000000 3520-COUNT-PRICEMST-BACKUP.
000000     ADD 1 TO CHECK-REC-COUNT.
000000     MOVE SPACES TO HASH-SCAN-LINE.
000000     MOVE PRICE-BACKUP-RECORD TO HASH-SCAN-LINE(1:23).
000000     MOVE 23 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO CHECK-HASH.
000000     PERFORM 3510-READ-PRICEMST-BACKUP.
000000*------------------------------------------------------------------------
000000*RESTORE
000000*Backups go back over the masters and the restored record counts
000000     PERFORM 5200-RESTORE-CUSTMS THRU 5200-EXIT.
000000     PERFORM 5300-RESTORE-STRMAS THRU 5300-EXIT.
000000     PERFORM 5400-RESTORE-ARRIDX THRU 5400-EXIT.
000000     PERFORM 5500-RESTORE-SPMAST THRU 5500-EXIT.
000000     PERFORM 5600-RESTORE-PRICEMST THRU 5600-EXIT.
000000 5000-EXIT.
000000     EXIT.
000000 5100-LOAD-SNAPCTL.
000000     END-IF.
000000     PERFORM 5110-READ-SNAPCTL.
000000     PERFORM 5120-STORE-SNAPCTL
000000         UNTIL FILE-EOF-YES OR SNAPCTL-COUNT = 8.
000000     CLOSE SNAPSHOT-CONTROL-FILE.
000000 5100-EXIT.
000000     EXIT.
000000     END-WRITE.
000000     ADD 1 TO WORK-REC-COUNT.
000000     MOVE CUSTOMER-BACKUP-RECORD TO HASH-SCAN-LINE.
000000     MOVE 249 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO WORK-HASH.
000000     PERFORM 5210-READ-CUSTMS-BACKUP.
000000     ADD 1 TO WORK-REC-COUNT.
000000     ADD ARRB-VALUE TO WORK-HASH.
000000     PERFORM 5410-READ-ARRIDX-BACKUP.
000000 5500-RESTORE-SPMAST.
000000     MOVE 'N' TO FILE-EOF.
000000     MOVE ZERO TO WORK-REC-COUNT.
000000     MOVE ZERO TO WORK-HASH.
000000     OPEN INPUT SALESPERSON-BACKUP-FILE.
000000     IF SALESPERSON-BACKUP-STATUS NOT = '00'
000000         DISPLAY 'SPMASTB NOT PRESENT - SPMAST NOT RESTORED'
000000         GO TO 5500-EXIT
000000     END-IF.
000000     OPEN OUTPUT SALESPERSON-MASTER-FILE.
000000     PERFORM 5510-READ-SPMAST-BACKUP.
000000     PERFORM 5520-RESTORE-SPMAST-RECORD UNTIL FILE-EOF-YES.
000000     CLOSE SALESPERSON-MASTER-FILE.
000000     CLOSE SALESPERSON-BACKUP-FILE.
000000     MOVE 'SPMAST  ' TO SNAP-FILE-NAME.
000000     PERFORM 5900-VERIFY-RESTORED-COUNT THRU 5900-EXIT.
000000 5500-EXIT.
000000     EXIT.
000000 5510-READ-SPMAST-BACKUP.
000000     READ SALESPERSON-BACKUP-FILE
000000         AT END SET FILE-EOF-YES TO TRUE
000000     END-READ.
000000 5520-RESTORE-SPMAST-RECORD.
000000     MOVE SALESPERSON-BACKUP-RECORD TO SALESPERSON-MASTER-RECORD.
000000     WRITE SALESPERSON-MASTER-RECORD.
000000     ADD 1 TO WORK-REC-COUNT.
000000     MOVE SPACES TO HASH-SCAN-LINE.
000000     MOVE SALESPERSON-BACKUP-RECORD TO HASH-SCAN-LINE(1:54).
000000     MOVE 54 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO WORK-HASH.
000000     PERFORM 5510-READ-SPMAST-BACKUP.
000000 5600-RESTORE-PRICEMST.
000000     MOVE 'N' TO FILE-EOF.
000000     MOVE ZERO TO WORK-REC-COUNT.
000000     MOVE ZERO TO WORK-HASH.
000000     OPEN INPUT PRICE-BACKUP-FILE.
000000     IF PRICE-BACKUP-STATUS NOT = '00'
000000         DISPLAY 'PRICEMSB NOT PRESENT - PRICEMST NOT RESTORED'
000000         GO TO 5600-EXIT
000000     END-IF.
000000     OPEN OUTPUT PRICE-MASTER-FILE.
000000     PERFORM 5610-READ-PRICEMST-BACKUP.
000000     PERFORM 5620-RESTORE-PRICEMST-RECORD UNTIL FILE-EOF-YES.
000000     CLOSE PRICE-MASTER-FILE.
000000     CLOSE PRICE-BACKUP-FILE.
000000     MOVE 'PRICEMST' TO SNAP-FILE-NAME.
000000     PERFORM 5900-VERIFY-RESTORED-COUNT THRU 5900-EXIT.
000000 5600-EXIT.
000000     EXIT.
000000 5610-READ-PRICEMST-BACKUP.
000000     READ PRICE-BACKUP-FILE
000000         AT END SET FILE-EOF-YES TO TRUE
000000     END-READ.
000000 5620-RESTORE-PRICEMST-RECORD.
000000     MOVE PRICE-BACKUP-RECORD TO PRICE-MASTER-RECORD.
000000     WRITE PRICE-MASTER-RECORD.
000000     ADD 1 TO WORK-REC-COUNT.
000000     MOVE SPACES TO HASH-SCAN-LINE.
000000     MOVE PRICE-BACKUP-RECORD TO HASH-SCAN-LINE(1:23).
000000     MOVE 23 TO HASH-SCAN-LENGTH.
000000     PERFORM 8000-HASH-ONE-RECORD THRU 8000-EXIT.
000000     ADD HASH-RECORD-SUM TO WORK-HASH.
000000     PERFORM 5610-READ-PRICEMST-BACKUP.
000000 5900-VERIFY-RESTORED-COUNT.
000000     PERFORM VARYING SNAP-IX FROM 1 BY 1
000000             UNTIL SNAP-IX > SNAPCTL-COUNT
