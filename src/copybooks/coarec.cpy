000000*------------------------------------------------------------------------
000000*CHART-OF-ACCOUNTS MASTER RECORD
000000*One COAMST record per ledger account per company, kept by the
000000*glacmnt maintenance program.  An account is never deleted once
000000*it may have been journaled to; it is made inactive instead, and
000000*nothing new may post to it.  A blank company is the base
000000*company, as on the transaction records.
000000*------------------------------------------------------------------------
000000 01  COA-RECORD.
000000     05 COA-ACCOUNT      PIC X(8).
000000     05 COA-COMPANY      PIC X(3).
000000     05 COA-DESCRIPTION  PIC X(30).
000000     05 COA-TYPE         PIC X(1).
000000         88 COA-TYPE-ASSET     VALUE 'A'.
000000         88 COA-TYPE-LIABILITY VALUE 'L'.
000000         88 COA-TYPE-EQUITY    VALUE 'Q'.
000000         88 COA-TYPE-REVENUE   VALUE 'R'.
000000         88 COA-TYPE-EXPENSE   VALUE 'E'.
000000         88 COA-TYPE-VALID     VALUE 'A' 'L' 'Q' 'R' 'E'.
000000     05 COA-ACTIVE-FLAG  PIC X(1).
000000         88 COA-ACTIVE   VALUE 'Y'.
000000         88 COA-INACTIVE VALUE 'N'.
