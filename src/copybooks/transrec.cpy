000000*refuses a reversal whose original is missing or already
000000*reversed.  Ordinary records carry zeros.
000000     05 TRAN-REV-RUN-ID PIC 9(5).
000000*TRAN-ACCT-NO names the account whose net position the posting
000000*moves; the posting engine applies each typed posting to it as
000000*well as to the type/company control totals.  Zeros or spaces
000000*(feeds written before the field existed) post to the control
000000*totals only.  Appended so existing feeds still line up.
000000     05 TRAN-ACCT-NO PIC 9(6).
000000 01  TRANSACTION-OPERANDS REDEFINES TRANSACTION-RECORD.
000000     05 TRAN-I000 PIC 9(2).
000000     05 TRAN-I001 PIC 9(2).
