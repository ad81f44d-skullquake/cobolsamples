000000*------------------------------------------------------------------------
000000*NET POSITION RECORD
000000*One NETPOS record per account and company: the account's
000000*running position, rebuilt each night by the netting step from
000000*OPENPOS and the day's activity and then moved in place by the
000000*steps that revalue, refund or re-open it.  NETPOS is indexed
000000*on NET-POSITION-KEY, so a program that needs one account's
000000*position reads it by key; a blank company code is the base
000000*company.  The flat NETPOSSQ extract keeps the original
000000*sequential layout - account, amount, company - for the
000000*consumers that want a flat file.
000000*------------------------------------------------------------------------
000000 01  NET-POSITION-RECORD.
000000     05 NET-POSITION-KEY.
000000         10 NET-ACCT-NO      PIC 9(6).
000000         10 NET-COMPANY-CODE PIC X(3).
000000     05 NET-AMOUNT           PIC S9(7)V99.
