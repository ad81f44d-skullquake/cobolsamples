000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID. stepload.
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT STEP-DEFINITION-FILE ASSIGN TO "STEPDEF"
000000         ORGANIZATION IS LINE SEQUENTIAL
000000         FILE STATUS IS STEP-DEFINITION-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD  STEP-DEFINITION-FILE.
000000     COPY "stepdef.cpy".
000000    WORKING-STORAGE SECTION.
000000    01 STEP-DEFINITION-STATUS PIC X(2) VALUE '00'.
000000    01 STEP-DEFINITION-EOF PIC X VALUE 'N'.
000000       88 STEP-DEFINITION-EOF-YES VALUE 'Y'.
000000    01 STEP-TABLE-OVERFLOW PIC X VALUE 'N'.
000000       88 STEP-TABLE-OVERFLOW-YES VALUE 'Y'.
000000    01 STEP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 EARLIER-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 DEP-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 PROG-IX BINARY-SHORT SIGNED VALUE 0.
000000    01 CARD-NO PIC 9(3) VALUE ZERO.
000000    01 DEFINED-EARLIER PIC X VALUE 'N'.
000000       88 DEFINED-EARLIER-YES VALUE 'Y'.
000000    01 PROGRAM-KNOWN PIC X VALUE 'N'.
000000       88 PROGRAM-KNOWN-YES VALUE 'Y'.
000000    01 ERROR-TEXT PIC X(40) VALUE SPACES.
000000    01 ERROR-DETAIL PIC X(9) VALUE SPACES.
000000*------------------------------------------------------------------------
000000*STEP PROGRAM CATALOGUE
000000*Every program the stream is built to CALL as a step - each
000000*ends with EXIT PROGRAM and leaves the fn return-code
000000*convention in RETURN-CODE.  A STEPDEF card naming anything
000000*else would stop the stream mid-cycle on a failed CALL, so it
000000*is refused at start-up instead.  A new step program joins
000000*this list in the same release that ships it.
000000*------------------------------------------------------------------------
000000    01 KNOWN-PROGRAM-VALUES.
000000       05 FILLER PIC X(9) VALUE 'accrue   '.
000000       05 FILLER PIC X(9) VALUE 'actmon   '.
000000       05 FILLER PIC X(9) VALUE 'agencyp  '.
000000       05 FILLER PIC X(9) VALUE 'arledgr  '.
000000       05 FILLER PIC X(9) VALUE 'bankrec  '.
000000       05 FILLER PIC X(9) VALUE 'bkordrpt '.
000000       05 FILLER PIC X(9) VALUE 'budvar   '.
000000       05 FILLER PIC X(9) VALUE 'capint   '.
000000       05 FILLER PIC X(9) VALUE 'cashfcst '.
000000       05 FILLER PIC X(9) VALUE 'chgoff   '.
000000       05 FILLER PIC X(9) VALUE 'commrun  '.
000000       05 FILLER PIC X(9) VALUE 'consbal  '.
000000       05 FILLER PIC X(9) VALUE 'crdgate  '.
000000       05 FILLER PIC X(9) VALUE 'credmemo '.
000000       05 FILLER PIC X(9) VALUE 'ctrexp   '.
000000       05 FILLER PIC X(9) VALUE 'ddcoll   '.
000000       05 FILLER PIC X(9) VALUE 'ddretn   '.
000000       05 FILLER PIC X(9) VALUE 'digestfn '.
000000       05 FILLER PIC X(9) VALUE 'disprpt  '.
000000       05 FILLER PIC X(9) VALUE 'dormant  '.
000000       05 FILLER PIC X(9) VALUE 'dqscore  '.
000000       05 FILLER PIC X(9) VALUE 'dunning  '.
000000       05 FILLER PIC X(9) VALUE 'dwextr   '.
000000       05 FILLER PIC X(9) VALUE 'escheat  '.
000000       05 FILLER PIC X(9) VALUE 'excmerge '.
000000       05 FILLER PIC X(9) VALUE 'feebill  '.
000000       05 FILLER PIC X(9) VALUE 'feedmrg  '.
000000       05 FILLER PIC X(9) VALUE 'feedreg  '.
000000       05 FILLER PIC X(9) VALUE 'feedtrnd '.
000000       05 FILLER PIC X(9) VALUE 'feedwait '.
000000       05 FILLER PIC X(9) VALUE 'finord   '.
000000       05 FILLER PIC X(9) VALUE 'fnadd    '.
000000       05 FILLER PIC X(9) VALUE 'fncmp    '.
000000       05 FILLER PIC X(9) VALUE 'fndiv    '.
000000       05 FILLER PIC X(9) VALUE 'fnmul    '.
000000       05 FILLER PIC X(9) VALUE 'fnpost   '.
000000       05 FILLER PIC X(9) VALUE 'fnsub    '.
000000       05 FILLER PIC X(9) VALUE 'fxreval  '.
000000       05 FILLER PIC X(9) VALUE 'glactacc '.
000000       05 FILLER PIC X(9) VALUE 'gljrnl   '.
000000       05 FILLER PIC X(9) VALUE 'gltieout '.
000000       05 FILLER PIC X(9) VALUE 'goodsrcv '.
000000       05 FILLER PIC X(9) VALUE 'headroom '.
000000       05 FILLER PIC X(9) VALUE 'icsettle '.
000000       05 FILLER PIC X(9) VALUE 'intsumm  '.
000000       05 FILLER PIC X(9) VALUE 'invbal   '.
000000       05 FILLER PIC X(9) VALUE 'invprt   '.
000000       05 FILLER PIC X(9) VALUE 'latechg  '.
000000       05 FILLER PIC X(9) VALUE 'lockbox  '.
000000       05 FILLER PIC X(9) VALUE 'marginrp '.
000000       05 FILLER PIC X(9) VALUE 'mstcheck '.
000000       05 FILLER PIC X(9) VALUE 'mtdacc   '.
000000       05 FILLER PIC X(9) VALUE 'mtdrpt   '.
000000       05 FILLER PIC X(9) VALUE 'negtrack '.
000000       05 FILLER PIC X(9) VALUE 'notewrk  '.
000000       05 FILLER PIC X(9) VALUE 'ordack   '.
000000       05 FILLER PIC X(9) VALUE 'parmrpt  '.
000000       05 FILLER PIC X(9) VALUE 'payapp   '.
000000       05 FILLER PIC X(9) VALUE 'payoff   '.
000000       05 FILLER PIC X(9) VALUE 'posextr  '.
000000       05 FILLER PIC X(9) VALUE 'posproof '.
000000       05 FILLER PIC X(9) VALUE 'posroll  '.
000000       05 FILLER PIC X(9) VALUE 'preflite '.
000000       05 FILLER PIC X(9) VALUE 'profacc  '.
000000       05 FILLER PIC X(9) VALUE 'profrpt  '.
000000       05 FILLER PIC X(9) VALUE 'prooffn  '.
000000       05 FILLER PIC X(9) VALUE 'ratefwd  '.
000000       05 FILLER PIC X(9) VALUE 'rcvroll  '.
000000       05 FILLER PIC X(9) VALUE 'reconadsb'.
000000       05 FILLER PIC X(9) VALUE 'recurgen '.
000000       05 FILLER PIC X(9) VALUE 'refundgn '.
000000       05 FILLER PIC X(9) VALUE 'remind   '.
000000       05 FILLER PIC X(9) VALUE 'resched  '.
000000       05 FILLER PIC X(9) VALUE 'restate  '.
000000       05 FILLER PIC X(9) VALUE 'rptbndl  '.
000000       05 FILLER PIC X(9) VALUE 'salesrlp '.
000000       05 FILLER PIC X(9) VALUE 'sanload  '.
000000       05 FILLER PIC X(9) VALUE 'sellthru '.
000000       05 FILLER PIC X(9) VALUE 'seqdbcr  '.
000000       05 FILLER PIC X(9) VALUE 'setlack  '.
000000       05 FILLER PIC X(9) VALUE 'settle   '.
000000       05 FILLER PIC X(9) VALUE 'slsgen   '.
000000       05 FILLER PIC X(9) VALUE 'snaprst  '.
000000       05 FILLER PIC X(9) VALUE 'stattrnd '.
000000       05 FILLER PIC X(9) VALUE 'taxremit '.
000000       05 FILLER PIC X(9) VALUE 'tblcert  '.
000000       05 FILLER PIC X(9) VALUE 'trialbal '.
000000       05 FILLER PIC X(9) VALUE 'trsypost '.
000000       05 FILLER PIC X(9) VALUE 'trsyxfer '.
000000       05 FILLER PIC X(9) VALUE 'txlarch  '.
000000       05 FILLER PIC X(9) VALUE 'txlbuild '.
000000       05 FILLER PIC X(9) VALUE 'yrend    '.
000000    01 KNOWN-PROGRAM-TABLE REDEFINES KNOWN-PROGRAM-VALUES.
000000       05 KNOWN-PROGRAM PIC X(9) OCCURS 92 TIMES.
000000    01 KNOWN-PROGRAM-COUNT PIC 9(3) VALUE 92.
000000*------------------------------------------------------------------------
000000*STANDARD NIGHTLY STREAM
000000*The stream as released, used whenever no STEPDEF is supplied,
000000*one entry per step in the STEPDEF card layout: step number,
000000*name, program, frequency and on-failure code, then the five
000000*dependency slots.  Step number 11 is free.  A
000000*site that wants a different stream supplies STEPDEF - start
000000*from this list, whose notes say why each step sits where it
000000*does.
000000*------------------------------------------------------------------------
000000    01 STANDARD-STREAM-VALUES.
000000*Step 1 certifies the environment before anything posts - the
000000*interop chain, the feed envelopes and the calendar.
000000       05 FILLER PIC X(22) VALUE '001PREFLITEpreflite DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Step 2 checks the masters against last cycle's snapshot before
000000*step 3 replaces it, and before anything posts or crdgate reads
000000*a credit limit.
000000       05 FILLER PIC X(22) VALUE '002MSTCHECKmstcheck DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '003SNAPRST snaprst  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '004FEEDMRG feedmrg  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '005FEEDREG feedreg  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '006FEEDWAITfeedwait DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '007FEEDTRNDfeedtrnd DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The subledger tie-out runs before the first step that posts,
000000*so GLBAL and the subledgers it proves against it are both as
000000*last night closed them, and its exceptions reach tonight's
000000*merge.
000000       05 FILLER PIC X(22) VALUE '008GLTIEOUTgltieout DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The bank's returned direct debits come back onto PAYMTS as
000000*reversals with the rest of the night's incoming feeds.
000000       05 FILLER PIC X(22) VALUE '009DDRETN  ddretn   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '010FNADD   fnadd    DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '012RECURGENrecurgen DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Treasury's instructions join TRANSFL after the feed register
000000*and the operand pass have taken the night's delivery as sent,
000000*and ahead of the posting engine that proves and posts them.
000000       05 FILLER PIC X(22) VALUE '013TRSYPOSTtrsypost DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Escheated credit balances come off the opening positions
000000*before the netting rebuilds NETPOS from them, and escheated
000000*refunds off the open items before bank reconciliation reads
000000*them.  Dormancy is only re-measured at the week-end, so this
000000*runs at the week-end too.
000000       05 FILLER PIC X(22) VALUE '014ESCHEAT escheat  WS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '015FNPOST  fnpost   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The sanctions watch list is refreshed before SETTLE and
000000*REFUNDGN screen their payees against it.
000000       05 FILLER PIC X(22) VALUE '016SANLOAD sanload  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Bank reconciliation takes last night's SETTLE before step 024
000000*rewrites it, and its exceptions reach tonight's merge.
000000       05 FILLER PIC X(22) VALUE '017BANKREC bankrec  DS'.
000000       05 FILLER PIC X(15) VALUE '014000000000000'.
000000       05 FILLER PIC X(22) VALUE '018SEQDBCR seqdbcr  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Charge-offs come off the opening positions before the netting
000000*rebuilds NETPOS from them.
000000       05 FILLER PIC X(22) VALUE '019CHGOFF  chgoff   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '020FNSUB   fnsub    DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Goods receipts re-cost ahead of the pricing step so tonight's
000000*order lines carry tonight's weighted-average cost.
000000       05 FILLER PIC X(22) VALUE '021GOODSRCVgoodsrcv DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '022NEGTRACKnegtrack DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '023AGENCYP agencyp  WS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '024SETTLE  settle   DS'.
000000       05 FILLER PIC X(15) VALUE '016000000000000'.
000000*The continuity proof runs straight after SETTLE, before the
000000*acknowledgment and revaluation steps move NETPOS again.
000000       05 FILLER PIC X(22) VALUE '025POSPROOFposproof DS'.
000000       05 FILLER PIC X(15) VALUE '024000000000000'.
000000       05 FILLER PIC X(22) VALUE '026ACCRUE  accrue   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '027FXREVAL fxreval  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '028SETLACK setlack  DS'.
000000       05 FILLER PIC X(15) VALUE '024000000000000'.
000000       05 FILLER PIC X(22) VALUE '029CAPINT  capint   PS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '030FNMUL   fnmul    DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '031CRDGATE crdgate  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '032CREDMEMOcredmemo DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '033SALESRLPsalesrlp DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '034MARGINRPmarginrp DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '035ORDACK  ordack   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '036SELLTHRUsellthru WS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '037REFUNDGNrefundgn DS'.
000000       05 FILLER PIC X(15) VALUE '016000000000000'.
000000*POSROLL must stay AFTER every step that adjusts NETPOS
000000*(fxreval, setlack, capint, refundgn) - it snapshots the final
000000*closing position into OPENPOS for the next cycle's rebuild.
000000       05 FILLER PIC X(22) VALUE '038POSROLL posroll  DS'.
000000       05 FILLER PIC X(15) VALUE '027028029037000'.
000000*The treasury hand-off reads the same positions the roll just
000000*sealed: running it before the position-moving steps gave the
000000*desk numbers the rest of the night then changed.
000000       05 FILLER PIC X(22) VALUE '039TRSYXFERtrsyxfer DS'.
000000       05 FILLER PIC X(15) VALUE '038000000000000'.
000000       05 FILLER PIC X(22) VALUE '040FNDIV   fndiv    DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '041RESCHED resched  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The bank's lockbox deposit is converted onto PAYMTS ahead of
000000*the payment pass, so its cheques apply the same night.
000000       05 FILLER PIC X(22) VALUE '042LOCKBOX lockbox  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '043PAYAPP  payapp   DS'.
000000       05 FILLER PIC X(15) VALUE '042000000000000'.
000000*Late charges are assessed on the schedule the payment pass has
000000*just brought up to date, ahead of the payoff quotes that
000000*include them.
000000       05 FILLER PIC X(22) VALUE '044LATECHG latechg  DS'.
000000       05 FILLER PIC X(15) VALUE '043000000000000'.
000000*Payoff quotes are measured against the schedule the payment
000000*pass has just brought up to date.
000000       05 FILLER PIC X(22) VALUE '045PAYOFF  payoff   DS'.
000000       05 FILLER PIC X(15) VALUE '043044000000000'.
000000       05 FILLER PIC X(22) VALUE '046DUNNING dunning  DS'.
000000       05 FILLER PIC X(15) VALUE '043000000000000'.
000000       05 FILLER PIC X(22) VALUE '047RCVROLL rcvroll  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '048TBLCERT tblcert  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Direct debits are drawn against the schedule as the payment
000000*pass has left it, so nothing already paid is collected.
000000       05 FILLER PIC X(22) VALUE '049DDCOLL  ddcoll   DS'.
000000       05 FILLER PIC X(15) VALUE '043000000000000'.
000000       05 FILLER PIC X(22) VALUE '050FNCMP   fncmp    DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '051COMMRUN commrun  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '052PROOFFN prooffn  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Courtesy reminders go out once the payment pass has said what
000000*is still owed and the collection run has taken its mandates.
000000       05 FILLER PIC X(22) VALUE '053REMIND  remind   DS'.
000000       05 FILLER PIC X(15) VALUE '043049000000000'.
000000*Open disputes are aged after the collections steps that held
000000*them out have run.
000000       05 FILLER PIC X(22) VALUE '054DISPRPT disprpt  DS'.
000000       05 FILLER PIC X(15) VALUE '046000000000000'.
000000       05 FILLER PIC X(22) VALUE '055RECONADSreconadsbWS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The receivables ledger invoices what the credit gate released
000000*and takes up tonight's credit memos; tomorrow's gate reads it.
000000       05 FILLER PIC X(22) VALUE '056ARLEDGR arledgr  DS'.
000000       05 FILLER PIC X(15) VALUE '031032000000000'.
000000       05 FILLER PIC X(22) VALUE '057DORMANT dormant  WS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '058INVPRT  invprt   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '059DQSCORE dqscore  WS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '060DIGESTFNdigestfn WS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '061CONSBAL consbal  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '062TRIALBALtrialbal DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '063DWEXTR  dwextr   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '064GLJRNL  gljrnl   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '065EXCMERGEexcmerge DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '066MTDACC  mtdacc   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '067FEEBILL feebill  PS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '068MTDRPT  mtdrpt   PS'.
000000       05 FILLER PIC X(15) VALUE '066000000000000'.
000000       05 FILLER PIC X(22) VALUE '069TAXREMITtaxremit PS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '070TXLARCH txlarch  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The index rebuild must follow the archiver: records the
000000*archiver moved out of the log tonight would otherwise sit in
000000*the index until tomorrow's rebuild, and the inquiries would
000000*report them twice - once from the archive scan and once from
000000*the stale index image.
000000       05 FILLER PIC X(22) VALUE '071TXLBUILDtxlbuild DS'.
000000       05 FILLER PIC X(15) VALUE '070000000000000'.
000000       05 FILLER PIC X(22) VALUE '072RESTATE restate  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '073BKORDRPTbkordrpt DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '074INVBAL  invbal   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '075STATTRNDstattrnd DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '076CTREXP  ctrexp   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Financed orders belong straight after the credit gate, but the
000000*numbers between it and the scheduler are all taken, and
000000*renumbering would break restart points and step statistics.
000000*The cards land on INSTCT tonight and fndiv schedules them
000000*tomorrow night, well ahead of any first due date the terms
000000*table allows.
000000       05 FILLER PIC X(22) VALUE '077FINORD  finord   DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000       05 FILLER PIC X(22) VALUE '078RPTBNDL rptbndl  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The commission feed is built from tonight's released orders and
000000*credit memos, so it has to follow credmemo; with no free number
000000*ahead of commrun it runs last, commrun pays on it tomorrow
000000*night and its reconciliation goes out in tomorrow's bundle.
000000       05 FILLER PIC X(22) VALUE '079SLSGEN  slsgen   DS'.
000000       05 FILLER PIC X(15) VALUE '032000000000000'.
000000*The cash forecast reads the schedule after tonight's payments
000000*and dunning, the standing orders after recurgen's roll and the
000000*settlement and refund queues as the night left them, so it runs
000000*last; its treasury delivery joins the position hand-off on the
000000*TRSYRPT register.
000000       05 FILLER PIC X(22) VALUE '080CASHFCSTcashfcst DS'.
000000       05 FILLER PIC X(15) VALUE '012043046000000'.
000000*Intercompany settlement reads the transaction-log archive, so
000000*it follows TXLARCH and sees everything tonight posted; its
000000*settlement postings ride ACCRTX into tomorrow's FNPOST.
000000       05 FILLER PIC X(22) VALUE '081ICSETTLEicsettle WS'.
000000       05 FILLER PIC X(15) VALUE '070000000000000'.
000000*GLJRNL is rebuilt every night, so its lines are accumulated
000000*into the GLACTD actuals history for the budget comparison.
000000*Neither step has a free number ahead of RPTBNDL; the period-
000000*end budget-versus-actual report goes out in tomorrow's
000000*finance bundle.
000000       05 FILLER PIC X(22) VALUE '082GLACTACCglactacc DS'.
000000       05 FILLER PIC X(15) VALUE '064000000000000'.
000000       05 FILLER PIC X(22) VALUE '083BUDVAR  budvar   PS'.
000000       05 FILLER PIC X(15) VALUE '082000000000000'.
000000*Commrun paid earlier tonight on the orders slsgen fed it last
000000*night, and tonight's priced orders and credit memos are only
000000*final once credmemo and slsgen are done, so the profitability
000000*accumulation follows SLSGEN; the period-end customer
000000*profitability report goes out in tomorrow's bundle.
000000       05 FILLER PIC X(22) VALUE '084PROFACC profacc  DS'.
000000       05 FILLER PIC X(15) VALUE '032079000000000'.
000000       05 FILLER PIC X(22) VALUE '085PROFRPT profrpt  PS'.
000000       05 FILLER PIC X(15) VALUE '084000000000000'.
000000*Activity monitoring reads tonight's postings off the archive
000000*and the accounts DORMANT woke, so it follows both TXLARCH and
000000*DORMANT; with no free number between them and the end of the
000000*stream it runs last.
000000       05 FILLER PIC X(22) VALUE '086ACTMON  actmon   DS'.
000000       05 FILLER PIC X(15) VALUE '057070000000000'.
000000*The follow-up worklist is for the operators' morning, so it
000000*simply runs at the end of the stream.
000000       05 FILLER PIC X(22) VALUE '087NOTEWRK notewrk  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The weekly table-headroom summary reads the usage every table
000000*load of the week reported, tonight's included, so it runs
000000*last.
000000       05 FILLER PIC X(22) VALUE '088HEADROOMheadroom WS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*The flat NETPOSSQ extract is taken from the positions the roll
000000*sealed, so the flat-file consumers see the same closing
000000*position OPENPOS carries.
000000       05 FILLER PIC X(22) VALUE '089POSEXTR posextr  DS'.
000000       05 FILLER PIC X(15) VALUE '038000000000000'.
000000*The list of parameters in force is the night's record of what
000000*the stream ran with; it reads only PARMLIB, so it can go last.
000000       05 FILLER PIC X(22) VALUE '090PARMRPT parmrpt  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000*Rate changes keyed ahead are listed against the rows they
000000*replace; it reads only the rate tables, so it can go last.
000000       05 FILLER PIC X(22) VALUE '091RATEFWD ratefwd  DS'.
000000       05 FILLER PIC X(15) VALUE '000000000000000'.
000000    01 STANDARD-STREAM-TABLE REDEFINES STANDARD-STREAM-VALUES.
000000       05 STANDARD-STEP-ENTRY PIC X(37) OCCURS 90 TIMES.
000000    01 STANDARD-STEP-COUNT PIC 9(3) VALUE 90.
000000 LINKAGE SECTION.
000000     COPY "stepsvc.cpy".
000000*------------------------------------------------------------------------
000000*STEP-DEFINITION SERVICE
000000*Loads the nightly stream's step definition - the STEPDEF
000000*cards when the file is supplied, the standard stream above
000000*when it is not - and validates it as a whole: every program
000000*must be in the catalogue, step numbers must be unique and
000000*ascending, frequency and on-failure codes must be known, and
000000*every dependency must name a step defined EARLIER in the
000000*stream.  Any error makes the whole definition invalid; the
000000*stream refuses to run it and the console shows why.  Called
000000*by nitejob at start-up and by the operator console.
000000*------------------------------------------------------------------------
000000 PROCEDURE DIVISION USING STEPSVC-RESULT STEPSVC-STATUS.
000000     MOVE ZERO TO STPV-STEP-COUNT.
000000     MOVE ZERO TO STPV-ERROR-COUNT.
000000     MOVE 'N' TO STEP-TABLE-OVERFLOW.
000000     PERFORM 1000-LOAD-STEP-FILE THRU 1000-EXIT.
000000     IF NOT STPV-FROM-FILE
000000         PERFORM 2000-LOAD-STANDARD-STREAM THRU 2000-EXIT
000000     END-IF.
000000     IF STPV-STEP-COUNT = ZERO
000000         MOVE ZERO TO CARD-NO
000000         MOVE 'NO STEPS DEFINED' TO ERROR-TEXT
000000         MOVE SPACES TO ERROR-DETAIL
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000     END-IF.
000000     IF STEP-TABLE-OVERFLOW-YES
000000         MOVE ZERO TO CARD-NO
000000         MOVE 'MORE THAN 120 STEPS - REST NOT LOADED'
000000             TO ERROR-TEXT
000000         MOVE SPACES TO ERROR-DETAIL
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000     END-IF.
000000     PERFORM 3000-VALIDATE-STEP THRU 3000-EXIT
000000         VARYING STEP-IX FROM 1 BY 1
000000         UNTIL STEP-IX > STPV-STEP-COUNT.
000000     IF STPV-ERROR-COUNT = ZERO
000000         SET STPV-VALID TO TRUE
000000     ELSE
000000         SET STPV-INVALID TO TRUE
000000     END-IF.
000000     EXIT PROGRAM.
000000*------------------------------------------------------------------------
000000*STEPDEF CARDS
000000*No STEPDEF at all means the standard stream.  Comment and
000000*blank cards are passed over; a blank on-failure code is read
000000*as stop and a blank dependency slot as no dependency, so a
000000*card need only be as long as the fields it uses.
000000*------------------------------------------------------------------------
000000 1000-LOAD-STEP-FILE.
000000     SET STPV-FROM-STANDARD TO TRUE.
000000     MOVE 'N' TO STEP-DEFINITION-EOF.
000000     OPEN INPUT STEP-DEFINITION-FILE.
000000     IF STEP-DEFINITION-STATUS NOT = '00'
000000         GO TO 1000-EXIT
000000     END-IF.
000000     SET STPV-FROM-FILE TO TRUE.
000000     PERFORM 1100-READ-STEP-CARD.
000000     PERFORM 1200-STORE-STEP-CARD UNTIL STEP-DEFINITION-EOF-YES.
000000     CLOSE STEP-DEFINITION-FILE.
000000 1000-EXIT.
000000     EXIT.
000000 1100-READ-STEP-CARD.
000000     READ STEP-DEFINITION-FILE
000000         AT END SET STEP-DEFINITION-EOF-YES TO TRUE
000000     END-READ.
000000 1200-STORE-STEP-CARD.
000000     IF STEP-DEFINITION-RECORD = SPACES
000000         OR SDEF-STEP-NO-X(1:1) = '*'
000000         PERFORM 1100-READ-STEP-CARD
000000     ELSE
000000         IF STPV-STEP-COUNT < 120
000000             ADD 1 TO STPV-STEP-COUNT
000000             IF SDEF-ON-FAILURE = SPACE
000000                 SET SDEF-FAIL-STOP TO TRUE
000000             END-IF
000000             PERFORM VARYING DEP-IX FROM 1 BY 1
000000                     UNTIL DEP-IX > 5
000000                 IF SDEF-DEPENDS-ON-X(DEP-IX) = SPACES
000000                     MOVE ZERO TO SDEF-DEPENDS-ON(DEP-IX)
000000                 END-IF
000000             END-PERFORM
000000             MOVE SDEF-DEFINITION
000000                 TO STPV-STEP-ENTRY(STPV-STEP-COUNT)
000000         ELSE
000000             SET STEP-TABLE-OVERFLOW-YES TO TRUE
000000         END-IF
000000         PERFORM 1100-READ-STEP-CARD
000000     END-IF.
000000*------------------------------------------------------------------------
000000*STANDARD STREAM
000000*------------------------------------------------------------------------
000000 2000-LOAD-STANDARD-STREAM.
000000     PERFORM VARYING STEP-IX FROM 1 BY 1
000000             UNTIL STEP-IX > STANDARD-STEP-COUNT
000000         MOVE STANDARD-STEP-ENTRY(STEP-IX)
000000             TO STPV-STEP-ENTRY(STEP-IX)
000000     END-PERFORM.
000000     MOVE STANDARD-STEP-COUNT TO STPV-STEP-COUNT.
000000 2000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DEFINITION VALIDATION
000000*One pass per step.  A step number that is not numeric makes
000000*the ordering checks meaningless, so the step's other checks
000000*are skipped; every other error on the step is reported, not
000000*just the first, so one correction pass fixes the file.
000000*------------------------------------------------------------------------
000000 3000-VALIDATE-STEP.
000000     MOVE STEP-IX TO CARD-NO.
000000     MOVE SPACES TO ERROR-DETAIL.
000000     IF STPV-STEP-NO(STEP-IX) IS NOT NUMERIC
000000         OR STPV-STEP-NO(STEP-IX) = ZERO
000000         MOVE 'STEP NUMBER MISSING OR NOT NUMERIC'
000000             TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000         GO TO 3000-EXIT
000000     END-IF.
000000     MOVE 'N' TO DEFINED-EARLIER.
000000     PERFORM VARYING EARLIER-IX FROM 1 BY 1
000000             UNTIL EARLIER-IX >= STEP-IX
000000         IF STPV-STEP-NO(EARLIER-IX) = STPV-STEP-NO(STEP-IX)
000000             SET DEFINED-EARLIER-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000*Restart resumes after the highest step checkpointed, so a
000000*step numbered below one that ran before it would be skipped
000000*on every restart.
000000     IF DEFINED-EARLIER-YES
000000         MOVE 'DUPLICATE STEP NUMBER' TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000     ELSE
000000         IF STEP-IX > 1
000000             AND STPV-STEP-NO(STEP-IX)
000000                 < STPV-STEP-NO(STEP-IX - 1)
000000             MOVE 'STEP NUMBER OUT OF SEQUENCE' TO ERROR-TEXT
000000             PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000         END-IF
000000     END-IF.
000000     IF STPV-STEP-NAME(STEP-IX) = SPACES
000000         MOVE 'STEP NAME MISSING' TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000     END-IF.
000000     MOVE 'N' TO PROGRAM-KNOWN.
000000     PERFORM VARYING PROG-IX FROM 1 BY 1
000000             UNTIL PROG-IX > KNOWN-PROGRAM-COUNT
000000         IF KNOWN-PROGRAM(PROG-IX) = STPV-PROGRAM(STEP-IX)
000000             SET PROGRAM-KNOWN-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000     IF NOT PROGRAM-KNOWN-YES
000000         MOVE 'UNKNOWN PROGRAM' TO ERROR-TEXT
000000         MOVE STPV-PROGRAM(STEP-IX) TO ERROR-DETAIL
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000         MOVE SPACES TO ERROR-DETAIL
000000     END-IF.
000000     IF STPV-FREQUENCY(STEP-IX) NOT = 'D'
000000         AND STPV-FREQUENCY(STEP-IX) NOT = 'W'
000000         AND STPV-FREQUENCY(STEP-IX) NOT = 'P'
000000         MOVE 'FREQUENCY NOT D, W OR P' TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000     END-IF.
000000     IF STPV-ON-FAILURE(STEP-IX) NOT = 'S'
000000         AND STPV-ON-FAILURE(STEP-IX) NOT = 'C'
000000         MOVE 'ON-FAILURE NOT S OR C' TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000     END-IF.
000000     PERFORM 3100-VALIDATE-DEPENDENCY THRU 3100-EXIT
000000         VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 5.
000000 3000-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*DEPENDENCY VALIDATION
000000*The stream runs in one pass, so a step can only wait on steps
000000*that come before it; one that names itself or a later step
000000*could never be satisfied.
000000*------------------------------------------------------------------------
000000 3100-VALIDATE-DEPENDENCY.
000000     MOVE SPACES TO ERROR-DETAIL.
000000     IF STPV-DEPENDS-ON(STEP-IX DEP-IX) IS NOT NUMERIC
000000         MOVE 'DEPENDENCY NOT NUMERIC' TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000         GO TO 3100-EXIT
000000     END-IF.
000000     IF STPV-DEPENDS-ON(STEP-IX DEP-IX) = ZERO
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE STPV-DEPENDS-ON(STEP-IX DEP-IX) TO ERROR-DETAIL.
000000     IF STPV-DEPENDS-ON(STEP-IX DEP-IX)
000000         >= STPV-STEP-NO(STEP-IX)
000000         MOVE 'DEPENDS ON A LATER STEP' TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000         GO TO 3100-EXIT
000000     END-IF.
000000     MOVE 'N' TO DEFINED-EARLIER.
000000     PERFORM VARYING EARLIER-IX FROM 1 BY 1
000000             UNTIL EARLIER-IX >= STEP-IX
000000         IF STPV-STEP-NO(EARLIER-IX)
000000             = STPV-DEPENDS-ON(STEP-IX DEP-IX)
000000             SET DEFINED-EARLIER-YES TO TRUE
000000         END-IF
000000     END-PERFORM.
000000     IF NOT DEFINED-EARLIER-YES
000000         MOVE 'DEPENDS ON UNDEFINED STEP' TO ERROR-TEXT
000000         PERFORM 3900-RECORD-ERROR THRU 3900-EXIT
000000     END-IF.
000000 3100-EXIT.
000000     EXIT.
000000*------------------------------------------------------------------------
000000*ERROR LINE
000000*Every error counts against the definition; the first 20 are
000000*kept as lines the stream logs and the console shows.  An
000000*error against the definition as a whole has no step to name.
000000*------------------------------------------------------------------------
000000 3900-RECORD-ERROR.
000000     ADD 1 TO STPV-ERROR-COUNT.
000000     IF STPV-ERROR-COUNT > 20
000000         GO TO 3900-EXIT
000000     END-IF.
000000     MOVE SPACES TO STPV-ERROR-LINE(STPV-ERROR-COUNT).
000000     IF CARD-NO = ZERO
000000         MOVE ERROR-TEXT TO STPV-ERROR-LINE(STPV-ERROR-COUNT)
000000     ELSE
000000         STRING 'DEFINITION ' CARD-NO
000000             ' STEP ' STPV-STEP-NO(STEP-IX)
000000             ' ' STPV-STEP-NAME(STEP-IX)
000000             ' ' DELIMITED BY SIZE
000000             ERROR-TEXT DELIMITED BY '  '
000000             ' ' ERROR-DETAIL DELIMITED BY SIZE
000000             INTO STPV-ERROR-LINE(STPV-ERROR-COUNT)
000000     END-IF.
000000 3900-EXIT.
000000     EXIT.
