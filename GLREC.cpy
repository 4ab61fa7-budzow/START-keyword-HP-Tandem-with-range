000010*----------------------------------------------------------------
000020* GLREC.CPY
000030*
000040* RECORD LAYOUT FOR GLPOST, THE DAILY GENERAL-LEDGER POSTING
000050* FILE THE GLPOST PROGRAM BUILDS FOR FINANCE'S GL LOAD.  ONE
000060* FILE PER PROVED NIGHT: A HEADER (HD), THE JOURNAL-ENTRY LINES
000070* (JE), AND A TRAILER (TR) CARRYING THE CONTROL TOTALS THE LOAD
000080* CHECKS BEFORE IT POSTS ANYTHING.
000090*
000100* EACH DIVISION/SOURCE PAIR THAT MOVED DATA-AMOUNT IN THE NIGHT
000110* GIVES TWO JE LINES FOR THE SAME AMOUNT - ONE TO THE CUSTOMER
000120* BALANCE CONTROL ACCOUNT, ONE TO THE SOURCE'S CLEARING ACCOUNT,
000130* DEBIT AND CREDIT ACCORDING TO WHICH WAY THE AMOUNT MOVED - SO
000140* THE FILE ALWAYS BALANCES.  SOURCES -
000150*     MT  BATCH TRANSACTION APPLY (DATAAPPLY)
000160*     PG  ARCHIVE/PURGE DELETES (ARCHPURG)
000170*     RI  ARCHIVE REINSTATEMENTS (ARCHFIND)
000180*     TR  DIVISION TRANSFERS (DIVXFER)
000190*     OM  ONLINE MAINTENANCE (MNTSERVE)
000200*     UP  RANGE-SCAN BULK CHANGES (MININIMAL)
000210*     OT  ANY OTHER PROGRAM ON THE CHANGE JOURNAL
000220*
000230* A HELD FILE (GLHOLD) HAS THE SAME LAYOUT WITH H IN THE
000240* HEADER'S RELEASE FLAG; THE LOAD MUST REFUSE IT.
000250*
000260* ALL FIELDS ARE DISPLAY (THE NET SIGN LEADING SEPARATE) SO THE
000270* FILE READS CLEANLY AS TEXT AND PASSES THROUGH LINE-SEQUENTIAL
000280* I-O UNTRANSLATED.  AMOUNTS CARRY TWO IMPLIED DECIMALS.
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* ---------- ---- --------------------------------------------
000330* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000340*                 DAILY GENERAL-LEDGER POSTING FILE.
000350*----------------------------------------------------------------
000360 01  GL-RECORD.
000370     05  GL-RECORD-TYPE             PIC X(02).
000380         88  GL-HEADER-RECORD           VALUE "HD".
000390         88  GL-DETAIL-RECORD           VALUE "JE".
000400         88  GL-TRAILER-RECORD          VALUE "TR".
000410     05  GL-RECORD-BODY             PIC X(118).
000420*    HEADER (POS 03-120) - THE NIGHT POSTED AND ITS JOURNAL
000430*    WINDOW: EVERY CHANGE AFTER THE FROM STAMP, UP TO AND
000440*    INCLUDING THE TO STAMP (THE CTLBAL PROOF'S OWN TIME).
000450     05  GL-HEADER-FIELDS REDEFINES GL-RECORD-BODY.
000460         10  GL-HDR-SOURCE-SYSTEM   PIC X(08).
000470         10  GL-HDR-POSTING-DATE    PIC 9(08).
000480         10  GL-HDR-CREATED-DATE    PIC 9(08).
000490         10  GL-HDR-CREATED-TIME    PIC 9(08).
000500         10  GL-HDR-FROM-DATE       PIC 9(08).
000510         10  GL-HDR-FROM-TIME       PIC 9(08).
000520         10  GL-HDR-TO-DATE         PIC 9(08).
000530         10  GL-HDR-TO-TIME         PIC 9(08).
000540*    R RELEASED FOR POSTING, H HELD - NOT TO BE POSTED.
000550         10  GL-HDR-RELEASE-FLAG    PIC X(01).
000560             88  GL-HDR-RELEASED        VALUE "R".
000570             88  GL-HDR-HELD            VALUE "H".
000580         10  FILLER                 PIC X(53).
000590*    JOURNAL-ENTRY LINE (POS 03-120)
000600     05  GL-DETAIL-FIELDS REDEFINES GL-RECORD-BODY.
000610         10  GL-JE-LINE-NUMBER      PIC 9(06).
000620         10  GL-JE-ACCOUNT          PIC X(10).
000630         10  GL-JE-DIVISION         PIC X(05).
000640         10  GL-JE-REGION           PIC X(03).
000650         10  GL-JE-SOURCE           PIC X(02).
000660         10  GL-JE-DEBIT-CREDIT     PIC X(01).
000670             88  GL-JE-DEBIT            VALUE "D".
000680             88  GL-JE-CREDIT           VALUE "C".
000690         10  GL-JE-AMOUNT           PIC 9(13)V99.
000700         10  GL-JE-DESCRIPTION      PIC X(30).
000710         10  GL-JE-POSTING-DATE     PIC 9(08).
000720         10  FILLER                 PIC X(38).
000730*    TRAILER (POS 03-120) - THE JE LINE COUNT, THE DEBIT AND
000740*    CREDIT TOTALS (ALWAYS EQUAL), AND THE NET DATA-AMOUNT MOVED,
000750*    WHICH TIES TO THE NET ON THE NIGHT'S CTLBAL CERTIFICATE.
000760     05  GL-TRAILER-FIELDS REDEFINES GL-RECORD-BODY.
000770         10  GL-TRL-DETAIL-COUNT    PIC 9(09).
000780         10  GL-TRL-DEBIT-TOTAL     PIC 9(13)V99.
000790         10  GL-TRL-CREDIT-TOTAL    PIC 9(13)V99.
000800         10  GL-TRL-NET-AMOUNT      PIC S9(13)V99
000810                                    SIGN LEADING SEPARATE.
000820         10  FILLER                 PIC X(63).
