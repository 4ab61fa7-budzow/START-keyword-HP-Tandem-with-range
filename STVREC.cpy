000010*----------------------------------------------------------------
000020* STVREC.CPY
000030*
000040* RECORD LAYOUT FOR STMVEND, THE MACHINE-READABLE STATEMENT FILE
000050* STMTRUN BUILDS IN THE PRINT VENDOR'S RECORD LAYOUT ALONGSIDE THE
000060* STMTRPT LISTING.  RECORD TYPES, IN FILE ORDER -
000070*     FH  FILE HEADER           - ONE, FIRST RECORD ON THE FILE
000080*     BH  BATCH HEADER          - ONE PER DIVISION STATEMENTED
000090*     DH  DOCUMENT HEADER       - ONE PER ACCOUNT STATEMENT
000100*     DD  DOCUMENT DETAIL       - ONE PER TRANSACTION RECORD
000110*     DT  DOCUMENT TOTAL        - CLOSES EACH DOCUMENT
000120*     BT  BATCH TRAILER         - CLOSES EACH DIVISION
000130*     FT  FILE TRAILER          - ONE, LAST RECORD ON THE FILE
000140* A DIVISION'S BATCH (BH ... BT) IS ITS MAILROOM BUNDLE: THE BATCH
000150* TRAILER'S DOCUMENT, PAGE, AND AMOUNT COUNTS TIE TO THE
000160* DIVISION'S CONTROL SHEET ON STMTRPT, AND THE FILE TRAILER'S TO
000170* THE ALL-DIVISIONS CONTROL LINE.  AN ACCOUNT HELD BACK BY THE
000180* SUPPRESSION RULES HAS NO DOCUMENT ON THE FILE; IT IS ONLY
000190* COUNTED IN THE TRAILERS' SUPPRESSED COUNT.
000200*
000210* PAGES ARE THE VENDOR'S: A DOCUMENT RUNS THE FILE HEADER'S DETAIL
000220* LINES PER PAGE, AND A DOCUMENT ALWAYS HAS AT LEAST ONE PAGE.
000230*
000240* ALL FIELDS ARE DISPLAY (SIGNED AMOUNTS LEADING SEPARATE) SO THE
000250* FILE READS CLEANLY AS TEXT AND PASSES THROUGH LINE-SEQUENTIAL
000260* I-O UNTRANSLATED.  AMOUNTS CARRY TWO IMPLIED DECIMALS.
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* ---------- ---- --------------------------------------------
000310* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000320*                 PRINT VENDOR'S STATEMENT FILE.
000330*----------------------------------------------------------------
000340 01  STV-RECORD.
000350     05  STV-RECORD-TYPE            PIC X(02).
000360         88  STV-FILE-HEADER            VALUE "FH".
000370         88  STV-BATCH-HEADER           VALUE "BH".
000380         88  STV-DOCUMENT-HEADER        VALUE "DH".
000390         88  STV-DOCUMENT-DETAIL        VALUE "DD".
000400         88  STV-DOCUMENT-TOTAL         VALUE "DT".
000410         88  STV-BATCH-TRAILER          VALUE "BT".
000420         88  STV-FILE-TRAILER           VALUE "FT".
000430     05  STV-RECORD-BODY            PIC X(118).
000440*    FILE HEADER (POS 03-120) - THE STATEMENT PERIOD AND THE
000450*    DETAIL LINES PER VENDOR PAGE THE PAGE COUNTS ASSUME.
000460     05  STV-FH-FIELDS REDEFINES STV-RECORD-BODY.
000470         10  STV-FH-SOURCE-SYSTEM   PIC X(08).
000480         10  STV-FH-CREATED-DATE    PIC 9(08).
000490         10  STV-FH-CREATED-TIME    PIC 9(08).
000500         10  STV-FH-PERIOD-FROM     PIC 9(08).
000510         10  STV-FH-PERIOD-TO       PIC 9(08).
000520         10  STV-FH-LINES-PER-PAGE  PIC 9(03).
000530         10  FILLER                 PIC X(75).
000540*    BATCH HEADER (POS 03-120) - ONE DIVISION'S BUNDLE.
000550     05  STV-BH-FIELDS REDEFINES STV-RECORD-BODY.
000560         10  STV-BH-BATCH-NUMBER    PIC 9(05).
000570         10  STV-BH-DIVISION        PIC X(05).
000580         10  STV-BH-DIVISION-NAME   PIC X(30).
000590         10  STV-BH-REGION          PIC X(03).
000600         10  FILLER                 PIC X(75).
000610*    DOCUMENT HEADER (POS 03-120) - ONE ACCOUNT'S STATEMENT.  THE
000620*    DOCUMENT NUMBER RUNS ON ACROSS THE WHOLE FILE.  STATUS IS THE
000630*    ACCOUNT'S ROLLED UP: A IF ANY RECORD IS ACTIVE, ELSE S IF ANY
000640*    IS SUSPENDED, ELSE C.
000650     05  STV-DH-FIELDS REDEFINES STV-RECORD-BODY.
000660         10  STV-DH-BATCH-NUMBER    PIC 9(05).
000670         10  STV-DH-DOCUMENT-NUMBER PIC 9(07).
000680         10  STV-DH-DIVISION        PIC X(05).
000690         10  STV-DH-ACCOUNT         PIC X(11).
000700         10  STV-DH-CUSTOMER-NAME   PIC X(30).
000710         10  STV-DH-ACCOUNT-STATUS  PIC X(01).
000720         10  STV-DH-PERIOD-FROM     PIC 9(08).
000730         10  STV-DH-PERIOD-TO       PIC 9(08).
000740         10  FILLER                 PIC X(43).
000750*    DOCUMENT DETAIL (POS 03-120) - ONE TRANSACTION RECORD, IN
000760*    DATA-PARTIAL-KEY-3 SEQUENCE, WITH ITS LINE AND PAGE.
000770     05  STV-DD-FIELDS REDEFINES STV-RECORD-BODY.
000780         10  STV-DD-DOCUMENT-NUMBER PIC 9(07).
000790         10  STV-DD-LINE-NUMBER     PIC 9(05).
000800         10  STV-DD-PAGE-NUMBER     PIC 9(05).
000810         10  STV-DD-SEQUENCE        PIC 9(04).
000820         10  STV-DD-STATUS          PIC X(01).
000830         10  STV-DD-LAST-UPDATE     PIC 9(08).
000840         10  STV-DD-AMOUNT          PIC S9(11)V99
000850                                    SIGN LEADING SEPARATE.
000860         10  FILLER                 PIC X(74).
000870*    DOCUMENT TOTAL (POS 03-120)
000880     05  STV-DT-FIELDS REDEFINES STV-RECORD-BODY.
000890         10  STV-DT-DOCUMENT-NUMBER PIC 9(07).
000900         10  STV-DT-LINE-COUNT      PIC 9(05).
000910         10  STV-DT-PAGE-COUNT      PIC 9(05).
000920         10  STV-DT-AMOUNT          PIC S9(11)V99
000930                                    SIGN LEADING SEPARATE.
000940         10  FILLER                 PIC X(87).
000950*    BATCH TRAILER (POS 03-120) - TIES TO THE DIVISION'S CONTROL
000960*    SHEET.
000970     05  STV-BT-FIELDS REDEFINES STV-RECORD-BODY.
000980         10  STV-BT-BATCH-NUMBER    PIC 9(05).
000990         10  STV-BT-DIVISION        PIC X(05).
001000         10  STV-BT-DOCUMENT-COUNT  PIC 9(07).
001010         10  STV-BT-PAGE-COUNT      PIC 9(07).
001020         10  STV-BT-LINE-COUNT      PIC 9(09).
001030         10  STV-BT-AMOUNT          PIC S9(13)V99
001040                                    SIGN LEADING SEPARATE.
001050         10  STV-BT-SUPPRESSED-COUNT PIC 9(07).
001060         10  FILLER                 PIC X(62).
001070*    FILE TRAILER (POS 03-120) - TIES TO THE ALL-DIVISIONS CONTROL
001080*    LINE.  THE RECORD COUNT INCLUDES THE HEADER AND THIS TRAILER.
001090     05  STV-FT-FIELDS REDEFINES STV-RECORD-BODY.
001100         10  STV-FT-BATCH-COUNT     PIC 9(05).
001110         10  STV-FT-DOCUMENT-COUNT  PIC 9(07).
001120         10  STV-FT-PAGE-COUNT      PIC 9(07).
001130         10  STV-FT-LINE-COUNT      PIC 9(09).
001140         10  STV-FT-AMOUNT          PIC S9(13)V99
001150                                    SIGN LEADING SEPARATE.
001160         10  STV-FT-SUPPRESSED-COUNT PIC 9(07).
001170         10  STV-FT-RECORD-COUNT    PIC 9(09).
001180         10  FILLER                 PIC X(58).
