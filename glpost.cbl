000010*-----------------------------------------------------------------
000020* GLPOST
000030*-----------------------------------------------------------------
000040*
000050* DAILY GENERAL-LEDGER INTERFACE.  RUNS AFTER THE CTLBAL CONTROL
000060* BALANCE AND BUILDS THE NIGHT'S BALANCED JOURNAL-ENTRY FILE
000070* (GLREC LAYOUT) FOR FINANCE'S GL LOAD, SO THE LEDGER IS POSTED
000080* FROM THE SAME FIGURES THE CERTIFICATE PROVED INSTEAD OF BEING
000090* KEYED FROM THE DATAAPPLY, ARCHPURG, AND ARCHFIND REPORTS.
000100*
000110* THE NIGHT'S MOVEMENT COMES OFF THE SHARED CHANGE JOURNAL
000120* (DATAJRNL, JRNREC LAYOUT): EVERY ENTRY AFTER THE SNAPSHOT THE
000130* CTLBAL PROOF OPENED FROM, UP TO THE PROOF ITSELF - THE SAME
000140* WINDOW RUNCTL COVERED.  EACH ENTRY'S DATA-AMOUNT CHANGE (AFTER
000150* LESS BEFORE) IS SUMMED BY DIVISION AND BY SOURCE PROGRAM, AND
000160* EACH DIVISION CARRIES ITS DIVMAST REGION.  EVERY DIVISION/
000170* SOURCE PAIR THAT MOVED AN AMOUNT GIVES A DEBIT AND A CREDIT
000180* LINE (SEE GLREC), SO THE FILE BALANCES BY CONSTRUCTION.  A
000190* DIVISION TRANSFER MOVES AMOUNT BETWEEN DIVISIONS, AND ONLINE
000200* MAINTENANCE ADJUSTS IT, SO THOSE SOURCES ARE POSTED TOO - THE
000210* FILE MUST CARRY EVERYTHING CTLBAL PROVED OR IT CANNOT TIE.
000220*
000230* THE POSTING REPORT (GLPRPT) LISTS EVERY DIVISION/SOURCE LINE,
000240* THE REGION AND SOURCE TOTALS, AND TIES THE FILE'S NET BACK TO
000250* THE NET ON THE CTLBAL CERTIFICATE (CARRIED ON CTLSNAP).
000260*
000270* THE FILE IS RELEASED TO GLPOST ONLY WHEN CTLBAL PROVED THE
000280* NIGHT, THE PROOF IS NEWER THAN THE LAST NIGHT RELEASED (AN
000290* ABANDONED CTLBAL LEAVES THE OLD SNAPSHOT IN PLACE), AND THE
000300* FILE TIES.  OTHERWISE THE SAME FILE, FLAGGED HELD, GOES TO
000310* GLHOLD AND GLPOST IS NOT TOUCHED; THE REPORT SAYS WHY.  A
000320* RELEASE IS RECORDED ON GLCTL SO THE SAME NIGHT IS NEVER
000330* RELEASED TWICE.
000340*
000350* RETURN CODE 0 FILE RELEASED, 4 RELEASED WITH WARNINGS (REGIONS
000360* INCOMPLETE OR AN UNRECOGNISED SOURCE PROGRAM), 16 FILE HELD OR
000370* RUN FAILED.
000380*
000390* MODIFICATION HISTORY
000400* DATE       INIT DESCRIPTION
000410* ---------- ---- --------------------------------------------
000420* 2026-10-15 RLH  ORIGINAL PROGRAM - NIGHTLY GENERAL-LEDGER
000430*                 POSTING FILE AND POSTING REPORT, RUN BY
000440*                 RANGERUN AFTER CTLBAL.
000442* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000444*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000446*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000448*                 GATES AND THE MORNING BATCH-STATUS REPORT.
000450* 2026-10-15 RLH  THE CTLSNAP RECORD NOW COMES FROM THE SHARED
000452*                 SNAPREC COPYBOOK, AS CTLBAL'S DOES.

000454 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.                  glpost.
000470     AUTHOR.                      R L HUTCHINS.
000480     INSTALLATION.                DATA FILE SERVICES.
000490     DATE-WRITTEN.                2026-10-15.
000500     DATE-COMPILED.                2026-10-15.

000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000540 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570*    SNAP-FILE - THE CTLBAL SNAPSHOT: THE NIGHT'S VERDICT, NET,
000580*    AND JOURNAL WINDOW.
000590     SELECT SNAP-FILE ASSIGN TO "CTLSNAP"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS GLP-SNAP-STATUS.
000620*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
000630*    LAYOUT), IN THE ORDER THE CHANGES WERE MADE.
000640     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS GLP-JRN-STATUS.
000670*    DIV-FILE - THE DIVISION MASTER REFERENCE FILE, LOADED
000680*    ONCE AT INITIALIZATION FOR REGION CODES.
000690     SELECT DIV-FILE ASSIGN TO "DIVMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS DIV-CODE
000730         FILE STATUS IS GLP-DIVM-STATUS.
000740*    GLC-FILE - THE ONE-RECORD LAST-RELEASE CONTROL.
000750     SELECT GLC-FILE ASSIGN TO "GLCTL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS GLP-GLC-STATUS.
000780*    POST-FILE - THE RELEASED GL POSTING FILE (GLREC LAYOUT).
000790     SELECT POST-FILE ASSIGN TO "GLPOST"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS GLP-POST-STATUS.
000820*    HOLD-FILE - THE SAME FILE, HELD, WHEN IT MAY NOT BE RELEASED.
000830     SELECT HOLD-FILE ASSIGN TO "GLHOLD"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS GLP-HOLD-STATUS.
000860*    REPORT-FILE - THE POSTING REPORT.
000870     SELECT REPORT-FILE ASSIGN TO "GLPRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS GLP-RPT-STATUS.
000891*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000892*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000893     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000894         ORGANIZATION IS LINE SEQUENTIAL
000895         FILE STATUS IS GLP-HIST-STATUS.

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  SNAP-FILE.
000930     COPY SNAPREC.

001160 FD  JRN-FILE.
001170 01  JRN-FILE-RECORD             PIC X(240).

001180 FD  DIV-FILE.
001190     COPY DIVREC.

001200 FD  GLC-FILE.
001210 01  GLC-RECORD.
001220*    THE CTLBAL PROOF LAST RELEASED TO THE LEDGER.
001230         05  GLC-PROOF-DATE            PIC 9(08).
001240         05  FILLER                    PIC X(01).
001250         05  GLC-PROOF-TIME            PIC 9(08).
001260         05  FILLER                    PIC X(01).
001270*    WHEN IT WAS RELEASED, AND THE FILE'S CONTROL TOTALS.
001280         05  GLC-RELEASE-DATE          PIC 9(08).
001290         05  FILLER                    PIC X(01).
001300         05  GLC-RELEASE-TIME          PIC 9(08).
001310         05  FILLER                    PIC X(01).
001320         05  GLC-DETAIL-COUNT          PIC 9(09).
001330         05  FILLER                    PIC X(01).
001340         05  GLC-NET-AMOUNT            PIC S9(13)V99
001350                                       SIGN LEADING SEPARATE.
001360         05  FILLER                    PIC X(18).

001370 FD  POST-FILE.
001380 01  POST-RECORD                 PIC X(120).

001390 FD  HOLD-FILE.
001400 01  HOLD-RECORD                 PIC X(120).

001410 FD  REPORT-FILE.
001420 01  REPORT-RECORD               PIC X(80).

001423 FD  HIST-FILE.
001426     COPY RHSREC.

001430 WORKING-STORAGE SECTION.
001440*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001450 77  GLP-MAX-DIVMAST             PIC 9(03) VALUE 200.
001460 77  GLP-MAX-POSTINGS            PIC 9(03) VALUE 500.
001470 77  GLP-MAX-REGIONS             PIC 9(03) VALUE 050.
001480 77  GLP-SOURCE-COUNT            PIC 9(02) VALUE 07.
001490 77  GLP-RETURN-OK               PIC 9(02) VALUE 00.
001500 77  GLP-RETURN-WARNING          PIC 9(02) VALUE 04.
001510 77  GLP-RETURN-ERROR            PIC 9(02) VALUE 16.
001520*    THE CUSTOMER BALANCE CONTROL ACCOUNT EVERY SOURCE POSTS
001530*    AGAINST - THE SOURCES' CLEARING ACCOUNTS ARE IN THE SOURCE
001540*    TABLE BELOW.
001550 77  GLP-CONTROL-ACCOUNT         PIC X(10) VALUE "1400100000".

001560 01  GLP-SWITCHES.
001570     05  GLP-JRN-EOF-SWITCH          PIC X(01) VALUE "N".
001580         88  GLP-JRN-EOF                   VALUE "Y".
001590     05  GLP-DIVM-EOF-SWITCH         PIC X(01) VALUE "N".
001600         88  GLP-DIVM-EOF                  VALUE "Y".
001610     05  GLP-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001620         88  GLP-RUN-OK                    VALUE "Y".
001630     05  GLP-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
001640         88  GLP-JRN-IS-OPEN               VALUE "Y".
001650     05  GLP-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001660         88  GLP-RPT-IS-OPEN               VALUE "Y".
001670     05  GLP-DIVMAST-SWITCH          PIC X(01) VALUE "N".
001680         88  GLP-DIVMAST-LOADED            VALUE "Y".
001690     05  GLP-DIVM-FOUND-SWITCH       PIC X(01) VALUE "N".
001700         88  GLP-DIVM-ENTRY-FOUND          VALUE "Y".
001710     05  GLP-FOUND-SWITCH            PIC X(01) VALUE "N".
001720         88  GLP-POSTING-FOUND             VALUE "Y".
001730     05  GLP-POSTINGS-FULL-SWITCH    PIC X(01) VALUE "N".
001740         88  GLP-POSTING-TABLE-FULL        VALUE "Y".
001750     05  GLP-RELEASE-SWITCH          PIC X(01) VALUE "Y".
001760         88  GLP-FILE-RELEASED             VALUE "Y".
001770         88  GLP-FILE-HELD                 VALUE "N".
001780     05  GLP-WARNING-SWITCH          PIC X(01) VALUE "N".
001790         88  GLP-WARNING-RAISED            VALUE "Y".
001800     05  GLP-OUT-OK-SWITCH           PIC X(01) VALUE "Y".
001810         88  GLP-OUT-OK                    VALUE "Y".

001820*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001830 01  GLP-FILE-STATUSES.
001840     05  GLP-SNAP-STATUS             PIC X(02).
001850     05  GLP-JRN-STATUS              PIC X(02).
001860     05  GLP-DIVM-STATUS             PIC X(02).
001870     05  GLP-GLC-STATUS              PIC X(02).
001880     05  GLP-POST-STATUS             PIC X(02).
001890     05  GLP-HOLD-STATUS             PIC X(02).
001900     05  GLP-RPT-STATUS              PIC X(02).
001910     05  GLP-OUT-STATUS              PIC X(02).
001911     05  GLP-HIST-STATUS             PIC X(02).

001912*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001913 01  GLP-HISTORY-WORK.
001914     05  GLP-HIST-EVENT              PIC X(01).
001915     05  GLP-HIST-START-DATE         PIC 9(08) VALUE 0.
001916     05  GLP-HIST-START-TIME         PIC 9(08) VALUE 0.

001920*    THE NIGHT BEING POSTED, OFF THE CTLBAL SNAPSHOT.  THE
001930*    WINDOW STAMPS ARE DATE FOLLOWED BY TIME, SO THEY COMPARE
001940*    IN TIME ORDER AS THEY STAND.
001950 01  GLP-NIGHT.
001960     05  GLP-NIGHT-VERDICT           PIC X(01).
001970     05  GLP-CTLBAL-NET              PIC S9(13)V99 COMP-3
001980                                     VALUE 0.
001990     05  GLP-WINDOW-FROM.
002000         10  GLP-FROM-DATE           PIC 9(08) VALUE 0.
002010         10  GLP-FROM-TIME           PIC 9(08) VALUE 0.
002020     05  GLP-WINDOW-TO.
002030         10  GLP-TO-DATE             PIC 9(08) VALUE 0.
002040         10  GLP-TO-TIME             PIC 9(08) VALUE 0.
002050     05  GLP-LAST-RELEASED.
002060         10  GLP-LAST-DATE           PIC 9(08) VALUE 0.
002070         10  GLP-LAST-TIME           PIC 9(08) VALUE 0.
002080     05  GLP-ENTRY-STAMP.
002090         10  GLP-ENTRY-DATE          PIC 9(08).
002100         10  GLP-ENTRY-TIME          PIC 9(08).

002110*    WHY THE FILE WAS HELD - THE FIRST REASON FOUND.
002120 01  GLP-HOLD-REASON             PIC X(50) VALUE SPACES.

002130 01  GLP-RUN-DATE                PIC 9(08).
002140 01  GLP-RUN-TIME                PIC 9(08).

002150 01  GLP-RECORD-COUNTERS.
002160     05  GLP-READ-COUNT              PIC 9(09) COMP VALUE 0.
002170     05  GLP-WINDOW-COUNT            PIC 9(09) COMP VALUE 0.
002180     05  GLP-NO-MOVE-COUNT           PIC 9(09) COMP VALUE 0.
002190     05  GLP-NO-REGION-COUNT         PIC 9(09) COMP VALUE 0.
002200     05  GLP-DETAIL-COUNT            PIC 9(09) COMP VALUE 0.
002210     05  GLP-LINE-NUMBER             PIC 9(06) VALUE 0.

002220*    THE FILE'S CONTROL TOTALS.  THE NET IS SUMMED AS THE
002230*    JOURNAL IS READ, SO THE TIE IS KNOWN BEFORE THE FILE IS
002240*    WRITTEN.
002250 01  GLP-FILE-TOTALS.
002260     05  GLP-JOURNAL-NET             PIC S9(13)V99 COMP-3
002270                                     VALUE 0.
002280     05  GLP-DEBIT-TOTAL             PIC S9(13)V99 COMP-3
002290                                     VALUE 0.
002300     05  GLP-CREDIT-TOTAL            PIC S9(13)V99 COMP-3
002310                                     VALUE 0.
002320     05  GLP-TIE-DIFFERENCE          PIC S9(13)V99 COMP-3
002330                                     VALUE 0.

002340*    THE DATA-AMOUNT CHANGE ONE JOURNAL ENTRY MADE.
002350 01  GLP-ENTRY-WORK.
002360     05  GLP-ENTRY-DIVISION          PIC X(05).
002370     05  GLP-ENTRY-AMOUNT            PIC S9(11)V99 COMP-3.
002380     05  GLP-ENTRY-SOURCE            PIC 9(02) COMP.

002390*    THE SOURCE PROGRAMS THE JOURNAL NAMES, THEIR GLREC SOURCE
002400*    CODE, THEIR CLEARING ACCOUNT, AND THE JE LINE DESCRIPTION.
002410*    THE LAST ENTRY CATCHES ANY PROGRAM NOT LISTED.
002420 01  GLP-SOURCE-LIST.
002430     05  FILLER                      PIC X(12)
002440         VALUE "DATAAPPLY MT".
002450     05  FILLER                      PIC X(38) VALUE
002460         "2910100000BATCH TRANSACTION APPLY     ".
002470     05  FILLER                      PIC X(12)
002480         VALUE "ARCHPURG  PG".
002490     05  FILLER                      PIC X(38) VALUE
002500         "2910200000ARCHIVE PURGE REMOVALS      ".
002510     05  FILLER                      PIC X(12)
002520         VALUE "ARCHFIND  RI".
002530     05  FILLER                      PIC X(38) VALUE
002540         "2910300000ARCHIVE REINSTATEMENTS      ".
002550     05  FILLER                      PIC X(12)
002560         VALUE "DIVXFER   TR".
002570     05  FILLER                      PIC X(38) VALUE
002580         "2910400000DIVISION TRANSFERS          ".
002590     05  FILLER                      PIC X(12)
002600         VALUE "MNTSERVE  OM".
002610     05  FILLER                      PIC X(38) VALUE
002620         "2910500000ONLINE MAINTENANCE          ".
002630     05  FILLER                      PIC X(12)
002640         VALUE "MININIMAL UP".
002650     05  FILLER                      PIC X(38) VALUE
002660         "2910600000RANGE-SCAN BULK CHANGES     ".
002670     05  FILLER                      PIC X(12)
002680         VALUE "          OT".
002690     05  FILLER                      PIC X(38) VALUE
002700         "2919900000OTHER DATA-FILE CHANGES     ".
002710 01  GLP-SOURCE-TABLE REDEFINES GLP-SOURCE-LIST.
002720     05  GLP-SRC-ENTRY OCCURS 7 TIMES
002730             INDEXED BY GLP-SX.
002740         10  GLP-SRC-PROGRAM         PIC X(10).
002750         10  GLP-SRC-CODE            PIC X(02).
002760         10  GLP-SRC-ACCOUNT         PIC X(10).
002770         10  GLP-SRC-DESCRIPTION     PIC X(28).
002780 01  GLP-SOURCE-TOTALS.
002790     05  GLP-SRC-TOTAL-ENTRY OCCURS 7 TIMES.
002800         10  GLP-SRC-ENTRIES         PIC 9(09) COMP.
002810         10  GLP-SRC-NET             PIC S9(13)V99 COMP-3.
002820 01  GLP-SUB                     PIC 9(02) COMP.

002830*    THE NIGHT'S MOVEMENT BY DIVISION AND SOURCE, IN THE ORDER
002840*    FIRST SEEN ON THE JOURNAL.
002850 01  GLP-POSTING-TABLE.
002860     05  GLP-POST-COUNT              PIC 9(04) COMP VALUE 0.
002870     05  GLP-POST-ENTRY OCCURS 500 TIMES
002880             INDEXED BY GLP-PX.
002890         10  GLP-PT-KEY.
002900             15  GLP-PT-DIVISION     PIC X(05).
002910             15  GLP-PT-SOURCE       PIC 9(02).
002920         10  GLP-PT-REGION           PIC X(03).
002930         10  GLP-PT-ENTRIES          PIC 9(09) COMP.
002940         10  GLP-PT-NET              PIC S9(13)V99 COMP-3.
002950 01  GLP-LOOKUP-KEY.
002960     05  GLP-LOOKUP-DIVISION         PIC X(05).
002970     05  GLP-LOOKUP-SOURCE           PIC 9(02).

002980*    KEY SEQUENCE FOR WRITING THE POSTINGS.
002990 01  GLP-LAST-WRITTEN-KEY        PIC X(07).
003000 01  GLP-NEXT-KEY                PIC X(07).
003010 01  GLP-NEXT-SUB                PIC S9(04) COMP VALUE 0.

003020*    PER-REGION TOTALS, ACCUMULATED AS THE POSTINGS ARE WRITTEN.
003030 01  GLP-REGION-TABLE.
003040     05  GLP-REG-COUNT               PIC 9(03) COMP VALUE 0.
003050     05  GLP-REG-ENTRY OCCURS 050 TIMES
003060             INDEXED BY GLP-RX.
003070         10  GLP-RT-REGION           PIC X(03).
003080         10  GLP-RT-ENTRIES          PIC 9(09) COMP.
003090         10  GLP-RT-NET              PIC S9(13)V99 COMP-3.
003100 01  GLP-REGION-FULL-SWITCH      PIC X(01) VALUE "N".
003110     88  GLP-REGION-TABLE-FULL         VALUE "Y".

003120*    THE DIVISION MASTER, LOADED ONCE AT INITIALIZATION.
003130 01  GLP-DIVMAST-TABLE.
003140     05  GLP-DIVM-COUNT              PIC 9(03) COMP VALUE 0.
003150     05  GLP-DIVM-ENTRY OCCURS 200 TIMES
003160             INDEXED BY GLP-MX.
003170         10  GLP-DIVM-CODE           PIC X(05).
003180         10  GLP-DIVM-REGION         PIC X(03).
003190 01  GLP-DIVM-LOOKUP-CODE        PIC X(05).

003200 01  GLP-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
003210 01  GLP-ERROR-MESSAGE           PIC X(80).

003220*    THE JOURNAL ENTRY IN HAND, IN THE PUBLISHED LAYOUT.
003230     COPY JRNREC.

003240*    THE GL RECORD BEING BUILT, IN THE PUBLISHED LAYOUT.
003250     COPY GLREC.

003260*    REPORT LINE LAYOUTS.
003270 01  GLP-BANNER-LINE.
003280     05  FILLER                      PIC X(30) VALUE
003290         "GENERAL LEDGER POSTING REPORT ".
003300     05  FILLER                      PIC X(06) VALUE "DATE: ".
003310     05  GLP-BAN-DATE                PIC 9(08).
003320     05  FILLER                      PIC X(07) VALUE "  TIME:".
003330     05  GLP-BAN-TIME                PIC 9(08).
003340     05  FILLER                      PIC X(21) VALUE SPACE.

003350 01  GLP-NIGHT-LINE.
003360     05  FILLER                      PIC X(15) VALUE
003370         "CTLBAL PROOF:  ".
003380     05  GLP-NTL-TO-DATE             PIC 9(08).
003390     05  FILLER                      PIC X(01) VALUE SPACE.
003400     05  GLP-NTL-TO-TIME             PIC 9(08).
003410     05  FILLER                      PIC X(10) VALUE "  VERDICT:".
003420     05  FILLER                      PIC X(01) VALUE SPACE.
003430     05  GLP-NTL-VERDICT             PIC X(20).
003440     05  FILLER                      PIC X(17) VALUE SPACE.

003450 01  GLP-WINDOW-LINE.
003460     05  FILLER                      PIC X(15) VALUE
003470         "JOURNAL AFTER: ".
003480     05  GLP-WDL-FROM-DATE           PIC 9(08).
003490     05  FILLER                      PIC X(01) VALUE SPACE.
003500     05  GLP-WDL-FROM-TIME           PIC 9(08).
003510     05  FILLER                      PIC X(48) VALUE SPACE.

003520 01  GLP-COLUMN-LINE.
003530     05  FILLER                      PIC X(40) VALUE
003540         "DIV   REG SOURCE                ENTRIES ".
003550     05  FILLER                      PIC X(40) VALUE
003560         "        NET AMOUNT DEBIT/CREDIT ACCOUNT ".

003570*    ONE LINE PER DIVISION/SOURCE POSTING.
003580 01  GLP-POSTING-LINE.
003590     05  GLP-PSL-DIVISION            PIC X(05).
003600     05  FILLER                      PIC X(01) VALUE SPACE.
003610     05  GLP-PSL-REGION              PIC X(03).
003620     05  FILLER                      PIC X(01) VALUE SPACE.
003630     05  GLP-PSL-SOURCE              PIC X(02).
003640     05  FILLER                      PIC X(01) VALUE SPACE.
003650     05  GLP-PSL-DESCRIPTION         PIC X(18).
003660     05  GLP-PSL-ENTRIES             PIC Z(07)9.
003670     05  FILLER                      PIC X(01) VALUE SPACE.
003680     05  GLP-PSL-NET                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003690     05  FILLER                      PIC X(01) VALUE SPACE.
003700     05  GLP-PSL-DEBIT-ACCOUNT       PIC X(10).
003710     05  FILLER                      PIC X(01) VALUE "/".
003720     05  GLP-PSL-CREDIT-ACCOUNT      PIC X(10).

003730 01  GLP-SECTION-LINE            PIC X(80).

003740*    ONE LINE PER REGION OR SOURCE TOTAL.
003750 01  GLP-SUMMARY-LINE.
003760     05  FILLER                      PIC X(02) VALUE SPACE.
003770     05  GLP-SML-LABEL               PIC X(30).
003780     05  GLP-SML-ENTRIES             PIC Z(08)9.
003790     05  FILLER                      PIC X(01) VALUE SPACE.
003800     05  GLP-SML-NET                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003810     05  FILLER                      PIC X(20) VALUE SPACE.

003820*    THE TIE AND THE FILE TOTALS.
003830 01  GLP-AMOUNT-LINE.
003840     05  GLP-AML-LABEL               PIC X(30).
003850     05  FILLER                      PIC X(01) VALUE SPACE.
003860     05  GLP-AML-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003870     05  FILLER                      PIC X(31) VALUE SPACE.

003880 01  GLP-TOTAL-LINE.
003890     05  GLP-TL-LABEL                PIC X(30).
003900     05  FILLER                      PIC X(01) VALUE SPACE.
003910     05  GLP-TL-COUNT                PIC Z(08)9.
003920     05  FILLER                      PIC X(40) VALUE SPACE.

003930 01  GLP-VERDICT-LINE.
003940     05  GLP-VERDICT-TEXT            PIC X(30).
003950     05  GLP-VERDICT-REASON          PIC X(50).

003960 PROCEDURE DIVISION.

003970*-----------------------------------------------------------------
003980* 0000-MAINLINE
003990*-----------------------------------------------------------------
004000 0000-MAINLINE.
004010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004020     IF GLP-RUN-OK
004030         PERFORM 5000-READ-JOURNAL-ENTRY THRU
004040             5000-READ-JOURNAL-ENTRY-EXIT
004050             UNTIL GLP-JRN-EOF
004060     END-IF
004070     IF GLP-RUN-OK
004080         PERFORM 5500-DECIDE-RELEASE THRU 5500-DECIDE-RELEASE-EXIT
004090         PERFORM 6000-WRITE-POSTING-FILE THRU
004100             6000-WRITE-POSTING-FILE-EXIT
004110         PERFORM 6500-WRITE-SUMMARY THRU 6500-WRITE-SUMMARY-EXIT
004120     END-IF
004130     IF GLP-RUN-OK AND GLP-FILE-RELEASED
004140         PERFORM 6900-RECORD-RELEASE THRU 6900-RECORD-RELEASE-EXIT
004150     END-IF
004160     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
004170     STOP RUN.

004180*-----------------------------------------------------------------
004190* 1000-INITIALIZE
004200*-----------------------------------------------------------------
004210* OPEN THE REPORT, READ THE NIGHT OFF THE CTLBAL SNAPSHOT AND
004220* THE LAST RELEASE OFF GLCTL, LOAD THE DIVISION MASTER, AND OPEN
004230* THE JOURNAL.  NO SNAPSHOT MEANS NO PROOF AND NO WINDOW - THERE
004240* IS NOTHING THE RUN CAN POST.
004250 1000-INITIALIZE.
004260     ACCEPT GLP-RUN-DATE FROM DATE YYYYMMDD
004270     ACCEPT GLP-RUN-TIME FROM TIME
004272     MOVE "S" TO GLP-HIST-EVENT
004274     PERFORM 7700-WRITE-HISTORY-RECORD THRU
004276         7700-WRITE-HISTORY-RECORD-EXIT
004280     OPEN OUTPUT REPORT-FILE
004290     IF NOT GLP-RPT-STATUS = "00"
004300         MOVE "UNABLE TO OPEN GL POSTING REPORT" TO
004310             GLP-ERROR-MESSAGE
004320         PERFORM 9000-DISPLAY-ERROR THRU
004330             9000-DISPLAY-ERROR-EXIT
004340         MOVE "N" TO GLP-RUN-OK-SWITCH
004350         GO TO 1000-INITIALIZE-EXIT
004360     END-IF
004370     MOVE "Y" TO GLP-RPT-OPEN-SWITCH
004380     MOVE GLP-RUN-DATE TO GLP-BAN-DATE
004390     MOVE GLP-RUN-TIME TO GLP-BAN-TIME
004400     MOVE GLP-BANNER-LINE TO REPORT-RECORD
004410     PERFORM 7000-WRITE-REPORT-LINE THRU
004420         7000-WRITE-REPORT-LINE-EXIT
004430     PERFORM 1100-READ-SNAPSHOT THRU 1100-READ-SNAPSHOT-EXIT
004440     IF NOT GLP-RUN-OK
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF
004470     PERFORM 1200-READ-GL-CONTROL THRU 1200-READ-GL-CONTROL-EXIT
004480     PERFORM 1500-LOAD-DIVISIONS THRU 1500-LOAD-DIVISIONS-EXIT
004490     PERFORM 1300-WRITE-NIGHT-LINES THRU
004500         1300-WRITE-NIGHT-LINES-EXIT
004510     OPEN INPUT JRN-FILE
004520*    NO JOURNAL AT ALL IS A SYSTEM THAT HAS NEVER CHANGED
004530*    DATA-FILE - A VALID, EMPTY NIGHT.
004540     IF GLP-JRN-STATUS = "35"
004550         MOVE "Y" TO GLP-JRN-EOF-SWITCH
004560         GO TO 1000-INITIALIZE-EXIT
004570     END-IF
004580     IF NOT GLP-JRN-STATUS = "00"
004590         MOVE "UNABLE TO OPEN DATAJRNL CHANGE JOURNAL" TO
004600             GLP-ERROR-MESSAGE
004610         PERFORM 9000-DISPLAY-ERROR THRU
004620             9000-DISPLAY-ERROR-EXIT
004630         MOVE "N" TO GLP-RUN-OK-SWITCH
004640         GO TO 1000-INITIALIZE-EXIT
004650     END-IF
004660     MOVE "Y" TO GLP-JRN-OPEN-SWITCH.
004670 1000-INITIALIZE-EXIT.
004680     EXIT.

004690*-----------------------------------------------------------------
004700* 1100-READ-SNAPSHOT
004710*-----------------------------------------------------------------
004720* THE NIGHT TO POST IS THE ONE THE LATEST CTLBAL RUN PROVED (OR
004730* FAILED TO PROVE).  THE WINDOW RUNS FROM THE SNAPSHOT THAT RUN
004740* OPENED FROM TO THE RUN ITSELF.  A SNAPSHOT WRITTEN BEFORE
004750* CTLBAL RECORDED ITS VERDICT HAS NONE, AND IS HELD BY 5500.
004760 1100-READ-SNAPSHOT.
004770     OPEN INPUT SNAP-FILE
004780     IF NOT GLP-SNAP-STATUS = "00"
004790         MOVE "UNABLE TO OPEN CTLSNAP - NO NIGHT TO POST" TO
004800             GLP-ERROR-MESSAGE
004810         PERFORM 9000-DISPLAY-ERROR THRU
004820             9000-DISPLAY-ERROR-EXIT
004830         MOVE "N" TO GLP-RUN-OK-SWITCH
004840         GO TO 1100-READ-SNAPSHOT-EXIT
004850     END-IF
004860     READ SNAP-FILE
004870         AT END
004880             MOVE "CTLSNAP IS EMPTY - NO NIGHT TO POST" TO
004890                 GLP-ERROR-MESSAGE
004900             PERFORM 9000-DISPLAY-ERROR THRU
004910                 9000-DISPLAY-ERROR-EXIT
004920             MOVE "N" TO GLP-RUN-OK-SWITCH
004930     END-READ
004940     CLOSE SNAP-FILE
004950     IF NOT GLP-RUN-OK
004960         GO TO 1100-READ-SNAPSHOT-EXIT
004970     END-IF
004980     IF SNAP-DATE IS NOT NUMERIC
004990         MOVE "CTLSNAP IS UNREADABLE - NO NIGHT TO POST" TO
005000             GLP-ERROR-MESSAGE
005010         PERFORM 9000-DISPLAY-ERROR THRU
005020             9000-DISPLAY-ERROR-EXIT
005030         MOVE "N" TO GLP-RUN-OK-SWITCH
005040         GO TO 1100-READ-SNAPSHOT-EXIT
005050     END-IF
005060     MOVE SNAP-DATE TO GLP-TO-DATE
005070     MOVE SPACE TO GLP-NIGHT-VERDICT
005080     IF SNAP-TIME IS NUMERIC
005090         AND SNAP-NET-AMOUNT IS NUMERIC
005100         AND SNAP-PRIOR-DATE IS NUMERIC
005110         AND SNAP-PRIOR-TIME IS NUMERIC
005120         MOVE SNAP-TIME TO GLP-TO-TIME
005130         MOVE SNAP-VERDICT TO GLP-NIGHT-VERDICT
005140         MOVE SNAP-NET-AMOUNT TO GLP-CTLBAL-NET
005150         MOVE SNAP-PRIOR-DATE TO GLP-FROM-DATE
005160         MOVE SNAP-PRIOR-TIME TO GLP-FROM-TIME
005170     END-IF.
005180 1100-READ-SNAPSHOT-EXIT.
005190     EXIT.

005200*-----------------------------------------------------------------
005210* 1200-READ-GL-CONTROL
005220*-----------------------------------------------------------------
005230* THE PROOF LAST RELEASED.  NO CONTROL RECORD (THE FIRST EVER
005240* RUN) LEAVES IT ZERO, SO ANY PROOF IS NEWER.
005250 1200-READ-GL-CONTROL.
005260     OPEN INPUT GLC-FILE
005270     IF NOT GLP-GLC-STATUS = "00"
005280         GO TO 1200-READ-GL-CONTROL-EXIT
005290     END-IF
005300     READ GLC-FILE
005310         AT END
005320             CLOSE GLC-FILE
005330             GO TO 1200-READ-GL-CONTROL-EXIT
005340     END-READ
005350     IF GLC-PROOF-DATE IS NUMERIC
005360         AND GLC-PROOF-TIME IS NUMERIC
005370         MOVE GLC-PROOF-DATE TO GLP-LAST-DATE
005380         MOVE GLC-PROOF-TIME TO GLP-LAST-TIME
005390     END-IF
005400     CLOSE GLC-FILE.
005410 1200-READ-GL-CONTROL-EXIT.
005420     EXIT.

005430*-----------------------------------------------------------------
005440* 1300-WRITE-NIGHT-LINES
005450*-----------------------------------------------------------------
005460 1300-WRITE-NIGHT-LINES.
005470     MOVE GLP-TO-DATE TO GLP-NTL-TO-DATE
005480     MOVE GLP-TO-TIME TO GLP-NTL-TO-TIME
005490     EVALUATE GLP-NIGHT-VERDICT
005500         WHEN "P"
005510             MOVE "BALANCE PROVED" TO GLP-NTL-VERDICT
005520         WHEN "F"
005530             MOVE "OUT OF BALANCE" TO GLP-NTL-VERDICT
005540         WHEN "B"
005550             MOVE "BASELINE ONLY" TO GLP-NTL-VERDICT
005560         WHEN OTHER
005570             MOVE "NOT RECORDED" TO GLP-NTL-VERDICT
005580     END-EVALUATE
005590     MOVE GLP-NIGHT-LINE TO REPORT-RECORD
005600     PERFORM 7000-WRITE-REPORT-LINE THRU
005610         7000-WRITE-REPORT-LINE-EXIT
005620     MOVE GLP-FROM-DATE TO GLP-WDL-FROM-DATE
005630     MOVE GLP-FROM-TIME TO GLP-WDL-FROM-TIME
005640     MOVE GLP-WINDOW-LINE TO REPORT-RECORD
005650     PERFORM 7000-WRITE-REPORT-LINE THRU
005660         7000-WRITE-REPORT-LINE-EXIT
005670     MOVE SPACES TO REPORT-RECORD
005680     PERFORM 7000-WRITE-REPORT-LINE THRU
005690         7000-WRITE-REPORT-LINE-EXIT.
005700 1300-WRITE-NIGHT-LINES-EXIT.
005710     EXIT.

005720*-----------------------------------------------------------------
005730* 1500-LOAD-DIVISIONS
005740*-----------------------------------------------------------------
005750* LOAD THE DIVISION MASTER FOR REGION CODES.  AN UNOPENABLE (OR
005760* OVERFLOWING) MASTER ONLY WARNS - THE FILE IS STILL BUILT AND
005770* STILL TIES, WITH THE REGION LEFT BLANK WHERE IT IS NOT KNOWN.
005780 1500-LOAD-DIVISIONS.
005790     MOVE "N" TO GLP-DIVM-EOF-SWITCH
005800     OPEN INPUT DIV-FILE
005810     IF NOT GLP-DIVM-STATUS = "00"
005820         MOVE "DIVISION MASTER UNAVAILABLE - REGIONS LEFT BLANK"
005830             TO GLP-ERROR-MESSAGE
005840         PERFORM 9000-DISPLAY-ERROR THRU
005850             9000-DISPLAY-ERROR-EXIT
005860         MOVE "Y" TO GLP-WARNING-SWITCH
005870         GO TO 1500-LOAD-DIVISIONS-EXIT
005880     END-IF
005890     PERFORM 1510-LOAD-ONE-DIVISION THRU
005900         1510-LOAD-ONE-DIVISION-EXIT
005910         UNTIL GLP-DIVM-EOF
005920     CLOSE DIV-FILE
005930     IF GLP-DIVM-COUNT > 0
005940         MOVE "Y" TO GLP-DIVMAST-SWITCH
005950     END-IF.
005960 1500-LOAD-DIVISIONS-EXIT.
005970     EXIT.

005980*-----------------------------------------------------------------
005990* 1510-LOAD-ONE-DIVISION
006000*-----------------------------------------------------------------
006010 1510-LOAD-ONE-DIVISION.
006020     READ DIV-FILE NEXT RECORD
006030         AT END
006040             MOVE "Y" TO GLP-DIVM-EOF-SWITCH
006050             GO TO 1510-LOAD-ONE-DIVISION-EXIT
006060     END-READ
006070     IF GLP-DIVM-COUNT >= GLP-MAX-DIVMAST
006080         MOVE "DIVISION MASTER TABLE FULL - LOAD IS PARTIAL"
006090             TO GLP-ERROR-MESSAGE
006100         PERFORM 9000-DISPLAY-ERROR THRU
006110             9000-DISPLAY-ERROR-EXIT
006120         MOVE "Y" TO GLP-WARNING-SWITCH
006130         MOVE "Y" TO GLP-DIVM-EOF-SWITCH
006140         GO TO 1510-LOAD-ONE-DIVISION-EXIT
006150     END-IF
006160     ADD 1 TO GLP-DIVM-COUNT
006170     SET GLP-MX TO GLP-DIVM-COUNT
006180     MOVE DIV-CODE TO GLP-DIVM-CODE(GLP-MX)
006190     MOVE DIV-REGION-CODE TO GLP-DIVM-REGION(GLP-MX).
006200 1510-LOAD-ONE-DIVISION-EXIT.
006210     EXIT.

006220*-----------------------------------------------------------------
006230* 5000-READ-JOURNAL-ENTRY
006240*-----------------------------------------------------------------
006250* ONE ENTRY OF THE JOURNAL PASS.  ONLY ENTRIES INSIDE THE
006260* NIGHT'S WINDOW COUNT, AND ONLY THOSE THAT MOVED DATA-AMOUNT
006270* POST.  AN ADD POSTS ITS AMOUNT, A DELETE TAKES ITS AMOUNT
006280* AWAY, A CHANGE POSTS THE DIFFERENCE; A TRANSFER'S DELETE AND
006290* ADD LAND ON THE TWO DIVISIONS.  JRN-KEY-1 IS ALWAYS THE
006300* DIVISION THE AMOUNT MOVED IN (SEE JRNREC).
006310 5000-READ-JOURNAL-ENTRY.
006320     READ JRN-FILE INTO JRN-RECORD
006330         AT END
006340             MOVE "Y" TO GLP-JRN-EOF-SWITCH
006350             GO TO 5000-READ-JOURNAL-ENTRY-EXIT
006360     END-READ
006370     ADD 1 TO GLP-READ-COUNT
006380     MOVE JRN-ENTRY-DATE TO GLP-ENTRY-DATE
006390     MOVE JRN-ENTRY-TIME TO GLP-ENTRY-TIME
006400     IF GLP-ENTRY-STAMP NOT > GLP-WINDOW-FROM
006410         OR GLP-ENTRY-STAMP > GLP-WINDOW-TO
006420         GO TO 5000-READ-JOURNAL-ENTRY-EXIT
006430     END-IF
006440     ADD 1 TO GLP-WINDOW-COUNT
006450     EVALUATE TRUE
006460         WHEN JRN-ACTION-ADD
006470             MOVE JRN-AFT-AMOUNT TO GLP-ENTRY-AMOUNT
006480         WHEN JRN-ACTION-DELETE
006490             COMPUTE GLP-ENTRY-AMOUNT = 0 - JRN-BEF-AMOUNT
006500         WHEN OTHER
006510             COMPUTE GLP-ENTRY-AMOUNT =
006520                 JRN-AFT-AMOUNT - JRN-BEF-AMOUNT
006530     END-EVALUATE
006540     IF GLP-ENTRY-AMOUNT = 0
006550         ADD 1 TO GLP-NO-MOVE-COUNT
006560         GO TO 5000-READ-JOURNAL-ENTRY-EXIT
006570     END-IF
006580     MOVE JRN-KEY-1 TO GLP-ENTRY-DIVISION
006590     PERFORM 5100-FIND-SOURCE THRU 5100-FIND-SOURCE-EXIT
006600     ADD GLP-ENTRY-AMOUNT TO GLP-JOURNAL-NET
006610     ADD 1 TO GLP-SRC-ENTRIES(GLP-ENTRY-SOURCE)
006620     ADD GLP-ENTRY-AMOUNT TO GLP-SRC-NET(GLP-ENTRY-SOURCE)
006630     PERFORM 5200-POST-ENTRY THRU 5200-POST-ENTRY-EXIT.
006640 5000-READ-JOURNAL-ENTRY-EXIT.
006650     EXIT.

006660*-----------------------------------------------------------------
006670* 5100-FIND-SOURCE
006680*-----------------------------------------------------------------
006690* THE SOURCE TABLE ENTRY FOR THE PROGRAM THAT MADE THE CHANGE.
006700* A PROGRAM NOT LISTED STILL POSTS - UNDER THE LAST ENTRY - SO
006710* THE FILE STILL TIES, BUT THE RUN WARNS.
006720 5100-FIND-SOURCE.
006730     MOVE GLP-SOURCE-COUNT TO GLP-ENTRY-SOURCE
006740     SET GLP-SX TO 1
006750     SEARCH GLP-SRC-ENTRY
006760         AT END
006770             CONTINUE
006780         WHEN GLP-SX = GLP-SOURCE-COUNT
006790             CONTINUE
006800         WHEN GLP-SRC-PROGRAM(GLP-SX) = JRN-PROGRAM
006810             SET GLP-ENTRY-SOURCE TO GLP-SX
006820     END-SEARCH
006830     IF GLP-ENTRY-SOURCE = GLP-SOURCE-COUNT
006840         MOVE "Y" TO GLP-WARNING-SWITCH
006850     END-IF.
006860 5100-FIND-SOURCE-EXIT.
006870     EXIT.

006880*-----------------------------------------------------------------
006890* 5200-POST-ENTRY
006900*-----------------------------------------------------------------
006910* ADD THE ENTRY'S AMOUNT TO ITS DIVISION/SOURCE POSTING, OPENING
006920* A NEW ONE (WITH THE DIVISION'S REGION) THE FIRST TIME THE PAIR
006930* IS SEEN.  A FULL TABLE CANNOT CARRY THE NIGHT IN FULL; THE
006940* NET IS STILL SUMMED, BUT THE FILE IS HELD BY 5500.
006950 5200-POST-ENTRY.
006960     MOVE GLP-ENTRY-DIVISION TO GLP-LOOKUP-DIVISION
006970     MOVE GLP-ENTRY-SOURCE TO GLP-LOOKUP-SOURCE
006980     PERFORM 5300-FIND-POSTING THRU 5300-FIND-POSTING-EXIT
006990     IF NOT GLP-POSTING-FOUND
007000         IF GLP-POST-COUNT >= GLP-MAX-POSTINGS
007010             IF NOT GLP-POSTING-TABLE-FULL
007020                 MOVE "POSTING TABLE FULL - GL FILE WILL BE HELD"
007030                     TO GLP-ERROR-MESSAGE
007040                 PERFORM 9000-DISPLAY-ERROR THRU
007050                     9000-DISPLAY-ERROR-EXIT
007060                 MOVE "Y" TO GLP-POSTINGS-FULL-SWITCH
007070             END-IF
007080             GO TO 5200-POST-ENTRY-EXIT
007090         END-IF
007100         ADD 1 TO GLP-POST-COUNT
007110         SET GLP-PX TO GLP-POST-COUNT
007120         MOVE GLP-LOOKUP-KEY TO GLP-PT-KEY(GLP-PX)
007130         MOVE 0 TO GLP-PT-ENTRIES(GLP-PX)
007140         MOVE 0 TO GLP-PT-NET(GLP-PX)
007150         MOVE GLP-ENTRY-DIVISION TO GLP-DIVM-LOOKUP-CODE
007160         PERFORM 5400-LOOK-UP-DIVMAST THRU
007170             5400-LOOK-UP-DIVMAST-EXIT
007180         IF GLP-DIVM-ENTRY-FOUND
007190             MOVE GLP-DIVM-REGION(GLP-MX) TO GLP-PT-REGION(GLP-PX)
007200         ELSE
007210             MOVE SPACES TO GLP-PT-REGION(GLP-PX)
007220             ADD 1 TO GLP-NO-REGION-COUNT
007230             MOVE "Y" TO GLP-WARNING-SWITCH
007240         END-IF
007250     END-IF
007260     ADD 1 TO GLP-PT-ENTRIES(GLP-PX)
007270     ADD GLP-ENTRY-AMOUNT TO GLP-PT-NET(GLP-PX).
007280 5200-POST-ENTRY-EXIT.
007290     EXIT.

007300*-----------------------------------------------------------------
007310* 5300-FIND-POSTING
007320*-----------------------------------------------------------------
007330* LEAVE GLP-PX ON THE POSTING FOR GLP-LOOKUP-KEY, IF THERE IS
007340* ONE, AND SAY WHETHER THERE IS.
007350 5300-FIND-POSTING.
007360     MOVE "N" TO GLP-FOUND-SWITCH
007370     IF GLP-POST-COUNT = 0
007380         GO TO 5300-FIND-POSTING-EXIT
007390     END-IF
007400     SET GLP-PX TO 1
007410     SEARCH GLP-POST-ENTRY
007420         AT END
007430             CONTINUE
007440         WHEN GLP-PX > GLP-POST-COUNT
007450             CONTINUE
007460         WHEN GLP-PT-KEY(GLP-PX) = GLP-LOOKUP-KEY
007470             MOVE "Y" TO GLP-FOUND-SWITCH
007480     END-SEARCH.
007490 5300-FIND-POSTING-EXIT.
007500     EXIT.

007510*-----------------------------------------------------------------
007520* 5400-LOOK-UP-DIVMAST
007530*-----------------------------------------------------------------
007540 5400-LOOK-UP-DIVMAST.
007550     MOVE "N" TO GLP-DIVM-FOUND-SWITCH
007560     IF NOT GLP-DIVMAST-LOADED
007570         GO TO 5400-LOOK-UP-DIVMAST-EXIT
007580     END-IF
007590     SET GLP-MX TO 1
007600     SEARCH GLP-DIVM-ENTRY
007610         AT END
007620             CONTINUE
007630         WHEN GLP-MX > GLP-DIVM-COUNT
007640             CONTINUE
007650         WHEN GLP-DIVM-CODE(GLP-MX) = GLP-DIVM-LOOKUP-CODE
007660             MOVE "Y" TO GLP-DIVM-FOUND-SWITCH
007670     END-SEARCH.
007680 5400-LOOK-UP-DIVMAST-EXIT.
007690     EXIT.

007700*-----------------------------------------------------------------
007710* 5500-DECIDE-RELEASE
007720*-----------------------------------------------------------------
007730* THE FILE GOES TO THE LEDGER ONLY WHEN CTLBAL PROVED THE NIGHT,
007740* THE PROOF HAS NOT ALREADY BEEN RELEASED, THE FILE CARRIES THE
007750* NIGHT IN FULL, AND ITS NET TIES TO THE CERTIFICATE.  THE FIRST
007760* FAILING TEST IS THE REASON GIVEN.
007770 5500-DECIDE-RELEASE.
007780     COMPUTE GLP-TIE-DIFFERENCE =
007790         GLP-JOURNAL-NET - GLP-CTLBAL-NET
007800     EVALUATE TRUE
007810         WHEN GLP-NIGHT-VERDICT = "F"
007820             MOVE "CTLBAL FOUND THE NIGHT OUT OF BALANCE" TO
007830                 GLP-HOLD-REASON
007840         WHEN GLP-NIGHT-VERDICT = "B"
007850             MOVE "CTLBAL ONLY ESTABLISHED A BASELINE" TO
007860                 GLP-HOLD-REASON
007870         WHEN NOT GLP-NIGHT-VERDICT = "P"
007880             MOVE "CTLBAL RECORDED NO VERDICT ON CTLSNAP" TO
007890                 GLP-HOLD-REASON
007900         WHEN NOT GLP-WINDOW-TO > GLP-LAST-RELEASED
007910             MOVE "NO CTLBAL PROOF SINCE THE LAST RELEASE" TO
007920                 GLP-HOLD-REASON
007930         WHEN GLP-POSTING-TABLE-FULL
007940             MOVE "POSTING TABLE FULL - FILE IS INCOMPLETE" TO
007950                 GLP-HOLD-REASON
007960         WHEN NOT GLP-TIE-DIFFERENCE = 0
007970             MOVE "FILE NET DOES NOT TIE TO THE CTLBAL NET" TO
007980                 GLP-HOLD-REASON
007990         WHEN OTHER
008000             CONTINUE
008010     END-EVALUATE
008020     IF NOT GLP-HOLD-REASON = SPACES
008030         MOVE "N" TO GLP-RELEASE-SWITCH
008040         MOVE GLP-RETURN-ERROR TO GLP-FINAL-RETURN-CODE
008050     END-IF.
008060 5500-DECIDE-RELEASE-EXIT.
008070     EXIT.

008080*-----------------------------------------------------------------
008090* 6000-WRITE-POSTING-FILE
008100*-----------------------------------------------------------------
008110* OPEN GLPOST FOR A RELEASED FILE OR GLHOLD FOR A HELD ONE -
008120* GLPOST IS NEVER OPENED FOR A HELD NIGHT, SO FINANCE CANNOT
008130* PICK IT UP - AND WRITE THE HEADER, THE POSTINGS IN DIVISION
008140* AND SOURCE ORDER (LISTING EACH ON THE REPORT), AND THE
008150* TRAILER.  ANY WRITE FAILURE FAILS THE RUN.
008160 6000-WRITE-POSTING-FILE.
008170     IF GLP-FILE-RELEASED
008180         OPEN OUTPUT POST-FILE
008190         MOVE GLP-POST-STATUS TO GLP-OUT-STATUS
008200     ELSE
008210         OPEN OUTPUT HOLD-FILE
008220         MOVE GLP-HOLD-STATUS TO GLP-OUT-STATUS
008230     END-IF
008240     IF NOT GLP-OUT-STATUS = "00"
008250         MOVE "UNABLE TO OPEN THE GL POSTING FILE" TO
008260             GLP-ERROR-MESSAGE
008270         PERFORM 9000-DISPLAY-ERROR THRU
008280             9000-DISPLAY-ERROR-EXIT
008290         MOVE "N" TO GLP-RUN-OK-SWITCH
008300         GO TO 6000-WRITE-POSTING-FILE-EXIT
008310     END-IF
008320     MOVE SPACES TO GL-RECORD
008330     MOVE "HD" TO GL-RECORD-TYPE
008340     MOVE "DATAFILE" TO GL-HDR-SOURCE-SYSTEM
008350     MOVE GLP-TO-DATE TO GL-HDR-POSTING-DATE
008360     MOVE GLP-RUN-DATE TO GL-HDR-CREATED-DATE
008370     MOVE GLP-RUN-TIME TO GL-HDR-CREATED-TIME
008380     MOVE GLP-FROM-DATE TO GL-HDR-FROM-DATE
008390     MOVE GLP-FROM-TIME TO GL-HDR-FROM-TIME
008400     MOVE GLP-TO-DATE TO GL-HDR-TO-DATE
008410     MOVE GLP-TO-TIME TO GL-HDR-TO-TIME
008420     IF GLP-FILE-RELEASED
008430         MOVE "R" TO GL-HDR-RELEASE-FLAG
008440     ELSE
008450         MOVE "H" TO GL-HDR-RELEASE-FLAG
008460     END-IF
008470     PERFORM 6800-WRITE-GL-RECORD THRU 6800-WRITE-GL-RECORD-EXIT
008480     MOVE GLP-COLUMN-LINE TO REPORT-RECORD
008490     PERFORM 7000-WRITE-REPORT-LINE THRU
008500         7000-WRITE-REPORT-LINE-EXIT
008510     MOVE LOW-VALUES TO GLP-LAST-WRITTEN-KEY
008520     MOVE 1 TO GLP-NEXT-SUB
008530     PERFORM 6100-WRITE-NEXT-POSTING THRU
008540         6100-WRITE-NEXT-POSTING-EXIT
008550         UNTIL GLP-NEXT-SUB = 0
008560             OR NOT GLP-OUT-OK
008570     MOVE SPACES TO GL-RECORD
008580     MOVE "TR" TO GL-RECORD-TYPE
008590     MOVE GLP-DETAIL-COUNT TO GL-TRL-DETAIL-COUNT
008600     MOVE GLP-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL
008610     MOVE GLP-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL
008620     MOVE GLP-JOURNAL-NET TO GL-TRL-NET-AMOUNT
008630     PERFORM 6800-WRITE-GL-RECORD THRU 6800-WRITE-GL-RECORD-EXIT
008640     IF GLP-FILE-RELEASED
008650         CLOSE POST-FILE
008660     ELSE
008670         CLOSE HOLD-FILE
008680     END-IF
008690     IF NOT GLP-OUT-OK
008700         MOVE "ERROR WRITING THE GL POSTING FILE" TO
008710             GLP-ERROR-MESSAGE
008720         PERFORM 9000-DISPLAY-ERROR THRU
008730             9000-DISPLAY-ERROR-EXIT
008740         MOVE "N" TO GLP-RUN-OK-SWITCH
008750     END-IF.
008760 6000-WRITE-POSTING-FILE-EXIT.
008770     EXIT.

008780*-----------------------------------------------------------------
008790* 6100-WRITE-NEXT-POSTING
008800*-----------------------------------------------------------------
008810* THE TABLE IS IN JOURNAL ORDER - PICK THE LOWEST DIVISION/
008820* SOURCE ABOVE THE ONE LAST WRITTEN AND WRITE ITS TWO JE LINES:
008830* AN AMOUNT THAT ROSE DEBITS THE CONTROL ACCOUNT AND CREDITS THE
008840* SOURCE'S CLEARING ACCOUNT, ONE THAT FELL THE REVERSE.
008850* GLP-NEXT-SUB COMES BACK ZERO WHEN NOTHING IS LEFT.
008860 6100-WRITE-NEXT-POSTING.
008870     MOVE HIGH-VALUES TO GLP-NEXT-KEY
008880     MOVE 0 TO GLP-NEXT-SUB
008890     PERFORM 6110-CHECK-POSTING THRU 6110-CHECK-POSTING-EXIT
008900         VARYING GLP-PX FROM 1 BY 1
008910         UNTIL GLP-PX > GLP-POST-COUNT
008920     IF GLP-NEXT-SUB = 0
008930         GO TO 6100-WRITE-NEXT-POSTING-EXIT
008940     END-IF
008950     MOVE GLP-NEXT-KEY TO GLP-LAST-WRITTEN-KEY
008960     SET GLP-PX TO GLP-NEXT-SUB
008970     IF GLP-PT-NET(GLP-PX) = 0
008980         GO TO 6100-WRITE-NEXT-POSTING-EXIT
008990     END-IF
009000     MOVE GLP-PT-SOURCE(GLP-PX) TO GLP-SUB
009010     PERFORM 6200-ADD-REGION-TOTAL THRU 6200-ADD-REGION-TOTAL-EXIT
009020     MOVE SPACES TO GL-RECORD
009030     MOVE "JE" TO GL-RECORD-TYPE
009040     MOVE GLP-PT-DIVISION(GLP-PX) TO GL-JE-DIVISION
009050     MOVE GLP-PT-REGION(GLP-PX) TO GL-JE-REGION
009060     MOVE GLP-SRC-CODE(GLP-SUB) TO GL-JE-SOURCE
009070     MOVE GLP-SRC-DESCRIPTION(GLP-SUB) TO GL-JE-DESCRIPTION
009080     MOVE GLP-TO-DATE TO GL-JE-POSTING-DATE
009090     MOVE GLP-PT-NET(GLP-PX) TO GL-JE-AMOUNT
009100     MOVE GLP-PT-DIVISION(GLP-PX) TO GLP-PSL-DIVISION
009110     MOVE GLP-PT-REGION(GLP-PX) TO GLP-PSL-REGION
009120     MOVE GLP-SRC-CODE(GLP-SUB) TO GLP-PSL-SOURCE
009130     MOVE GLP-SRC-DESCRIPTION(GLP-SUB) TO GLP-PSL-DESCRIPTION
009140     MOVE GLP-PT-ENTRIES(GLP-PX) TO GLP-PSL-ENTRIES
009150     MOVE GLP-PT-NET(GLP-PX) TO GLP-PSL-NET
009160     IF GLP-PT-NET(GLP-PX) > 0
009170         MOVE GLP-CONTROL-ACCOUNT TO GLP-PSL-DEBIT-ACCOUNT
009180         MOVE GLP-SRC-ACCOUNT(GLP-SUB) TO GLP-PSL-CREDIT-ACCOUNT
009190     ELSE
009200         MOVE GLP-SRC-ACCOUNT(GLP-SUB) TO GLP-PSL-DEBIT-ACCOUNT
009210         MOVE GLP-CONTROL-ACCOUNT TO GLP-PSL-CREDIT-ACCOUNT
009220     END-IF
009230     MOVE GLP-PSL-DEBIT-ACCOUNT TO GL-JE-ACCOUNT
009240     MOVE "D" TO GL-JE-DEBIT-CREDIT
009250     PERFORM 6150-WRITE-JE-LINE THRU 6150-WRITE-JE-LINE-EXIT
009260     MOVE GLP-PSL-CREDIT-ACCOUNT TO GL-JE-ACCOUNT
009270     MOVE "C" TO GL-JE-DEBIT-CREDIT
009280     PERFORM 6150-WRITE-JE-LINE THRU 6150-WRITE-JE-LINE-EXIT
009290     MOVE GLP-POSTING-LINE TO REPORT-RECORD
009300     PERFORM 7000-WRITE-REPORT-LINE THRU
009310         7000-WRITE-REPORT-LINE-EXIT.
009320 6100-WRITE-NEXT-POSTING-EXIT.
009330     EXIT.

009340*-----------------------------------------------------------------
009350* 6110-CHECK-POSTING
009360*-----------------------------------------------------------------
009370 6110-CHECK-POSTING.
009380     IF GLP-PT-KEY(GLP-PX) > GLP-LAST-WRITTEN-KEY
009390         AND GLP-PT-KEY(GLP-PX) < GLP-NEXT-KEY
009400         MOVE GLP-PT-KEY(GLP-PX) TO GLP-NEXT-KEY
009410         SET GLP-NEXT-SUB TO GLP-PX
009420     END-IF.
009430 6110-CHECK-POSTING-EXIT.
009440     EXIT.

009450*-----------------------------------------------------------------
009460* 6150-WRITE-JE-LINE
009470*-----------------------------------------------------------------
009480* NUMBER AND WRITE ONE JE LINE AND ADD IT TO THE CONTROL TOTALS.
009490* GL-JE-AMOUNT IS UNSIGNED - THE DEBIT/CREDIT FLAG CARRIES THE
009500* DIRECTION.
009510 6150-WRITE-JE-LINE.
009520     ADD 1 TO GLP-LINE-NUMBER
009530     MOVE GLP-LINE-NUMBER TO GL-JE-LINE-NUMBER
009540     ADD 1 TO GLP-DETAIL-COUNT
009550     IF GL-JE-DEBIT
009560         ADD GL-JE-AMOUNT TO GLP-DEBIT-TOTAL
009570     ELSE
009580         ADD GL-JE-AMOUNT TO GLP-CREDIT-TOTAL
009590     END-IF
009600     PERFORM 6800-WRITE-GL-RECORD THRU 6800-WRITE-GL-RECORD-EXIT.
009610 6150-WRITE-JE-LINE-EXIT.
009620     EXIT.

009630*-----------------------------------------------------------------
009640* 6200-ADD-REGION-TOTAL
009650*-----------------------------------------------------------------
009660* ADD THE POSTING'S NET TO ITS REGION'S TOTAL.  A FULL REGION
009670* TABLE ONLY SHORTENS THE REGION SECTION OF THE REPORT.
009680 6200-ADD-REGION-TOTAL.
009690     SET GLP-RX TO 1
009700     SEARCH GLP-REG-ENTRY
009710         AT END
009720             CONTINUE
009730         WHEN GLP-RX > GLP-REG-COUNT
009740             CONTINUE
009750         WHEN GLP-RT-REGION(GLP-RX) = GLP-PT-REGION(GLP-PX)
009760             ADD GLP-PT-ENTRIES(GLP-PX) TO GLP-RT-ENTRIES(GLP-RX)
009770             ADD GLP-PT-NET(GLP-PX) TO GLP-RT-NET(GLP-RX)
009780             GO TO 6200-ADD-REGION-TOTAL-EXIT
009790     END-SEARCH
009800     IF GLP-REG-COUNT >= GLP-MAX-REGIONS
009810         MOVE "Y" TO GLP-REGION-FULL-SWITCH
009820         GO TO 6200-ADD-REGION-TOTAL-EXIT
009830     END-IF
009840     ADD 1 TO GLP-REG-COUNT
009850     SET GLP-RX TO GLP-REG-COUNT
009860     MOVE GLP-PT-REGION(GLP-PX) TO GLP-RT-REGION(GLP-RX)
009870     MOVE GLP-PT-ENTRIES(GLP-PX) TO GLP-RT-ENTRIES(GLP-RX)
009880     MOVE GLP-PT-NET(GLP-PX) TO GLP-RT-NET(GLP-RX).
009890 6200-ADD-REGION-TOTAL-EXIT.
009900     EXIT.

009910*-----------------------------------------------------------------
009920* 6500-WRITE-SUMMARY
009930*-----------------------------------------------------------------
009940* THE REGION AND SOURCE TOTALS, THE FILE'S CONTROL TOTALS, THE
009950* TIE TO THE CTLBAL CERTIFICATE, AND THE RELEASE VERDICT.
009960 6500-WRITE-SUMMARY.
009970     MOVE SPACES TO REPORT-RECORD
009980     PERFORM 7000-WRITE-REPORT-LINE THRU
009990         7000-WRITE-REPORT-LINE-EXIT
010000     MOVE "NET BY REGION" TO GLP-SECTION-LINE
010010     MOVE GLP-SECTION-LINE TO REPORT-RECORD
010020     PERFORM 7000-WRITE-REPORT-LINE THRU
010030         7000-WRITE-REPORT-LINE-EXIT
010040     PERFORM 6510-WRITE-REGION-LINE THRU
010050         6510-WRITE-REGION-LINE-EXIT
010060         VARYING GLP-RX FROM 1 BY 1
010070         UNTIL GLP-RX > GLP-REG-COUNT
010080     IF GLP-REGION-TABLE-FULL
010090         MOVE "  MORE THAN 50 REGIONS - SECTION INCOMPLETE" TO
010100             REPORT-RECORD
010110         PERFORM 7000-WRITE-REPORT-LINE THRU
010120             7000-WRITE-REPORT-LINE-EXIT
010130     END-IF
010140     MOVE SPACES TO REPORT-RECORD
010150     PERFORM 7000-WRITE-REPORT-LINE THRU
010160         7000-WRITE-REPORT-LINE-EXIT
010170     MOVE "NET BY SOURCE" TO GLP-SECTION-LINE
010180     MOVE GLP-SECTION-LINE TO REPORT-RECORD
010190     PERFORM 7000-WRITE-REPORT-LINE THRU
010200         7000-WRITE-REPORT-LINE-EXIT
010210     PERFORM 6520-WRITE-SOURCE-LINE THRU
010220         6520-WRITE-SOURCE-LINE-EXIT
010230         VARYING GLP-SUB FROM 1 BY 1
010240         UNTIL GLP-SUB > GLP-SOURCE-COUNT
010250     MOVE SPACES TO REPORT-RECORD
010260     PERFORM 7000-WRITE-REPORT-LINE THRU
010270         7000-WRITE-REPORT-LINE-EXIT
010280     MOVE "JOURNAL ENTRIES READ:" TO GLP-TL-LABEL
010290     MOVE GLP-READ-COUNT TO GLP-TL-COUNT
010300     PERFORM 6530-WRITE-TOTAL-LINE THRU 6530-WRITE-TOTAL-LINE-EXIT
010310     MOVE "ENTRIES IN THE NIGHT:" TO GLP-TL-LABEL
010320     MOVE GLP-WINDOW-COUNT TO GLP-TL-COUNT
010330     PERFORM 6530-WRITE-TOTAL-LINE THRU 6530-WRITE-TOTAL-LINE-EXIT
010340     MOVE "ENTRIES MOVING NO AMOUNT:" TO GLP-TL-LABEL
010350     MOVE GLP-NO-MOVE-COUNT TO GLP-TL-COUNT
010360     PERFORM 6530-WRITE-TOTAL-LINE THRU 6530-WRITE-TOTAL-LINE-EXIT
010370     MOVE "DIVISIONS WITH NO REGION:" TO GLP-TL-LABEL
010380     MOVE GLP-NO-REGION-COUNT TO GLP-TL-COUNT
010390     PERFORM 6530-WRITE-TOTAL-LINE THRU 6530-WRITE-TOTAL-LINE-EXIT
010400     MOVE "JE LINES WRITTEN:" TO GLP-TL-LABEL
010410     MOVE GLP-DETAIL-COUNT TO GLP-TL-COUNT
010420     PERFORM 6530-WRITE-TOTAL-LINE THRU 6530-WRITE-TOTAL-LINE-EXIT
010430     MOVE "TOTAL DEBITS:" TO GLP-AML-LABEL
010440     MOVE GLP-DEBIT-TOTAL TO GLP-AML-AMOUNT
010450     PERFORM 6540-WRITE-AMOUNT-LINE THRU
010460         6540-WRITE-AMOUNT-LINE-EXIT
010470     MOVE "TOTAL CREDITS:" TO GLP-AML-LABEL
010480     MOVE GLP-CREDIT-TOTAL TO GLP-AML-AMOUNT
010490     PERFORM 6540-WRITE-AMOUNT-LINE THRU
010500         6540-WRITE-AMOUNT-LINE-EXIT
010510     MOVE SPACES TO REPORT-RECORD
010520     PERFORM 7000-WRITE-REPORT-LINE THRU
010530         7000-WRITE-REPORT-LINE-EXIT
010540     MOVE "GL FILE NET AMOUNT:" TO GLP-AML-LABEL
010550     MOVE GLP-JOURNAL-NET TO GLP-AML-AMOUNT
010560     PERFORM 6540-WRITE-AMOUNT-LINE THRU
010570         6540-WRITE-AMOUNT-LINE-EXIT
010580     MOVE "CTLBAL CERTIFICATE NET:" TO GLP-AML-LABEL
010590     MOVE GLP-CTLBAL-NET TO GLP-AML-AMOUNT
010600     PERFORM 6540-WRITE-AMOUNT-LINE THRU
010610         6540-WRITE-AMOUNT-LINE-EXIT
010620     MOVE "DIFFERENCE:" TO GLP-AML-LABEL
010630     MOVE GLP-TIE-DIFFERENCE TO GLP-AML-AMOUNT
010640     PERFORM 6540-WRITE-AMOUNT-LINE THRU
010650         6540-WRITE-AMOUNT-LINE-EXIT
010660     MOVE SPACES TO REPORT-RECORD
010670     PERFORM 7000-WRITE-REPORT-LINE THRU
010680         7000-WRITE-REPORT-LINE-EXIT
010690     IF GLP-FILE-RELEASED
010700         MOVE "*** GL FILE RELEASED ***" TO GLP-VERDICT-TEXT
010710         MOVE SPACES TO GLP-VERDICT-REASON
010720     ELSE
010730         MOVE "*** GL FILE HELD *** " TO GLP-VERDICT-TEXT
010740         MOVE GLP-HOLD-REASON TO GLP-VERDICT-REASON
010750     END-IF
010760     MOVE GLP-VERDICT-LINE TO REPORT-RECORD
010770     PERFORM 7000-WRITE-REPORT-LINE THRU
010780         7000-WRITE-REPORT-LINE-EXIT.
010790 6500-WRITE-SUMMARY-EXIT.
010800     EXIT.

010810*-----------------------------------------------------------------
010820* 6510-WRITE-REGION-LINE
010830*-----------------------------------------------------------------
010840 6510-WRITE-REGION-LINE.
010850     MOVE SPACES TO GLP-SML-LABEL
010860     IF GLP-RT-REGION(GLP-RX) = SPACES
010870         MOVE "REGION NOT KNOWN" TO GLP-SML-LABEL
010880     ELSE
010890         STRING "REGION " DELIMITED BY SIZE
010900             GLP-RT-REGION(GLP-RX) DELIMITED BY SIZE
010910             INTO GLP-SML-LABEL
010920     END-IF
010930     MOVE GLP-RT-ENTRIES(GLP-RX) TO GLP-SML-ENTRIES
010940     MOVE GLP-RT-NET(GLP-RX) TO GLP-SML-NET
010950     MOVE GLP-SUMMARY-LINE TO REPORT-RECORD
010960     PERFORM 7000-WRITE-REPORT-LINE THRU
010970         7000-WRITE-REPORT-LINE-EXIT.
010980 6510-WRITE-REGION-LINE-EXIT.
010990     EXIT.

011000*-----------------------------------------------------------------
011010* 6520-WRITE-SOURCE-LINE
011020*-----------------------------------------------------------------
011030 6520-WRITE-SOURCE-LINE.
011040     MOVE SPACES TO GLP-SML-LABEL
011050     STRING GLP-SRC-CODE(GLP-SUB) DELIMITED BY SIZE
011060         " " DELIMITED BY SIZE
011070         GLP-SRC-DESCRIPTION(GLP-SUB) DELIMITED BY SIZE
011080         INTO GLP-SML-LABEL
011090     MOVE GLP-SRC-ENTRIES(GLP-SUB) TO GLP-SML-ENTRIES
011100     MOVE GLP-SRC-NET(GLP-SUB) TO GLP-SML-NET
011110     MOVE GLP-SUMMARY-LINE TO REPORT-RECORD
011120     PERFORM 7000-WRITE-REPORT-LINE THRU
011130         7000-WRITE-REPORT-LINE-EXIT.
011140 6520-WRITE-SOURCE-LINE-EXIT.
011150     EXIT.

011160*-----------------------------------------------------------------
011170* 6530-WRITE-TOTAL-LINE
011180*-----------------------------------------------------------------
011190 6530-WRITE-TOTAL-LINE.
011200     MOVE GLP-TOTAL-LINE TO REPORT-RECORD
011210     PERFORM 7000-WRITE-REPORT-LINE THRU
011220         7000-WRITE-REPORT-LINE-EXIT.
011230 6530-WRITE-TOTAL-LINE-EXIT.
011240     EXIT.

011250*-----------------------------------------------------------------
011260* 6540-WRITE-AMOUNT-LINE
011270*-----------------------------------------------------------------
011280 6540-WRITE-AMOUNT-LINE.
011290     MOVE GLP-AMOUNT-LINE TO REPORT-RECORD
011300     PERFORM 7000-WRITE-REPORT-LINE THRU
011310         7000-WRITE-REPORT-LINE-EXIT.
011320 6540-WRITE-AMOUNT-LINE-EXIT.
011330     EXIT.

011340*-----------------------------------------------------------------
011350* 6800-WRITE-GL-RECORD
011360*-----------------------------------------------------------------
011370* WRITE GL-RECORD TO WHICHEVER FILE 6000 OPENED.
011380 6800-WRITE-GL-RECORD.
011390     IF NOT GLP-OUT-OK
011400         GO TO 6800-WRITE-GL-RECORD-EXIT
011410     END-IF
011420     IF GLP-FILE-RELEASED
011430         WRITE POST-RECORD FROM GL-RECORD
011440         MOVE GLP-POST-STATUS TO GLP-OUT-STATUS
011450     ELSE
011460         WRITE HOLD-RECORD FROM GL-RECORD
011470         MOVE GLP-HOLD-STATUS TO GLP-OUT-STATUS
011480     END-IF
011490     IF NOT GLP-OUT-STATUS = "00"
011500         MOVE "N" TO GLP-OUT-OK-SWITCH
011510     END-IF.
011520 6800-WRITE-GL-RECORD-EXIT.
011530     EXIT.

011540*-----------------------------------------------------------------
011550* 6900-RECORD-RELEASE
011560*-----------------------------------------------------------------
011570* NOTE THE RELEASED PROOF ON GLCTL SO A RERUN - OR A NIGHT
011580* WHOSE CTLBAL WAS ABANDONED AND LEFT THIS SNAPSHOT IN PLACE -
011590* CANNOT RELEASE THE SAME MOVEMENT AGAIN.  A FAILED REWRITE
011600* LEAVES THE RELEASED FILE STANDING BUT FAILS THE RUN, SINCE
011610* THE GUARD IS NOW STALE.
011620 6900-RECORD-RELEASE.
011630     OPEN OUTPUT GLC-FILE
011640     IF NOT GLP-GLC-STATUS = "00"
011650         MOVE "UNABLE TO REWRITE GLCTL - RELEASE NOT RECORDED" TO
011660             GLP-ERROR-MESSAGE
011670         PERFORM 9000-DISPLAY-ERROR THRU
011680             9000-DISPLAY-ERROR-EXIT
011690         MOVE GLP-RETURN-ERROR TO GLP-FINAL-RETURN-CODE
011700         GO TO 6900-RECORD-RELEASE-EXIT
011710     END-IF
011720     MOVE SPACES TO GLC-RECORD
011730     MOVE GLP-TO-DATE TO GLC-PROOF-DATE
011740     MOVE GLP-TO-TIME TO GLC-PROOF-TIME
011750     MOVE GLP-RUN-DATE TO GLC-RELEASE-DATE
011760     MOVE GLP-RUN-TIME TO GLC-RELEASE-TIME
011770     MOVE GLP-DETAIL-COUNT TO GLC-DETAIL-COUNT
011780     MOVE GLP-JOURNAL-NET TO GLC-NET-AMOUNT
011790     WRITE GLC-RECORD
011800     IF NOT GLP-GLC-STATUS = "00"
011810         MOVE "ERROR WRITING GLCTL - RELEASE NOT RECORDED" TO
011820             GLP-ERROR-MESSAGE
011830         PERFORM 9000-DISPLAY-ERROR THRU
011840             9000-DISPLAY-ERROR-EXIT
011850         MOVE GLP-RETURN-ERROR TO GLP-FINAL-RETURN-CODE
011860     END-IF
011870     CLOSE GLC-FILE.
011880 6900-RECORD-RELEASE-EXIT.
011890     EXIT.

011900*-----------------------------------------------------------------
011910* 7000-WRITE-REPORT-LINE
011920*-----------------------------------------------------------------
011930 7000-WRITE-REPORT-LINE.
011940     WRITE REPORT-RECORD
011950     IF NOT GLP-RPT-STATUS = "00"
011960         MOVE "ERROR WRITING GL POSTING REPORT" TO
011970             GLP-ERROR-MESSAGE
011980         PERFORM 9000-DISPLAY-ERROR THRU
011990             9000-DISPLAY-ERROR-EXIT
012000     END-IF.
012010 7000-WRITE-REPORT-LINE-EXIT.
012020     EXIT.

012021*-----------------------------------------------------------------
012022* 7700-WRITE-HISTORY-RECORD
012023*-----------------------------------------------------------------
012024* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
012025* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
012026* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
012027* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
012028 7700-WRITE-HISTORY-RECORD.
012029     IF GLP-HIST-EVENT = "S"
012030         ACCEPT GLP-HIST-START-DATE FROM DATE YYYYMMDD
012031         ACCEPT GLP-HIST-START-TIME FROM TIME
012032     END-IF
012033     OPEN EXTEND HIST-FILE
012034     IF NOT GLP-HIST-STATUS = "00" AND
012035         NOT GLP-HIST-STATUS = "05"
012036         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
012037             GLP-ERROR-MESSAGE
012038         PERFORM 9000-DISPLAY-ERROR THRU
012039             9000-DISPLAY-ERROR-EXIT
012040         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
012041     END-IF
012042     MOVE SPACES TO RHS-RECORD
012043     MOVE "GLPOST    " TO RHS-STEP
012044     MOVE "P" TO RHS-KIND
012045     MOVE GLP-HIST-EVENT TO RHS-EVENT
012046     MOVE GLP-HIST-START-DATE TO RHS-START-DATE
012047     MOVE GLP-HIST-START-TIME TO RHS-START-TIME
012048     MOVE 0 TO RHS-END-DATE
012049     MOVE 0 TO RHS-END-TIME
012050     MOVE 0 TO RHS-COMPLETION-CODE
012051     MOVE 0 TO RHS-COUNT-VALUE(1)
012052     MOVE 0 TO RHS-COUNT-VALUE(2)
012053     MOVE 0 TO RHS-COUNT-VALUE(3)
012054     MOVE 0 TO RHS-COUNT-VALUE(4)
012055     IF RHS-ENDED
012056         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
012057         ACCEPT RHS-END-TIME FROM TIME
012058         MOVE GLP-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
012059         MOVE "JRNLREAD" TO RHS-COUNT-LABEL(1)
012060         MOVE GLP-READ-COUNT TO RHS-COUNT-VALUE(1)
012061         MOVE "INWINDOW" TO RHS-COUNT-LABEL(2)
012062         MOVE GLP-WINDOW-COUNT TO RHS-COUNT-VALUE(2)
012063         MOVE "GLLINES " TO RHS-COUNT-LABEL(3)
012064         MOVE GLP-DETAIL-COUNT TO RHS-COUNT-VALUE(3)
012065         MOVE "NOREGION" TO RHS-COUNT-LABEL(4)
012066         MOVE GLP-NO-REGION-COUNT TO RHS-COUNT-VALUE(4)
012067     END-IF
012068     WRITE RHS-RECORD
012069     IF NOT GLP-HIST-STATUS = "00"
012070         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
012071             GLP-ERROR-MESSAGE
012072         PERFORM 9000-DISPLAY-ERROR THRU
012073             9000-DISPLAY-ERROR-EXIT
012074     END-IF
012075     CLOSE HIST-FILE.
012076 7700-WRITE-HISTORY-RECORD-EXIT.
012077     EXIT.

012078*-----------------------------------------------------------------
012079* 8000-TERMINATE
012080*-----------------------------------------------------------------
012081 8000-TERMINATE.
012082     IF GLP-JRN-IS-OPEN
012083         CLOSE JRN-FILE
012090     END-IF
012100     IF GLP-RPT-IS-OPEN
012110         CLOSE REPORT-FILE
012120     END-IF
012130     IF GLP-FINAL-RETURN-CODE = 0 AND NOT GLP-RUN-OK
012140         MOVE GLP-RETURN-ERROR TO GLP-FINAL-RETURN-CODE
012150     END-IF
012160     IF GLP-FINAL-RETURN-CODE = GLP-RETURN-OK
012170         AND GLP-WARNING-RAISED
012180         MOVE GLP-RETURN-WARNING TO GLP-FINAL-RETURN-CODE
012190     END-IF
012192     MOVE "E" TO GLP-HIST-EVENT
012194     PERFORM 7700-WRITE-HISTORY-RECORD THRU
012196         7700-WRITE-HISTORY-RECORD-EXIT
012200     MOVE GLP-FINAL-RETURN-CODE TO RETURN-CODE.
012210 8000-TERMINATE-EXIT.
012220     EXIT.

012230*-----------------------------------------------------------------
012240* 9000-DISPLAY-ERROR
012250*-----------------------------------------------------------------
012260 9000-DISPLAY-ERROR.
012270     DISPLAY "GLPOST: " GLP-ERROR-MESSAGE.
012280 9000-DISPLAY-ERROR-EXIT.
012290     EXIT.
