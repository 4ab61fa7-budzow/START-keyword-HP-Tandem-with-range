000010*-----------------------------------------------------------------
000020* BALVAR
000030*-----------------------------------------------------------------
000040*
000050* MONTH-OVER-MONTH BALANCE VARIANCE REPORT.  COMPARES TWO MONTHS
000060* ON THE BALANCE HISTORY FILE (BALHIST, SEE BHSREC) THAT BALSNAP
000070* WRITES AT EACH MONTH END, AND SHOWS HOW THE BOOK MOVED BETWEEN
000080* THEM.  THE FILE IS READ ONCE IN KEY ORDER - EVERY MONTH OF AN
000090* ACCOUNT SITS TOGETHER - AND EACH ACCOUNT IS SET FROM ITS RECORD
000100* IN THE OPENING MONTH AGAINST ITS RECORD IN THE CLOSING MONTH:
000110*
000120*     OPENED  ON FILE AT THE CLOSING MONTH BUT NOT THE OPENING
000130*     PURGED  ON FILE AT THE OPENING MONTH BUT NOT THE CLOSING
000140*     CLOSED  CLOSED (STATUS C) AT THE CLOSING MONTH, AND NOT
000150*             CLOSED - OR NOT YET OPENED - AT THE OPENING MONTH
000160*
000170* AN ACCOUNT ABSENT FROM ONE MONTH COUNTS AS A ZERO BALANCE THERE.
000180*
000190* THE REPORT LISTS, BY NAME, EVERY ACCOUNT WHOSE BALANCE MOVED BY
000200* MORE THAN THE THRESHOLD ON THE CARD (EITHER WAY), THEN SHOWS
000210* BY DIVISION AND BY DIVMAST REGION THE OPENING AND CLOSING
000220* BALANCE, THE NET CHANGE, AND THE ACCOUNTS OPENED, CLOSED, AND
000230* PURGED, WITH A GRAND TOTAL.  A DIVISION NOT ON THE DIVISION
000240* MASTER (OR NO MASTER AT ALL) IS TOTALLED UNDER REGION ???.
000250*
000260* PARM CARD (BVRPARM):
000270*     COLS 1-6   OPENING MONTH, YYYYMM
000280*     COLS 8-13  CLOSING MONTH, YYYYMM (LATER THAN THE OPENING)
000290*     COLS 15-27 MOVEMENT THRESHOLD, 11 WHOLE AND 2 DECIMAL
000300*                DIGITS, NO POINT (BLANK = 10,000.00)
000310* BOTH MONTHS MUST BE ON BALHIST.
000320*
000330* RETURN CODE 0 CLEAN, 4 REGIONS INCOMPLETE (DIVISION MASTER
000340* UNAVAILABLE, A DIVISION NOT ON IT, OR MORE DIVISIONS THAN THE
000350* DIVISION SECTION HOLDS), 16 RUN FAILED OR THE CARD WAS REFUSED.
000360*
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000390* ---------- ---- --------------------------------------------
000400* 2026-10-15 RLH  ORIGINAL PROGRAM - BALANCE VARIANCE BETWEEN ANY
000410*                 TWO MONTHS ON THE BALANCE HISTORY FILE, BY
000420*                 DIVISION AND REGION, WITH THE LARGE MOVERS
000430*                 LISTED BY NAME.
000432* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000434*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000436*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000438*                 RECORD AND THE MORNING BATCH-STATUS REPORT.

000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.                  balvar.
000460     AUTHOR.                      R L HUTCHINS.
000470     INSTALLATION.                DATA FILE SERVICES.
000480     DATE-WRITTEN.                2026-10-15.
000490     DATE-COMPILED.                2026-10-15.

000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000530 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560*    BAL-FILE - THE MONTH-END BALANCE HISTORY (BHSREC LAYOUT).
000570*    THE PERIOD ALTERNATE KEY PROVES BOTH MONTHS ARE ON FILE.
000580     SELECT BAL-FILE ASSIGN TO "BALHIST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS BHS-KEY
000620         ALTERNATE RECORD KEY IS BHS-PERIOD
000630             WITH DUPLICATES
000640         FILE STATUS IS BVR-BAL-STATUS.
000650*    DIV-FILE - THE DIVISION MASTER REFERENCE FILE, LOADED
000660*    ONCE AT INITIALIZATION FOR REGION CODES.
000670     SELECT DIV-FILE ASSIGN TO "DIVMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS DIV-CODE
000710         FILE STATUS IS BVR-DIVM-STATUS.
000720*    PARM-FILE - THE TWO MONTHS AND THE THRESHOLD.
000730     SELECT PARM-FILE ASSIGN TO "BVRPARM"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS BVR-PARM-STATUS.
000760*    REPORT-FILE - THE VARIANCE REPORT.
000770     SELECT REPORT-FILE ASSIGN TO "BVRRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS BVR-RPT-STATUS.
000791*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000792*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000793     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000794         ORGANIZATION IS LINE SEQUENTIAL
000795         FILE STATUS IS BVR-HIST-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  BAL-FILE.
000830     COPY BHSREC.

000840 FD  DIV-FILE.
000850     COPY DIVREC.

000860 FD  PARM-FILE.
000870 01  PARM-RECORD.
000880         05  PARM-FROM-PERIOD          PIC X(06).
000890         05  FILLER                    PIC X(01).
000900         05  PARM-TO-PERIOD            PIC X(06).
000910         05  FILLER                    PIC X(01).
000920         05  PARM-THRESHOLD-X          PIC X(13).
000930         05  PARM-THRESHOLD REDEFINES PARM-THRESHOLD-X
000940                                       PIC 9(11)V99.
000950         05  FILLER                    PIC X(53).

000960 FD  REPORT-FILE.
000970 01  REPORT-RECORD               PIC X(80).

000972 FD  HIST-FILE.
000974     COPY RHSREC.

000980 WORKING-STORAGE SECTION.
000990*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001000 77  BVR-MAX-DIVMAST             PIC 9(03) VALUE 200.
001010 77  BVR-MAX-DIVISIONS           PIC 9(03) VALUE 200.
001020 77  BVR-MAX-REGIONS             PIC 9(03) VALUE 050.
001030 77  BVR-DEFAULT-THRESHOLD       PIC 9(11)V99 VALUE 10000.00.
001040 77  BVR-RETURN-OK               PIC 9(02) VALUE 00.
001050 77  BVR-RETURN-WARNING          PIC 9(02) VALUE 04.
001060 77  BVR-RETURN-ERROR            PIC 9(02) VALUE 16.

001070 01  BVR-SWITCHES.
001080     05  BVR-EOF-SWITCH              PIC X(01) VALUE "N".
001090         88  BVR-EOF                       VALUE "Y".
001100     05  BVR-DIVM-EOF-SWITCH         PIC X(01) VALUE "N".
001110         88  BVR-DIVM-EOF                  VALUE "Y".
001120     05  BVR-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001130         88  BVR-RUN-OK                    VALUE "Y".
001140     05  BVR-BAL-OPEN-SWITCH         PIC X(01) VALUE "N".
001150         88  BVR-BAL-IS-OPEN               VALUE "Y".
001160     05  BVR-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001170         88  BVR-RPT-IS-OPEN               VALUE "Y".
001180     05  BVR-DIVMAST-SWITCH          PIC X(01) VALUE "N".
001190         88  BVR-DIVMAST-LOADED            VALUE "Y".
001200     05  BVR-DIVM-FOUND-SWITCH       PIC X(01) VALUE "N".
001210         88  BVR-DIVM-ENTRY-FOUND          VALUE "Y".
001220     05  BVR-REG-FOUND-SWITCH        PIC X(01) VALUE "N".
001230         88  BVR-REGION-FOUND              VALUE "Y".
001240     05  BVR-ACCT-SWITCH             PIC X(01) VALUE "N".
001250         88  BVR-ACCT-IN-PROGRESS          VALUE "Y".
001260     05  BVR-DIV-SWITCH              PIC X(01) VALUE "N".
001270         88  BVR-DIV-IN-PROGRESS           VALUE "Y".
001280     05  BVR-IN-FROM-SWITCH          PIC X(01) VALUE "N".
001290         88  BVR-IN-FROM                   VALUE "Y".
001300     05  BVR-IN-TO-SWITCH            PIC X(01) VALUE "N".
001310         88  BVR-IN-TO                     VALUE "Y".
001320     05  BVR-DIV-FULL-SWITCH         PIC X(01) VALUE "N".
001330         88  BVR-DIVISION-TABLE-FULL       VALUE "Y".
001340     05  BVR-REG-FULL-SWITCH         PIC X(01) VALUE "N".
001350         88  BVR-REGION-TABLE-FULL         VALUE "Y".
001360     05  BVR-WARNING-SWITCH          PIC X(01) VALUE "N".
001370         88  BVR-WARNING-RAISED            VALUE "Y".

001380*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001390 01  BVR-FILE-STATUSES.
001400     05  BVR-BAL-STATUS              PIC X(02).
001410     05  BVR-DIVM-STATUS             PIC X(02).
001420     05  BVR-PARM-STATUS             PIC X(02).
001430     05  BVR-RPT-STATUS              PIC X(02).
001431     05  BVR-HIST-STATUS             PIC X(02).

001432*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001433 01  BVR-HISTORY-WORK.
001434     05  BVR-HIST-EVENT              PIC X(01).
001435     05  BVR-HIST-START-DATE         PIC 9(08) VALUE 0.
001436     05  BVR-HIST-START-TIME         PIC 9(08) VALUE 0.

001440 01  BVR-RUN-DATE                PIC 9(08).
001450 01  BVR-RUN-TIME                PIC 9(08).

001460*    THE TWO MONTHS COMPARED AND THE MOVEMENT THRESHOLD.
001470 01  BVR-FROM-PERIOD             PIC 9(06) VALUE 0.
001480 01  BVR-TO-PERIOD               PIC 9(06) VALUE 0.
001490 01  BVR-CHECK-PERIOD            PIC 9(06) VALUE 0.
001500 01  BVR-CHECK-X REDEFINES BVR-CHECK-PERIOD.
001510     05  BVR-CHECK-YEAR              PIC 9(04).
001520     05  BVR-CHECK-MONTH             PIC 9(02).
001530 01  BVR-THRESHOLD               PIC 9(11)V99 VALUE 0.

001540*    THE ACCOUNT IN HAND, AS IT STOOD IN EACH MONTH.
001550 01  BVR-ACCOUNT-WORK.
001560     05  BVR-ACCT-DIVISION           PIC X(05).
001570     05  BVR-ACCT-NUMBER             PIC X(11).
001580     05  BVR-ACCT-NAME               PIC X(30).
001590     05  BVR-FROM-STATUS             PIC X(01).
001600     05  BVR-FROM-AMOUNT             PIC S9(11)V99 COMP-3.
001610     05  BVR-TO-STATUS               PIC X(01).
001620     05  BVR-TO-AMOUNT               PIC S9(11)V99 COMP-3.
001630     05  BVR-ACCT-CHANGE             PIC S9(11)V99 COMP-3.
001640     05  BVR-ACCT-MOVEMENT           PIC 9(11)V99 COMP-3.

001650*    THE DIVISION IN HAND.
001660 01  BVR-DIVISION-WORK.
001670     05  BVR-DIV-KEY                 PIC X(05).
001680     05  BVR-DIV-REGION              PIC X(03).
001690     05  BVR-DIV-OPENING             PIC S9(13)V99 COMP-3.
001700     05  BVR-DIV-CLOSING             PIC S9(13)V99 COMP-3.
001710     05  BVR-DIV-OPENED              PIC 9(07) COMP.
001720     05  BVR-DIV-CLOSED              PIC 9(07) COMP.
001730     05  BVR-DIV-PURGED              PIC 9(07) COMP.

001740 01  BVR-RECORD-COUNTERS.
001750     05  BVR-READ-COUNT              PIC 9(09) COMP VALUE 0.
001760     05  BVR-ACCOUNT-COUNT           PIC 9(09) COMP VALUE 0.
001770     05  BVR-MOVER-COUNT             PIC 9(09) COMP VALUE 0.
001780     05  BVR-NO-REGION-COUNT         PIC 9(09) COMP VALUE 0.

001790*    THE GRAND TOTALS.
001800 01  BVR-GRAND-TOTALS.
001810     05  BVR-TOT-OPENING             PIC S9(13)V99 COMP-3
001820                                     VALUE 0.
001830     05  BVR-TOT-CLOSING             PIC S9(13)V99 COMP-3
001840                                     VALUE 0.
001850     05  BVR-TOT-OPENED              PIC 9(07) COMP VALUE 0.
001860     05  BVR-TOT-CLOSED              PIC 9(07) COMP VALUE 0.
001870     05  BVR-TOT-PURGED              PIC 9(07) COMP VALUE 0.

001880*    ONE ENTRY PER DIVISION, IN KEY ORDER AS THE FILE IS READ.
001890 01  BVR-DIVISION-TABLE.
001900     05  BVR-DT-COUNT                PIC 9(03) COMP VALUE 0.
001910     05  BVR-DT-ENTRY OCCURS 200 TIMES
001920             INDEXED BY BVR-DX.
001930         10  BVR-DT-DIVISION         PIC X(05).
001940         10  BVR-DT-REGION           PIC X(03).
001950         10  BVR-DT-OPENING          PIC S9(13)V99 COMP-3.
001960         10  BVR-DT-CLOSING          PIC S9(13)V99 COMP-3.
001970         10  BVR-DT-OPENED           PIC 9(07) COMP.
001980         10  BVR-DT-CLOSED           PIC 9(07) COMP.
001990         10  BVR-DT-PURGED           PIC 9(07) COMP.

002000*    ONE ENTRY PER REGION, IN THE ORDER FIRST SEEN.
002010 01  BVR-REGION-TABLE.
002020     05  BVR-RT-COUNT                PIC 9(03) COMP VALUE 0.
002030     05  BVR-RT-ENTRY OCCURS 050 TIMES
002040             INDEXED BY BVR-RX.
002050         10  BVR-RT-REGION           PIC X(03).
002060         10  BVR-RT-OPENING          PIC S9(13)V99 COMP-3.
002070         10  BVR-RT-CLOSING          PIC S9(13)V99 COMP-3.
002080         10  BVR-RT-OPENED           PIC 9(07) COMP.
002090         10  BVR-RT-CLOSED           PIC 9(07) COMP.
002100         10  BVR-RT-PURGED           PIC 9(07) COMP.

002110*    REGION SEQUENCE FOR PRINTING.
002120 01  BVR-LAST-REGION             PIC X(03).
002130 01  BVR-NEXT-REGION             PIC X(03).
002140 01  BVR-NEXT-SUB                PIC S9(04) COMP VALUE 0.

002150*    THE DIVISION MASTER, LOADED ONCE AT INITIALIZATION.
002160 01  BVR-DIVMAST-TABLE.
002170     05  BVR-DIVM-COUNT              PIC 9(03) COMP VALUE 0.
002180     05  BVR-DIVM-ENTRY OCCURS 200 TIMES
002190             INDEXED BY BVR-MX.
002200         10  BVR-DIVM-CODE           PIC X(05).
002210         10  BVR-DIVM-REGION         PIC X(03).
002220 01  BVR-DIVM-LOOKUP-CODE        PIC X(05).

002230 01  BVR-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
002240 01  BVR-ERROR-MESSAGE           PIC X(80).

002250*    REPORT LINE LAYOUTS.
002260 01  BVR-BANNER-LINE.
002270     05  FILLER                      PIC X(30) VALUE
002280         "BALANCE VARIANCE REPORT       ".
002290     05  FILLER                      PIC X(06) VALUE "DATE: ".
002300     05  BVR-BAN-DATE                PIC 9(08).
002310     05  FILLER                      PIC X(07) VALUE "  TIME:".
002320     05  BVR-BAN-TIME                PIC 9(08).
002330     05  FILLER                      PIC X(21) VALUE SPACE.

002340 01  BVR-PARM-LINE.
002350     05  FILLER                      PIC X(15) VALUE
002360         "OPENING MONTH: ".
002370     05  BVR-PL-FROM                 PIC 9(06).
002380     05  FILLER                      PIC X(18) VALUE
002390         "   CLOSING MONTH: ".
002400     05  BVR-PL-TO                   PIC 9(06).
002410     05  FILLER                      PIC X(13) VALUE
002420         "   THRESHOLD:".
002430     05  BVR-PL-THRESHOLD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002440     05  FILLER                      PIC X(05) VALUE SPACE.

002450 01  BVR-SECTION-LINE            PIC X(80).

002460 01  BVR-MOVER-COLUMN-LINE.
002470     05  FILLER                      PIC X(40) VALUE
002480         "DIV   ACCOUNT     CUSTOMER NAME         ".
002490     05  FILLER                      PIC X(40) VALUE
002500         "                CLOSING          CHANGE".

002510*    ONE LINE PER ACCOUNT MOVING MORE THAN THE THRESHOLD.
002520 01  BVR-MOVER-LINE.
002530     05  BVR-MVL-DIVISION            PIC X(05).
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  BVR-MVL-ACCOUNT             PIC X(11).
002560     05  FILLER                      PIC X(01) VALUE SPACE.
002570     05  BVR-MVL-NAME                PIC X(30).
002580     05  FILLER                      PIC X(01) VALUE SPACE.
002590     05  BVR-MVL-CLOSING             PIC ZZZ,ZZZ,ZZ9.99-.
002600     05  FILLER                      PIC X(01) VALUE SPACE.
002610     05  BVR-MVL-CHANGE              PIC ZZZ,ZZZ,ZZ9.99-.

002620 01  BVR-SUMMARY-HEAD-1.
002630     05  FILLER                      PIC X(60) VALUE SPACE.
002640     05  FILLER                      PIC X(20) VALUE
002650         "  ---- ACCOUNTS ----".

002660 01  BVR-SUMMARY-HEAD-2.
002670     05  FILLER                      PIC X(43) VALUE
002680         "DIV   REG          OPENING          CLOSING".
002690     05  FILLER                      PIC X(37) VALUE
002700         "       NET CHANGE  OPEN CLOSE PURGE  ".

002710*    ONE LINE PER DIVISION OR REGION, AND THE GRAND TOTAL.
002720 01  BVR-SUMMARY-LINE.
002730     05  BVR-SML-LABEL-1             PIC X(05).
002740     05  FILLER                      PIC X(01) VALUE SPACE.
002750     05  BVR-SML-LABEL-2             PIC X(03).
002760     05  BVR-SML-OPENING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002770     05  BVR-SML-CLOSING             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002780     05  BVR-SML-CHANGE              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002790     05  FILLER                      PIC X(01) VALUE SPACE.
002800     05  BVR-SML-OPENED              PIC Z(04)9.
002810     05  FILLER                      PIC X(01) VALUE SPACE.
002820     05  BVR-SML-CLOSED              PIC Z(04)9.
002830     05  FILLER                      PIC X(01) VALUE SPACE.
002840     05  BVR-SML-PURGED              PIC Z(04)9.
002850     05  FILLER                      PIC X(02) VALUE SPACE.

002860 01  BVR-TOTAL-LINE.
002870     05  BVR-TL-LABEL                PIC X(30).
002880     05  FILLER                      PIC X(01) VALUE SPACE.
002890     05  BVR-TL-COUNT                PIC Z(08)9.
002900     05  FILLER                      PIC X(40) VALUE SPACE.

002910 PROCEDURE DIVISION.

002920*-----------------------------------------------------------------
002930* 0000-MAINLINE
002940*-----------------------------------------------------------------
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002970     IF BVR-RUN-OK
002980         PERFORM 5000-COMPARE-MONTHS THRU 5000-COMPARE-MONTHS-EXIT
002990     END-IF
003000     IF BVR-RUN-OK
003010         PERFORM 6000-WRITE-SUMMARY THRU 6000-WRITE-SUMMARY-EXIT
003020     END-IF
003030     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
003040     STOP RUN.

003050*-----------------------------------------------------------------
003060* 1000-INITIALIZE
003070*-----------------------------------------------------------------
003080* OPEN THE REPORT, TAKE THE MONTHS AND THRESHOLD OFF THE CARD,
003090* LOAD THE DIVISION MASTER, AND OPEN THE HISTORY FILE.  A MONTH
003100* NOT ON THE FILE REFUSES THE RUN - EVERY ACCOUNT WOULD SHOW AS
003110* OPENED OR PURGED.
003120 1000-INITIALIZE.
003130     ACCEPT BVR-RUN-DATE FROM DATE YYYYMMDD
003140     ACCEPT BVR-RUN-TIME FROM TIME
003142     MOVE "S" TO BVR-HIST-EVENT
003144     PERFORM 7700-WRITE-HISTORY-RECORD THRU
003146         7700-WRITE-HISTORY-RECORD-EXIT
003150     OPEN OUTPUT REPORT-FILE
003160     IF NOT BVR-RPT-STATUS = "00"
003170         MOVE "UNABLE TO OPEN BALANCE VARIANCE REPORT" TO
003180             BVR-ERROR-MESSAGE
003190         PERFORM 9000-DISPLAY-ERROR THRU
003200             9000-DISPLAY-ERROR-EXIT
003210         MOVE "N" TO BVR-RUN-OK-SWITCH
003220         GO TO 1000-INITIALIZE-EXIT
003230     END-IF
003240     MOVE "Y" TO BVR-RPT-OPEN-SWITCH
003250     MOVE BVR-RUN-DATE TO BVR-BAN-DATE
003260     MOVE BVR-RUN-TIME TO BVR-BAN-TIME
003270     MOVE BVR-BANNER-LINE TO REPORT-RECORD
003280     PERFORM 7000-WRITE-REPORT-LINE THRU
003290         7000-WRITE-REPORT-LINE-EXIT
003300     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
003310     IF NOT BVR-RUN-OK
003320         GO TO 1000-INITIALIZE-EXIT
003330     END-IF
003340     PERFORM 1500-LOAD-DIVISIONS THRU 1500-LOAD-DIVISIONS-EXIT
003350     OPEN INPUT BAL-FILE
003360     IF NOT BVR-BAL-STATUS = "00"
003370         MOVE "UNABLE TO OPEN BALANCE HISTORY FILE BALHIST" TO
003380             BVR-ERROR-MESSAGE
003390         PERFORM 9000-DISPLAY-ERROR THRU
003400             9000-DISPLAY-ERROR-EXIT
003410         MOVE "N" TO BVR-RUN-OK-SWITCH
003420         GO TO 1000-INITIALIZE-EXIT
003430     END-IF
003440     MOVE "Y" TO BVR-BAL-OPEN-SWITCH
003450     MOVE BVR-FROM-PERIOD TO BVR-CHECK-PERIOD
003460     PERFORM 1300-CHECK-PERIOD-ON-FILE THRU
003470         1300-CHECK-PERIOD-ON-FILE-EXIT
003480     IF BVR-RUN-OK
003490         MOVE BVR-TO-PERIOD TO BVR-CHECK-PERIOD
003500         PERFORM 1300-CHECK-PERIOD-ON-FILE THRU
003510             1300-CHECK-PERIOD-ON-FILE-EXIT
003520     END-IF.
003530 1000-INITIALIZE-EXIT.
003540     EXIT.

003550*-----------------------------------------------------------------
003560* 1100-READ-PARM
003570*-----------------------------------------------------------------
003580 1100-READ-PARM.
003590     OPEN INPUT PARM-FILE
003600     IF NOT BVR-PARM-STATUS = "00"
003610         MOVE "UNABLE TO OPEN BVRPARM" TO BVR-ERROR-MESSAGE
003620         PERFORM 9000-DISPLAY-ERROR THRU
003630             9000-DISPLAY-ERROR-EXIT
003640         MOVE "N" TO BVR-RUN-OK-SWITCH
003650         GO TO 1100-READ-PARM-EXIT
003660     END-IF
003670     READ PARM-FILE
003680         AT END
003690             MOVE SPACES TO PARM-RECORD
003700     END-READ
003710     CLOSE PARM-FILE
003720     MOVE PARM-FROM-PERIOD TO BVR-CHECK-PERIOD
003730     PERFORM 1200-CHECK-PERIOD THRU 1200-CHECK-PERIOD-EXIT
003740     IF NOT BVR-RUN-OK
003750         GO TO 1100-READ-PARM-EXIT
003760     END-IF
003770     MOVE BVR-CHECK-PERIOD TO BVR-FROM-PERIOD
003780     MOVE PARM-TO-PERIOD TO BVR-CHECK-PERIOD
003790     PERFORM 1200-CHECK-PERIOD THRU 1200-CHECK-PERIOD-EXIT
003800     IF NOT BVR-RUN-OK
003810         GO TO 1100-READ-PARM-EXIT
003820     END-IF
003830     MOVE BVR-CHECK-PERIOD TO BVR-TO-PERIOD
003840     IF NOT BVR-TO-PERIOD > BVR-FROM-PERIOD
003850         MOVE "BVRPARM CLOSING MONTH IS NOT AFTER OPENING MONTH"
003860             TO BVR-ERROR-MESSAGE
003870         PERFORM 9000-DISPLAY-ERROR THRU
003880             9000-DISPLAY-ERROR-EXIT
003890         MOVE "N" TO BVR-RUN-OK-SWITCH
003900         GO TO 1100-READ-PARM-EXIT
003910     END-IF
003920     IF PARM-THRESHOLD-X = SPACES
003930         MOVE BVR-DEFAULT-THRESHOLD TO BVR-THRESHOLD
003940     ELSE
003950         IF PARM-THRESHOLD-X IS NOT NUMERIC
003960             MOVE "BVRPARM THRESHOLD IS NOT NUMERIC - RUN REFUSED"
003970                 TO BVR-ERROR-MESSAGE
003980             PERFORM 9000-DISPLAY-ERROR THRU
003990                 9000-DISPLAY-ERROR-EXIT
004000             MOVE "N" TO BVR-RUN-OK-SWITCH
004010             GO TO 1100-READ-PARM-EXIT
004020         END-IF
004030         MOVE PARM-THRESHOLD TO BVR-THRESHOLD
004040     END-IF
004050     MOVE BVR-FROM-PERIOD TO BVR-PL-FROM
004060     MOVE BVR-TO-PERIOD TO BVR-PL-TO
004070     MOVE BVR-THRESHOLD TO BVR-PL-THRESHOLD
004080     MOVE BVR-PARM-LINE TO REPORT-RECORD
004090     PERFORM 7000-WRITE-REPORT-LINE THRU
004100         7000-WRITE-REPORT-LINE-EXIT.
004110 1100-READ-PARM-EXIT.
004120     EXIT.

004130*-----------------------------------------------------------------
004140* 1200-CHECK-PERIOD
004150*-----------------------------------------------------------------
004160* THE CARD MONTH MOVED INTO BVR-CHECK-PERIOD MUST BE A REAL
004170* YYYYMM.
004180 1200-CHECK-PERIOD.
004190     IF BVR-CHECK-X IS NOT NUMERIC
004200         OR BVR-CHECK-YEAR = 0
004210         OR BVR-CHECK-MONTH < 01
004220         OR BVR-CHECK-MONTH > 12
004230         MOVE "BVRPARM MONTH IS NOT A VALID YYYYMM - RUN REFUSED"
004240             TO BVR-ERROR-MESSAGE
004250         PERFORM 9000-DISPLAY-ERROR THRU
004260             9000-DISPLAY-ERROR-EXIT
004270         MOVE "N" TO BVR-RUN-OK-SWITCH
004280     END-IF.
004290 1200-CHECK-PERIOD-EXIT.
004300     EXIT.

004310*-----------------------------------------------------------------
004320* 1300-CHECK-PERIOD-ON-FILE
004330*-----------------------------------------------------------------
004340* A START ON THE PERIOD ALTERNATE KEY FINDS THE MONTH IN
004350* BVR-CHECK-PERIOD IF BALSNAP EVER WROTE IT (AND IT HAS NOT
004360* SINCE EXPIRED).
004370 1300-CHECK-PERIOD-ON-FILE.
004380     MOVE BVR-CHECK-PERIOD TO BHS-PERIOD
004390     START BAL-FILE
004400         KEY IS EQUAL TO BHS-PERIOD
004410         INVALID KEY
004420             CONTINUE
004430     END-START
004440     IF NOT BVR-BAL-STATUS = "00"
004450         MOVE SPACES TO BVR-ERROR-MESSAGE
004460         STRING "MONTH " DELIMITED BY SIZE
004470             BVR-CHECK-PERIOD DELIMITED BY SIZE
004480             " IS NOT ON BALHIST - RUN REFUSED" DELIMITED BY SIZE
004490             INTO BVR-ERROR-MESSAGE
004500         PERFORM 9000-DISPLAY-ERROR THRU
004510             9000-DISPLAY-ERROR-EXIT
004520         MOVE BVR-ERROR-MESSAGE TO REPORT-RECORD
004530         PERFORM 7000-WRITE-REPORT-LINE THRU
004540             7000-WRITE-REPORT-LINE-EXIT
004550         MOVE "N" TO BVR-RUN-OK-SWITCH
004560     END-IF.
004570 1300-CHECK-PERIOD-ON-FILE-EXIT.
004580     EXIT.

004590*-----------------------------------------------------------------
004600* 1500-LOAD-DIVISIONS
004610*-----------------------------------------------------------------
004620* LOAD THE DIVISION MASTER FOR REGION CODES.  AN UNOPENABLE (OR
004630* OVERFLOWING) MASTER ONLY WARNS - THE DIVISIONS STILL REPORT,
004640* AND THOSE WITHOUT A REGION TOTAL UNDER REGION ???.
004650 1500-LOAD-DIVISIONS.
004660     MOVE "N" TO BVR-DIVM-EOF-SWITCH
004670     OPEN INPUT DIV-FILE
004680     IF NOT BVR-DIVM-STATUS = "00"
004690         MOVE "DIVISION MASTER UNAVAILABLE - REGIONS NOT KNOWN"
004700             TO BVR-ERROR-MESSAGE
004710         PERFORM 9000-DISPLAY-ERROR THRU
004720             9000-DISPLAY-ERROR-EXIT
004730         MOVE "Y" TO BVR-WARNING-SWITCH
004740         GO TO 1500-LOAD-DIVISIONS-EXIT
004750     END-IF
004760     PERFORM 1510-LOAD-ONE-DIVISION THRU
004770         1510-LOAD-ONE-DIVISION-EXIT
004780         UNTIL BVR-DIVM-EOF
004790     CLOSE DIV-FILE
004800     IF BVR-DIVM-COUNT > 0
004810         MOVE "Y" TO BVR-DIVMAST-SWITCH
004820     END-IF.
004830 1500-LOAD-DIVISIONS-EXIT.
004840     EXIT.

004850*-----------------------------------------------------------------
004860* 1510-LOAD-ONE-DIVISION
004870*-----------------------------------------------------------------
004880 1510-LOAD-ONE-DIVISION.
004890     READ DIV-FILE NEXT RECORD
004900         AT END
004910             MOVE "Y" TO BVR-DIVM-EOF-SWITCH
004920             GO TO 1510-LOAD-ONE-DIVISION-EXIT
004930     END-READ
004940     IF BVR-DIVM-COUNT >= BVR-MAX-DIVMAST
004950         MOVE "DIVISION MASTER TABLE FULL - LOAD IS PARTIAL"
004960             TO BVR-ERROR-MESSAGE
004970         PERFORM 9000-DISPLAY-ERROR THRU
004980             9000-DISPLAY-ERROR-EXIT
004990         MOVE "Y" TO BVR-WARNING-SWITCH
005000         MOVE "Y" TO BVR-DIVM-EOF-SWITCH
005010         GO TO 1510-LOAD-ONE-DIVISION-EXIT
005020     END-IF
005030     ADD 1 TO BVR-DIVM-COUNT
005040     SET BVR-MX TO BVR-DIVM-COUNT
005050     MOVE DIV-CODE TO BVR-DIVM-CODE(BVR-MX)
005060     MOVE DIV-REGION-CODE TO BVR-DIVM-REGION(BVR-MX).
005070 1510-LOAD-ONE-DIVISION-EXIT.
005080     EXIT.

005090*-----------------------------------------------------------------
005100* 5000-COMPARE-MONTHS
005110*-----------------------------------------------------------------
005120* ONE PASS OF THE HISTORY FILE IN PRIMARY-KEY ORDER - DIVISION,
005130* ACCOUNT, MONTH - LISTING THE LARGE MOVERS AS THEIR ACCOUNTS
005140* CLOSE AND BUILDING THE DIVISION AND REGION TOTALS.
005150 5000-COMPARE-MONTHS.
005160     MOVE SPACES TO REPORT-RECORD
005170     PERFORM 7000-WRITE-REPORT-LINE THRU
005180         7000-WRITE-REPORT-LINE-EXIT
005190     MOVE "ACCOUNTS MOVING MORE THAN THE THRESHOLD" TO
005200         BVR-SECTION-LINE
005210     MOVE BVR-SECTION-LINE TO REPORT-RECORD
005220     PERFORM 7000-WRITE-REPORT-LINE THRU
005230         7000-WRITE-REPORT-LINE-EXIT
005240     MOVE BVR-MOVER-COLUMN-LINE TO REPORT-RECORD
005250     PERFORM 7000-WRITE-REPORT-LINE THRU
005260         7000-WRITE-REPORT-LINE-EXIT
005270     MOVE LOW-VALUES TO BHS-KEY
005280     START BAL-FILE
005290         KEY IS NOT LESS THAN BHS-KEY
005300         INVALID KEY
005310             MOVE "Y" TO BVR-EOF-SWITCH
005320     END-START
005330     PERFORM 5100-READ-HISTORY-RECORD THRU
005340         5100-READ-HISTORY-RECORD-EXIT
005350         UNTIL BVR-EOF
005360     IF BVR-ACCT-IN-PROGRESS
005370         PERFORM 5200-CLOSE-ACCOUNT THRU 5200-CLOSE-ACCOUNT-EXIT
005380     END-IF
005390     IF BVR-DIV-IN-PROGRESS
005400         PERFORM 5300-CLOSE-DIVISION THRU 5300-CLOSE-DIVISION-EXIT
005410     END-IF
005420     IF BVR-MOVER-COUNT = 0
005430         MOVE "  NONE" TO REPORT-RECORD
005440         PERFORM 7000-WRITE-REPORT-LINE THRU
005450             7000-WRITE-REPORT-LINE-EXIT
005460     END-IF.
005470 5000-COMPARE-MONTHS-EXIT.
005480     EXIT.

005490*-----------------------------------------------------------------
005500* 5100-READ-HISTORY-RECORD
005510*-----------------------------------------------------------------
005520* ONE HISTORY RECORD.  A CHANGE OF ACCOUNT CLOSES THE PRIOR
005530* ACCOUNT; ONLY THE TWO MONTHS ON THE CARD ARE KEPT - THE NAME IS
005540* THE CLOSING MONTH'S WHERE THERE IS ONE.
005550 5100-READ-HISTORY-RECORD.
005560     READ BAL-FILE NEXT RECORD
005570         AT END
005580             MOVE "Y" TO BVR-EOF-SWITCH
005590             GO TO 5100-READ-HISTORY-RECORD-EXIT
005600     END-READ
005610     ADD 1 TO BVR-READ-COUNT
005620     IF BVR-ACCT-IN-PROGRESS
005630         AND (BHS-DIVISION NOT = BVR-ACCT-DIVISION
005640             OR BHS-ACCOUNT NOT = BVR-ACCT-NUMBER)
005650         PERFORM 5200-CLOSE-ACCOUNT THRU 5200-CLOSE-ACCOUNT-EXIT
005660     END-IF
005670     IF NOT BVR-ACCT-IN-PROGRESS
005680         MOVE BHS-DIVISION TO BVR-ACCT-DIVISION
005690         MOVE BHS-ACCOUNT TO BVR-ACCT-NUMBER
005700         MOVE SPACES TO BVR-ACCT-NAME
005710         MOVE SPACE TO BVR-FROM-STATUS
005720         MOVE SPACE TO BVR-TO-STATUS
005730         MOVE 0 TO BVR-FROM-AMOUNT
005740         MOVE 0 TO BVR-TO-AMOUNT
005750         MOVE "N" TO BVR-IN-FROM-SWITCH
005760         MOVE "N" TO BVR-IN-TO-SWITCH
005770         MOVE "Y" TO BVR-ACCT-SWITCH
005780     END-IF
005790     IF BHS-PERIOD = BVR-FROM-PERIOD
005800         MOVE "Y" TO BVR-IN-FROM-SWITCH
005810         MOVE BHS-STATUS TO BVR-FROM-STATUS
005820         MOVE BHS-TOTAL-AMOUNT TO BVR-FROM-AMOUNT
005830         IF BVR-ACCT-NAME = SPACES
005840             MOVE BHS-CUSTOMER-NAME TO BVR-ACCT-NAME
005850         END-IF
005860     END-IF
005870     IF BHS-PERIOD = BVR-TO-PERIOD
005880         MOVE "Y" TO BVR-IN-TO-SWITCH
005890         MOVE BHS-STATUS TO BVR-TO-STATUS
005900         MOVE BHS-TOTAL-AMOUNT TO BVR-TO-AMOUNT
005910         MOVE BHS-CUSTOMER-NAME TO BVR-ACCT-NAME
005920     END-IF.
005930 5100-READ-HISTORY-RECORD-EXIT.
005940     EXIT.

005950*-----------------------------------------------------------------
005960* 5200-CLOSE-ACCOUNT
005970*-----------------------------------------------------------------
005980* SET THE ACCOUNT'S OPENING MONTH AGAINST ITS CLOSING MONTH AND
005990* ADD IT TO ITS DIVISION.  AN ACCOUNT IN NEITHER MONTH (ONLY IN
006000* OTHERS ON FILE) DOES NOT TAKE PART.
006010 5200-CLOSE-ACCOUNT.
006020     MOVE "N" TO BVR-ACCT-SWITCH
006030     IF NOT BVR-IN-FROM AND NOT BVR-IN-TO
006040         GO TO 5200-CLOSE-ACCOUNT-EXIT
006050     END-IF
006060     IF BVR-DIV-IN-PROGRESS
006070         AND BVR-ACCT-DIVISION NOT = BVR-DIV-KEY
006080         PERFORM 5300-CLOSE-DIVISION THRU 5300-CLOSE-DIVISION-EXIT
006090     END-IF
006100     IF NOT BVR-DIV-IN-PROGRESS
006110         MOVE BVR-ACCT-DIVISION TO BVR-DIV-KEY
006120         MOVE 0 TO BVR-DIV-OPENING
006130         MOVE 0 TO BVR-DIV-CLOSING
006140         MOVE 0 TO BVR-DIV-OPENED
006150         MOVE 0 TO BVR-DIV-CLOSED
006160         MOVE 0 TO BVR-DIV-PURGED
006170         MOVE "Y" TO BVR-DIV-SWITCH
006180     END-IF
006190     ADD 1 TO BVR-ACCOUNT-COUNT
006200     ADD BVR-FROM-AMOUNT TO BVR-DIV-OPENING
006210     ADD BVR-TO-AMOUNT TO BVR-DIV-CLOSING
006220     IF BVR-IN-TO AND NOT BVR-IN-FROM
006230         ADD 1 TO BVR-DIV-OPENED
006240     END-IF
006250     IF BVR-IN-FROM AND NOT BVR-IN-TO
006260         ADD 1 TO BVR-DIV-PURGED
006270     END-IF
006280     IF BVR-IN-TO AND BVR-TO-STATUS = "C"
006290         AND NOT BVR-FROM-STATUS = "C"
006300         ADD 1 TO BVR-DIV-CLOSED
006310     END-IF
006320     COMPUTE BVR-ACCT-CHANGE = BVR-TO-AMOUNT - BVR-FROM-AMOUNT
006330     IF BVR-ACCT-CHANGE < 0
006340         COMPUTE BVR-ACCT-MOVEMENT = 0 - BVR-ACCT-CHANGE
006350     ELSE
006360         MOVE BVR-ACCT-CHANGE TO BVR-ACCT-MOVEMENT
006370     END-IF
006380     IF BVR-ACCT-MOVEMENT > BVR-THRESHOLD
006390         ADD 1 TO BVR-MOVER-COUNT
006400         MOVE BVR-ACCT-DIVISION TO BVR-MVL-DIVISION
006410         MOVE BVR-ACCT-NUMBER TO BVR-MVL-ACCOUNT
006420         MOVE BVR-ACCT-NAME TO BVR-MVL-NAME
006430         MOVE BVR-TO-AMOUNT TO BVR-MVL-CLOSING
006440         MOVE BVR-ACCT-CHANGE TO BVR-MVL-CHANGE
006450         MOVE BVR-MOVER-LINE TO REPORT-RECORD
006460         PERFORM 7000-WRITE-REPORT-LINE THRU
006470             7000-WRITE-REPORT-LINE-EXIT
006480     END-IF.
006490 5200-CLOSE-ACCOUNT-EXIT.
006500     EXIT.

006510*-----------------------------------------------------------------
006520* 5300-CLOSE-DIVISION
006530*-----------------------------------------------------------------
006540* FILE THE DIVISION IN HAND IN THE DIVISION TABLE AND ADD IT TO
006550* ITS REGION AND THE GRAND TOTALS.  A FULL DIVISION TABLE ONLY
006560* SHORTENS THE DIVISION SECTION - THE REGION AND GRAND TOTALS
006570* STILL CARRY EVERY DIVISION.
006580 5300-CLOSE-DIVISION.
006590     MOVE "N" TO BVR-DIV-SWITCH
006600     MOVE BVR-DIV-KEY TO BVR-DIVM-LOOKUP-CODE
006610     PERFORM 5400-LOOK-UP-DIVMAST THRU 5400-LOOK-UP-DIVMAST-EXIT
006620     IF BVR-DIVM-ENTRY-FOUND
006630         MOVE BVR-DIVM-REGION(BVR-MX) TO BVR-DIV-REGION
006640     ELSE
006650         MOVE "???" TO BVR-DIV-REGION
006660         ADD 1 TO BVR-NO-REGION-COUNT
006670         MOVE "Y" TO BVR-WARNING-SWITCH
006680     END-IF
006690     IF BVR-DT-COUNT >= BVR-MAX-DIVISIONS
006700         MOVE "Y" TO BVR-DIV-FULL-SWITCH
006710         MOVE "Y" TO BVR-WARNING-SWITCH
006720     ELSE
006730         ADD 1 TO BVR-DT-COUNT
006740         SET BVR-DX TO BVR-DT-COUNT
006750         MOVE BVR-DIV-KEY TO BVR-DT-DIVISION(BVR-DX)
006760         MOVE BVR-DIV-REGION TO BVR-DT-REGION(BVR-DX)
006770         MOVE BVR-DIV-OPENING TO BVR-DT-OPENING(BVR-DX)
006780         MOVE BVR-DIV-CLOSING TO BVR-DT-CLOSING(BVR-DX)
006790         MOVE BVR-DIV-OPENED TO BVR-DT-OPENED(BVR-DX)
006800         MOVE BVR-DIV-CLOSED TO BVR-DT-CLOSED(BVR-DX)
006810         MOVE BVR-DIV-PURGED TO BVR-DT-PURGED(BVR-DX)
006820     END-IF
006830     PERFORM 5350-ADD-REGION-TOTAL THRU 5350-ADD-REGION-TOTAL-EXIT
006840     ADD BVR-DIV-OPENING TO BVR-TOT-OPENING
006850     ADD BVR-DIV-CLOSING TO BVR-TOT-CLOSING
006860     ADD BVR-DIV-OPENED TO BVR-TOT-OPENED
006870     ADD BVR-DIV-CLOSED TO BVR-TOT-CLOSED
006880     ADD BVR-DIV-PURGED TO BVR-TOT-PURGED.
006890 5300-CLOSE-DIVISION-EXIT.
006900     EXIT.

006910*-----------------------------------------------------------------
006920* 5350-ADD-REGION-TOTAL
006930*-----------------------------------------------------------------
006940 5350-ADD-REGION-TOTAL.
006950     MOVE "N" TO BVR-REG-FOUND-SWITCH
006960     SET BVR-RX TO 1
006970     SEARCH BVR-RT-ENTRY
006980         AT END
006990             CONTINUE
007000         WHEN BVR-RX > BVR-RT-COUNT
007010             CONTINUE
007020         WHEN BVR-RT-REGION(BVR-RX) = BVR-DIV-REGION
007030             MOVE "Y" TO BVR-REG-FOUND-SWITCH
007040     END-SEARCH
007050     IF NOT BVR-REGION-FOUND
007060         IF BVR-RT-COUNT >= BVR-MAX-REGIONS
007070             MOVE "Y" TO BVR-REG-FULL-SWITCH
007080             MOVE "Y" TO BVR-WARNING-SWITCH
007090             GO TO 5350-ADD-REGION-TOTAL-EXIT
007100         END-IF
007110         ADD 1 TO BVR-RT-COUNT
007120         SET BVR-RX TO BVR-RT-COUNT
007130         MOVE BVR-DIV-REGION TO BVR-RT-REGION(BVR-RX)
007140         MOVE 0 TO BVR-RT-OPENING(BVR-RX)
007150         MOVE 0 TO BVR-RT-CLOSING(BVR-RX)
007160         MOVE 0 TO BVR-RT-OPENED(BVR-RX)
007170         MOVE 0 TO BVR-RT-CLOSED(BVR-RX)
007180         MOVE 0 TO BVR-RT-PURGED(BVR-RX)
007190     END-IF
007200     ADD BVR-DIV-OPENING TO BVR-RT-OPENING(BVR-RX)
007210     ADD BVR-DIV-CLOSING TO BVR-RT-CLOSING(BVR-RX)
007220     ADD BVR-DIV-OPENED TO BVR-RT-OPENED(BVR-RX)
007230     ADD BVR-DIV-CLOSED TO BVR-RT-CLOSED(BVR-RX)
007240     ADD BVR-DIV-PURGED TO BVR-RT-PURGED(BVR-RX).
007250 5350-ADD-REGION-TOTAL-EXIT.
007260     EXIT.

007270*-----------------------------------------------------------------
007280* 5400-LOOK-UP-DIVMAST
007290*-----------------------------------------------------------------
007300 5400-LOOK-UP-DIVMAST.
007310     MOVE "N" TO BVR-DIVM-FOUND-SWITCH
007320     IF NOT BVR-DIVMAST-LOADED
007330         GO TO 5400-LOOK-UP-DIVMAST-EXIT
007340     END-IF
007350     SET BVR-MX TO 1
007360     SEARCH BVR-DIVM-ENTRY
007370         AT END
007380             CONTINUE
007390         WHEN BVR-MX > BVR-DIVM-COUNT
007400             CONTINUE
007410         WHEN BVR-DIVM-CODE(BVR-MX) = BVR-DIVM-LOOKUP-CODE
007420             MOVE "Y" TO BVR-DIVM-FOUND-SWITCH
007430     END-SEARCH.
007440 5400-LOOK-UP-DIVMAST-EXIT.
007450     EXIT.

007460*-----------------------------------------------------------------
007470* 6000-WRITE-SUMMARY
007480*-----------------------------------------------------------------
007490* THE DIVISION SECTION IN DIVISION ORDER, THE REGION SECTION IN
007500* REGION ORDER, THE GRAND TOTAL, AND THE RUN COUNTS.
007510 6000-WRITE-SUMMARY.
007520     MOVE SPACES TO REPORT-RECORD
007530     PERFORM 7000-WRITE-REPORT-LINE THRU
007540         7000-WRITE-REPORT-LINE-EXIT
007550     MOVE "MOVEMENT BY DIVISION" TO BVR-SECTION-LINE
007560     PERFORM 6050-WRITE-SECTION-HEAD THRU
007570         6050-WRITE-SECTION-HEAD-EXIT
007580     PERFORM 6100-WRITE-DIVISION-LINE THRU
007590         6100-WRITE-DIVISION-LINE-EXIT
007600         VARYING BVR-DX FROM 1 BY 1
007610         UNTIL BVR-DX > BVR-DT-COUNT
007620     IF BVR-DIVISION-TABLE-FULL
007630         MOVE "  OVER 200 DIVISIONS - TOTALS BELOW ARE COMPLETE"
007640             TO REPORT-RECORD
007650         PERFORM 7000-WRITE-REPORT-LINE THRU
007660             7000-WRITE-REPORT-LINE-EXIT
007670     END-IF
007680     MOVE SPACES TO REPORT-RECORD
007690     PERFORM 7000-WRITE-REPORT-LINE THRU
007700         7000-WRITE-REPORT-LINE-EXIT
007710     MOVE "MOVEMENT BY REGION" TO BVR-SECTION-LINE
007720     PERFORM 6050-WRITE-SECTION-HEAD THRU
007730         6050-WRITE-SECTION-HEAD-EXIT
007740     MOVE LOW-VALUES TO BVR-LAST-REGION
007750     MOVE 1 TO BVR-NEXT-SUB
007760     PERFORM 6200-WRITE-NEXT-REGION THRU
007770         6200-WRITE-NEXT-REGION-EXIT
007780         UNTIL BVR-NEXT-SUB = 0
007790     IF BVR-REGION-TABLE-FULL
007800         MOVE "  OVER 50 REGIONS - GRAND TOTAL IS COMPLETE"
007810             TO REPORT-RECORD
007820         PERFORM 7000-WRITE-REPORT-LINE THRU
007830             7000-WRITE-REPORT-LINE-EXIT
007840     END-IF
007850     MOVE SPACES TO REPORT-RECORD
007860     PERFORM 7000-WRITE-REPORT-LINE THRU
007870         7000-WRITE-REPORT-LINE-EXIT
007880     MOVE "TOTAL" TO BVR-SML-LABEL-1
007890     MOVE SPACES TO BVR-SML-LABEL-2
007900     MOVE BVR-TOT-OPENING TO BVR-SML-OPENING
007910     MOVE BVR-TOT-CLOSING TO BVR-SML-CLOSING
007920     COMPUTE BVR-SML-CHANGE = BVR-TOT-CLOSING - BVR-TOT-OPENING
007930     MOVE BVR-TOT-OPENED TO BVR-SML-OPENED
007940     MOVE BVR-TOT-CLOSED TO BVR-SML-CLOSED
007950     MOVE BVR-TOT-PURGED TO BVR-SML-PURGED
007960     MOVE BVR-SUMMARY-LINE TO REPORT-RECORD
007970     PERFORM 7000-WRITE-REPORT-LINE THRU
007980         7000-WRITE-REPORT-LINE-EXIT
007990     MOVE SPACES TO REPORT-RECORD
008000     PERFORM 7000-WRITE-REPORT-LINE THRU
008010         7000-WRITE-REPORT-LINE-EXIT
008020     MOVE "HISTORY RECORDS READ:" TO BVR-TL-LABEL
008030     MOVE BVR-READ-COUNT TO BVR-TL-COUNT
008040     PERFORM 6500-WRITE-TOTAL-LINE THRU 6500-WRITE-TOTAL-LINE-EXIT
008050     MOVE "ACCOUNTS COMPARED:" TO BVR-TL-LABEL
008060     MOVE BVR-ACCOUNT-COUNT TO BVR-TL-COUNT
008070     PERFORM 6500-WRITE-TOTAL-LINE THRU 6500-WRITE-TOTAL-LINE-EXIT
008080     MOVE "ACCOUNTS OVER THE THRESHOLD:" TO BVR-TL-LABEL
008090     MOVE BVR-MOVER-COUNT TO BVR-TL-COUNT
008100     PERFORM 6500-WRITE-TOTAL-LINE THRU 6500-WRITE-TOTAL-LINE-EXIT
008110     MOVE "DIVISIONS WITH NO REGION:" TO BVR-TL-LABEL
008120     MOVE BVR-NO-REGION-COUNT TO BVR-TL-COUNT
008130     PERFORM 6500-WRITE-TOTAL-LINE THRU
008140         6500-WRITE-TOTAL-LINE-EXIT.
008150 6000-WRITE-SUMMARY-EXIT.
008160     EXIT.

008170*-----------------------------------------------------------------
008180* 6050-WRITE-SECTION-HEAD
008190*-----------------------------------------------------------------
008200 6050-WRITE-SECTION-HEAD.
008210     MOVE BVR-SECTION-LINE TO REPORT-RECORD
008220     PERFORM 7000-WRITE-REPORT-LINE THRU
008230         7000-WRITE-REPORT-LINE-EXIT
008240     MOVE BVR-SUMMARY-HEAD-1 TO REPORT-RECORD
008250     PERFORM 7000-WRITE-REPORT-LINE THRU
008260         7000-WRITE-REPORT-LINE-EXIT
008270     MOVE BVR-SUMMARY-HEAD-2 TO REPORT-RECORD
008280     PERFORM 7000-WRITE-REPORT-LINE THRU
008290         7000-WRITE-REPORT-LINE-EXIT.
008300 6050-WRITE-SECTION-HEAD-EXIT.
008310     EXIT.

008320*-----------------------------------------------------------------
008330* 6100-WRITE-DIVISION-LINE
008340*-----------------------------------------------------------------
008350 6100-WRITE-DIVISION-LINE.
008360     MOVE BVR-DT-DIVISION(BVR-DX) TO BVR-SML-LABEL-1
008370     MOVE BVR-DT-REGION(BVR-DX) TO BVR-SML-LABEL-2
008380     MOVE BVR-DT-OPENING(BVR-DX) TO BVR-SML-OPENING
008390     MOVE BVR-DT-CLOSING(BVR-DX) TO BVR-SML-CLOSING
008400     COMPUTE BVR-SML-CHANGE =
008410         BVR-DT-CLOSING(BVR-DX) - BVR-DT-OPENING(BVR-DX)
008420     MOVE BVR-DT-OPENED(BVR-DX) TO BVR-SML-OPENED
008430     MOVE BVR-DT-CLOSED(BVR-DX) TO BVR-SML-CLOSED
008440     MOVE BVR-DT-PURGED(BVR-DX) TO BVR-SML-PURGED
008450     MOVE BVR-SUMMARY-LINE TO REPORT-RECORD
008460     PERFORM 7000-WRITE-REPORT-LINE THRU
008470         7000-WRITE-REPORT-LINE-EXIT.
008480 6100-WRITE-DIVISION-LINE-EXIT.
008490     EXIT.

008500*-----------------------------------------------------------------
008510* 6200-WRITE-NEXT-REGION
008520*-----------------------------------------------------------------
008530* THE TABLE IS IN THE ORDER REGIONS WERE FIRST MET - PICK THE
008540* LOWEST REGION ABOVE THE ONE LAST WRITTEN AND WRITE IT.
008550* BVR-NEXT-SUB COMES BACK ZERO WHEN NOTHING IS LEFT.
008560 6200-WRITE-NEXT-REGION.
008570     MOVE HIGH-VALUES TO BVR-NEXT-REGION
008580     MOVE 0 TO BVR-NEXT-SUB
008590     PERFORM 6210-CHECK-REGION THRU 6210-CHECK-REGION-EXIT
008600         VARYING BVR-RX FROM 1 BY 1
008610         UNTIL BVR-RX > BVR-RT-COUNT
008620     IF BVR-NEXT-SUB = 0
008630         GO TO 6200-WRITE-NEXT-REGION-EXIT
008640     END-IF
008650     MOVE BVR-NEXT-REGION TO BVR-LAST-REGION
008660     SET BVR-RX TO BVR-NEXT-SUB
008670     MOVE "REGN " TO BVR-SML-LABEL-1
008680     MOVE BVR-RT-REGION(BVR-RX) TO BVR-SML-LABEL-2
008690     MOVE BVR-RT-OPENING(BVR-RX) TO BVR-SML-OPENING
008700     MOVE BVR-RT-CLOSING(BVR-RX) TO BVR-SML-CLOSING
008710     COMPUTE BVR-SML-CHANGE =
008720         BVR-RT-CLOSING(BVR-RX) - BVR-RT-OPENING(BVR-RX)
008730     MOVE BVR-RT-OPENED(BVR-RX) TO BVR-SML-OPENED
008740     MOVE BVR-RT-CLOSED(BVR-RX) TO BVR-SML-CLOSED
008750     MOVE BVR-RT-PURGED(BVR-RX) TO BVR-SML-PURGED
008760     MOVE BVR-SUMMARY-LINE TO REPORT-RECORD
008770     PERFORM 7000-WRITE-REPORT-LINE THRU
008780         7000-WRITE-REPORT-LINE-EXIT.
008790 6200-WRITE-NEXT-REGION-EXIT.
008800     EXIT.

008810*-----------------------------------------------------------------
008820* 6210-CHECK-REGION
008830*-----------------------------------------------------------------
008840 6210-CHECK-REGION.
008850     IF BVR-RT-REGION(BVR-RX) > BVR-LAST-REGION
008860         AND BVR-RT-REGION(BVR-RX) < BVR-NEXT-REGION
008870         MOVE BVR-RT-REGION(BVR-RX) TO BVR-NEXT-REGION
008880         SET BVR-NEXT-SUB TO BVR-RX
008890     END-IF.
008900 6210-CHECK-REGION-EXIT.
008910     EXIT.

008920*-----------------------------------------------------------------
008930* 6500-WRITE-TOTAL-LINE
008940*-----------------------------------------------------------------
008950 6500-WRITE-TOTAL-LINE.
008960     MOVE BVR-TOTAL-LINE TO REPORT-RECORD
008970     PERFORM 7000-WRITE-REPORT-LINE THRU
008980         7000-WRITE-REPORT-LINE-EXIT.
008990 6500-WRITE-TOTAL-LINE-EXIT.
009000     EXIT.

009010*-----------------------------------------------------------------
009020* 7000-WRITE-REPORT-LINE
009030*-----------------------------------------------------------------
009040 7000-WRITE-REPORT-LINE.
009050     WRITE REPORT-RECORD
009060     IF NOT BVR-RPT-STATUS = "00"
009070         MOVE "ERROR WRITING BALANCE VARIANCE REPORT" TO
009080             BVR-ERROR-MESSAGE
009090         PERFORM 9000-DISPLAY-ERROR THRU
009100             9000-DISPLAY-ERROR-EXIT
009110     END-IF.
009120 7000-WRITE-REPORT-LINE-EXIT.
009130     EXIT.

009131*-----------------------------------------------------------------
009132* 7700-WRITE-HISTORY-RECORD
009133*-----------------------------------------------------------------
009134* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
009135* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
009136* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
009137* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
009138 7700-WRITE-HISTORY-RECORD.
009139     IF BVR-HIST-EVENT = "S"
009140         ACCEPT BVR-HIST-START-DATE FROM DATE YYYYMMDD
009141         ACCEPT BVR-HIST-START-TIME FROM TIME
009142     END-IF
009143     OPEN EXTEND HIST-FILE
009144     IF NOT BVR-HIST-STATUS = "00" AND
009145         NOT BVR-HIST-STATUS = "05"
009146         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
009147             BVR-ERROR-MESSAGE
009148         PERFORM 9000-DISPLAY-ERROR THRU
009149             9000-DISPLAY-ERROR-EXIT
009150         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
009151     END-IF
009152     MOVE SPACES TO RHS-RECORD
009153     MOVE "BALVAR    " TO RHS-STEP
009154     MOVE "P" TO RHS-KIND
009155     MOVE BVR-HIST-EVENT TO RHS-EVENT
009156     MOVE BVR-HIST-START-DATE TO RHS-START-DATE
009157     MOVE BVR-HIST-START-TIME TO RHS-START-TIME
009158     MOVE 0 TO RHS-END-DATE
009159     MOVE 0 TO RHS-END-TIME
009160     MOVE 0 TO RHS-COMPLETION-CODE
009161     MOVE 0 TO RHS-COUNT-VALUE(1)
009162     MOVE 0 TO RHS-COUNT-VALUE(2)
009163     MOVE 0 TO RHS-COUNT-VALUE(3)
009164     MOVE 0 TO RHS-COUNT-VALUE(4)
009165     IF RHS-ENDED
009166         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
009167         ACCEPT RHS-END-TIME FROM TIME
009168         MOVE BVR-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
009169         MOVE "READ    " TO RHS-COUNT-LABEL(1)
009170         MOVE BVR-READ-COUNT TO RHS-COUNT-VALUE(1)
009171         MOVE "ACCOUNTS" TO RHS-COUNT-LABEL(2)
009172         MOVE BVR-ACCOUNT-COUNT TO RHS-COUNT-VALUE(2)
009173         MOVE "MOVERS  " TO RHS-COUNT-LABEL(3)
009174         MOVE BVR-MOVER-COUNT TO RHS-COUNT-VALUE(3)
009175     END-IF
009176     WRITE RHS-RECORD
009177     IF NOT BVR-HIST-STATUS = "00"
009178         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
009179             BVR-ERROR-MESSAGE
009180         PERFORM 9000-DISPLAY-ERROR THRU
009181             9000-DISPLAY-ERROR-EXIT
009182     END-IF
009183     CLOSE HIST-FILE.
009184 7700-WRITE-HISTORY-RECORD-EXIT.
009185     EXIT.

009186*-----------------------------------------------------------------
009187* 8000-TERMINATE
009188*-----------------------------------------------------------------
009189 8000-TERMINATE.
009190     IF BVR-BAL-IS-OPEN
009191         CLOSE BAL-FILE
009200     END-IF
009210     IF BVR-RPT-IS-OPEN
009220         CLOSE REPORT-FILE
009230     END-IF
009240     IF BVR-FINAL-RETURN-CODE = 0 AND NOT BVR-RUN-OK
009250         MOVE BVR-RETURN-ERROR TO BVR-FINAL-RETURN-CODE
009260     END-IF
009270     IF BVR-FINAL-RETURN-CODE = BVR-RETURN-OK
009280         AND BVR-WARNING-RAISED
009290         MOVE BVR-RETURN-WARNING TO BVR-FINAL-RETURN-CODE
009300     END-IF
009302     MOVE "E" TO BVR-HIST-EVENT
009304     PERFORM 7700-WRITE-HISTORY-RECORD THRU
009306         7700-WRITE-HISTORY-RECORD-EXIT
009310     MOVE BVR-FINAL-RETURN-CODE TO RETURN-CODE.
009320 8000-TERMINATE-EXIT.
009330     EXIT.

009340*-----------------------------------------------------------------
009350* 9000-DISPLAY-ERROR
009360*-----------------------------------------------------------------
009370 9000-DISPLAY-ERROR.
009380     DISPLAY "BALVAR: " BVR-ERROR-MESSAGE.
009390 9000-DISPLAY-ERROR-EXIT.
009400     EXIT.
