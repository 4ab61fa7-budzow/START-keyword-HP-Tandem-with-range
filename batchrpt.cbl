000010*-----------------------------------------------------------------
000020* BATCHRPT
000030*-----------------------------------------------------------------
000040*
000050* MORNING BATCH-STATUS REPORT.  READS THE SHARED RUN HISTORY
000060* (RUNHIST, SEE RHSREC) AND LISTS EVERY DRIVER AND PROGRAM STEP
000070* THAT STARTED IN THE NIGHT'S WINDOW - NOON THE DAY BEFORE THE
000080* REPORT DATE TO NOON ON IT - IN THE ORDER THEY STARTED, WITH
000090* START AND END TIMES, ELAPSED TIME, COMPLETION CODE, OUTCOME,
000100* AND THE STEP'S KEY COUNTS:
000110*
000120*     OK       ENDED WITH CODE 0
000130*     WARNING  ENDED WITH CODE 1 TO 7
000140*     FAILED   ENDED WITH CODE 8 OR MORE
000150*     NO END   STARTED AND NEVER WROTE ITS END - ABENDED, STOPPED,
000160*              OR STILL RUNNING
000170*     REFUSED  NOT RUN - A STEP IT DEPENDS ON HAD FAILED
000180*     CLEARED  AN OPERATOR CLEARED A FAILURE BY HAND
000190*
000200* EACH STEP'S ELAPSED TIME IS SET AGAINST THE AVERAGE OF ITS LAST
000210* CLEAN RUNS (CODE UNDER 8) BEFORE THE WINDOW, SO A WINDOW THAT IS
000220* CREEPING SHOWS UP HERE BEFORE IT OVERRUNS.  A STEP MORE THAN THE
000230* CREEP PERCENTAGE OVER ITS AVERAGE, AND A MINUTE OR MORE OVER IT,
000240* IS FLAGGED SLOW.  A STEP WITH NO CLEAN HISTORY HAS NO AVERAGE.
000250*
000260* PARM CARD (BRPPARM, OPTIONAL - BLANK FIELDS TAKE THE DEFAULT):
000270*     COLS 1-8   REPORT DATE, YYYYMMDD (BLANK = TODAY)
000280*     COLS 10-11 RUNS IN THE AVERAGE, 1 TO 31 (BLANK = 10)
000290*     COLS 13-15 CREEP PERCENTAGE (BLANK = 20)
000300*
000310* RETURN CODE 0 A CLEAN NIGHT, 4 A STEP FAILED, HAS NO END, WAS
000320* REFUSED, OR RAN SLOW (OR MORE STEPS THAN THE REPORT HOLDS),
000330* 16 RUN FAILED OR THE CARD WAS REFUSED.
000340*
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* ---------- ---- --------------------------------------------
000380* 2026-10-15 RLH  ORIGINAL PROGRAM - THE NIGHT'S STEPS FROM THE
000390*                 SHARED RUN HISTORY, WITH ELAPSED TIMES AGAINST
000400*                 THEIR ROLLING AVERAGES.

000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.                  batchrpt.
000430     AUTHOR.                      R L HUTCHINS.
000440     INSTALLATION.                DATA FILE SERVICES.
000450     DATE-WRITTEN.                2026-10-15.
000460     DATE-COMPILED.                2026-10-15.

000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000500 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000540*    LAYOUT), READ ONCE FROM THE START.
000550     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BRP-HIST-STATUS.
000580*    PARM-FILE - THE REPORT DATE, AVERAGE, AND CREEP LIMIT.
000590     SELECT PARM-FILE ASSIGN TO "BRPPARM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS BRP-PARM-STATUS.
000620*    REPORT-FILE - THE BATCH-STATUS REPORT.
000630     SELECT REPORT-FILE ASSIGN TO "BATCHRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS BRP-RPT-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  HIST-FILE.
000690     COPY RHSREC.

000700 FD  PARM-FILE.
000710 01  PARM-RECORD.
000720         05  PARM-REPORT-DATE-X        PIC X(08).
000730         05  PARM-REPORT-DATE REDEFINES PARM-REPORT-DATE-X
000740                                       PIC 9(08).
000750         05  FILLER                    PIC X(01).
000760         05  PARM-RUNS-X               PIC X(02).
000770         05  PARM-RUNS REDEFINES PARM-RUNS-X
000780                                       PIC 9(02).
000790         05  FILLER                    PIC X(01).
000800         05  PARM-CREEP-X              PIC X(03).
000810         05  PARM-CREEP REDEFINES PARM-CREEP-X
000820                                       PIC 9(03).
000830         05  FILLER                    PIC X(65).

000840 FD  REPORT-FILE.
000850 01  REPORT-RECORD               PIC X(80).

000860 WORKING-STORAGE SECTION.
000870*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000880 77  BRP-MAX-LINES               PIC 9(03) VALUE 300.
000890 77  BRP-MAX-STEPS               PIC 9(03) VALUE 100.
000900 77  BRP-MAX-RUNS                PIC 9(02) VALUE 31.
000910 77  BRP-DEFAULT-RUNS            PIC 9(02) VALUE 10.
000920 77  BRP-DEFAULT-CREEP           PIC 9(03) VALUE 020.
000930 77  BRP-SLOW-SECONDS            PIC 9(03) VALUE 060.
000940 77  BRP-FAILED-CODE             PIC 9(03) VALUE 008.
000950 77  BRP-WINDOW-TIME             PIC 9(08) VALUE 12000000.
000960 77  BRP-RETURN-OK               PIC 9(02) VALUE 00.
000970 77  BRP-RETURN-WARNING          PIC 9(02) VALUE 04.
000980 77  BRP-RETURN-ERROR            PIC 9(02) VALUE 16.
000981 77  BRP-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
000982     88  BRP-DATE-VALID                VALUE "Y".
000983 77  BRP-MONTH-LIMIT             PIC 9(02) VALUE 0.
000984 77  BRP-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
000985 77  BRP-LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.

000990 01  BRP-SWITCHES.
001000     05  BRP-EOF-SWITCH              PIC X(01) VALUE "N".
001010         88  BRP-EOF                       VALUE "Y".
001020     05  BRP-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001030         88  BRP-RUN-OK                    VALUE "Y".
001040     05  BRP-HIST-OPEN-SWITCH        PIC X(01) VALUE "N".
001050         88  BRP-HIST-IS-OPEN              VALUE "Y".
001060     05  BRP-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001070         88  BRP-RPT-IS-OPEN               VALUE "Y".
001080     05  BRP-FOUND-SWITCH            PIC X(01) VALUE "N".
001090         88  BRP-ENTRY-FOUND               VALUE "Y".
001100     05  BRP-LINE-FULL-SWITCH        PIC X(01) VALUE "N".
001110         88  BRP-LINE-TABLE-FULL           VALUE "Y".
001120     05  BRP-STEP-FULL-SWITCH        PIC X(01) VALUE "N".
001130         88  BRP-STEP-TABLE-FULL           VALUE "Y".
001140     05  BRP-WARNING-SWITCH          PIC X(01) VALUE "N".
001150         88  BRP-WARNING-RAISED            VALUE "Y".

001160*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001170 01  BRP-FILE-STATUSES.
001180     05  BRP-HIST-STATUS             PIC X(02).
001190     05  BRP-PARM-STATUS             PIC X(02).
001200     05  BRP-RPT-STATUS              PIC X(02).

001210 01  BRP-RUN-DATE                PIC 9(08).
001220 01  BRP-RUN-TIME                PIC 9(08).

001230*    THE WINDOW AND THE AVERAGING RULES FROM THE CARD.
001240 01  BRP-REPORT-DATE             PIC 9(08) VALUE 0.
001250 01  BRP-PRIOR-DATE              PIC 9(08) VALUE 0.
001260 01  BRP-RUNS                    PIC 9(02) VALUE 0.
001270 01  BRP-CREEP                   PIC 9(03) VALUE 0.
001280 01  BRP-WINDOW-FROM             PIC 9(16) VALUE 0.
001290 01  BRP-WINDOW-TO               PIC 9(16) VALUE 0.

001291*    THE CARD'S REPORT DATE SPLIT FOR SCREENING BY 9100.
001292 01  BRP-DATE-WORK.
001293     05  BRP-DATE-WORK-YEAR          PIC 9(04).
001294     05  BRP-DATE-WORK-MONTH         PIC 9(02).
001295     05  BRP-DATE-WORK-DAY           PIC 9(02).
001296 01  BRP-DATE-WORK-X REDEFINES BRP-DATE-WORK
001297                                 PIC X(08).

001300*    THE RECORD IN HAND - WHEN IT STARTED, AND HOW LONG IT RAN.
001310 01  BRP-RECORD-WORK.
001320     05  BRP-REC-STAMP               PIC 9(16).
001330     05  BRP-REC-ELAPSED             PIC 9(07) COMP.
001340     05  BRP-REC-CODE                PIC 9(03).
001350 01  BRP-TIME-WORK               PIC 9(08).
001360 01  BRP-TIME-X REDEFINES BRP-TIME-WORK.
001370     05  BRP-TIME-HH                 PIC 9(02).
001380     05  BRP-TIME-MM                 PIC 9(02).
001390     05  BRP-TIME-SS                 PIC 9(02).
001400     05  BRP-TIME-CC                 PIC 9(02).
001410 01  BRP-START-SECONDS           PIC S9(09) COMP.
001420 01  BRP-END-SECONDS             PIC S9(09) COMP.
001430 01  BRP-DAY-COUNT               PIC S9(09) COMP.
001440 01  BRP-SECONDS-WORK            PIC S9(09) COMP.

001450 01  BRP-LOOKUP-STEP             PIC X(10).
001460 01  BRP-SUB                     PIC S9(04) COMP VALUE 0.
001470 01  BRP-RUN-SUB                 PIC S9(04) COMP VALUE 0.
001480 01  BRP-AVERAGE                 PIC 9(07) COMP.
001490 01  BRP-CHANGE-PCT              PIC S9(05) COMP.
001500 01  BRP-OVER-SECONDS            PIC S9(09) COMP.

001510*    THE NIGHT'S COUNTS FOR THE SUMMARY.
001520 01  BRP-RECORD-COUNTERS.
001530     05  BRP-READ-COUNT              PIC 9(09) COMP VALUE 0.
001540     05  BRP-OK-COUNT                PIC 9(05) COMP VALUE 0.
001550     05  BRP-WARN-COUNT              PIC 9(05) COMP VALUE 0.
001560     05  BRP-FAIL-COUNT              PIC 9(05) COMP VALUE 0.
001570     05  BRP-NOEND-COUNT             PIC 9(05) COMP VALUE 0.
001580     05  BRP-REFUSED-COUNT           PIC 9(05) COMP VALUE 0.
001590     05  BRP-CLEARED-COUNT           PIC 9(05) COMP VALUE 0.
001600     05  BRP-SLOW-COUNT              PIC 9(05) COMP VALUE 0.

001610*    ONE ENTRY PER STEP OR DRIVER RUN STARTED IN THE WINDOW, IN
001620*    THE ORDER THEY STARTED.  AN END FILLS IN ITS START'S ENTRY.
001630 01  BRP-LINE-TABLE.
001640     05  BRP-LT-COUNT                PIC 9(03) COMP VALUE 0.
001650     05  BRP-LT-ENTRY OCCURS 300 TIMES
001660             INDEXED BY BRP-LX.
001670         10  BRP-LT-STEP             PIC X(10).
001680         10  BRP-LT-KIND             PIC X(01).
001690         10  BRP-LT-EVENT            PIC X(01).
001700         10  BRP-LT-START-DATE       PIC 9(08).
001710         10  BRP-LT-START-TIME       PIC 9(08).
001720         10  BRP-LT-END-TIME         PIC 9(08).
001730         10  BRP-LT-ELAPSED          PIC 9(07) COMP.
001740         10  BRP-LT-CODE             PIC 9(03).
001750         10  BRP-LT-USER             PIC X(20).
001760         10  BRP-LT-REASON           PIC X(10).
001770         10  BRP-LT-COUNT-ENTRY OCCURS 4 TIMES.
001780             15  BRP-LT-COUNT-LABEL  PIC X(08).
001790             15  BRP-LT-COUNT-VALUE  PIC 9(09).

001800*    ONE ENTRY PER STEP SEEN BEFORE THE WINDOW - ITS LAST CLEAN
001810*    ELAPSED TIMES, HELD AS A RING SO THE OLDEST IS REPLACED.
001820 01  BRP-STEP-TABLE.
001830     05  BRP-ST-COUNT                PIC 9(03) COMP VALUE 0.
001840     05  BRP-ST-ENTRY OCCURS 100 TIMES
001850             INDEXED BY BRP-SX.
001860         10  BRP-ST-STEP             PIC X(10).
001870         10  BRP-ST-HELD             PIC 9(02) COMP.
001880         10  BRP-ST-NEXT             PIC 9(02) COMP.
001890         10  BRP-ST-ELAPSED          PIC 9(07) COMP
001900                                     OCCURS 31 TIMES.

001910 01  BRP-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001920 01  BRP-ERROR-MESSAGE           PIC X(80).

001930*    REPORT LINE LAYOUTS.
001940 01  BRP-BANNER-LINE.
001950     05  FILLER                      PIC X(30) VALUE
001960         "BATCH WINDOW STATUS REPORT    ".
001970     05  FILLER                      PIC X(06) VALUE "DATE: ".
001980     05  BRP-BAN-DATE                PIC 9(08).
001990     05  FILLER                      PIC X(07) VALUE "  TIME:".
002000     05  BRP-BAN-TIME                PIC 9(08).
002010     05  FILLER                      PIC X(21) VALUE SPACE.

002020 01  BRP-WINDOW-LINE.
002030     05  FILLER                      PIC X(08) VALUE "WINDOW: ".
002040     05  BRP-WL-FROM                 PIC 9(08).
002050     05  FILLER                      PIC X(10) VALUE " 12:00 TO ".
002060     05  BRP-WL-TO                   PIC 9(08).
002070     05  FILLER                      PIC X(06) VALUE " 12:00".
002080     05  FILLER                      PIC X(13) VALUE
002090         "  AVERAGE OF ".
002100     05  BRP-WL-RUNS                 PIC Z9.
002110     05  FILLER                      PIC X(17) VALUE
002120         " RUNS, SLOW OVER ".
002130     05  BRP-WL-CREEP                PIC ZZ9.
002140     05  FILLER                      PIC X(01) VALUE "%".
002150     05  FILLER                      PIC X(04) VALUE SPACE.

002160 01  BRP-HEADING-LINE.
002170     05  FILLER                      PIC X(40) VALUE
002180         "STEP       K START    END       ELAPSED ".
002190     05  FILLER                      PIC X(40) VALUE
002200         " CC OUTCOME    AVERAGE CHANGE           ".

002210 01  BRP-RULE-LINE.
002220     05  FILLER                      PIC X(40) VALUE ALL "-".
002230     05  FILLER                      PIC X(40) VALUE ALL "-".

002240 01  BRP-BLANK-LINE              PIC X(80) VALUE SPACE.

002250 01  BRP-STEP-LINE.
002260     05  BRP-SL-STEP                 PIC X(10).
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  BRP-SL-KIND                 PIC X(01).
002290     05  FILLER                      PIC X(01) VALUE SPACE.
002300     05  BRP-SL-START                PIC X(08).
002310     05  FILLER                      PIC X(01) VALUE SPACE.
002320     05  BRP-SL-END                  PIC X(08).
002330     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  BRP-SL-ELAPSED              PIC X(09).
002350     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  BRP-SL-CODE                 PIC X(03).
002370     05  FILLER                      PIC X(01) VALUE SPACE.
002380     05  BRP-SL-OUTCOME              PIC X(08).
002390     05  FILLER                      PIC X(01) VALUE SPACE.
002400     05  BRP-SL-AVERAGE              PIC X(09).
002410     05  FILLER                      PIC X(01) VALUE SPACE.
002420     05  BRP-SL-CHANGE               PIC X(06).
002430     05  FILLER                      PIC X(01) VALUE SPACE.
002440     05  BRP-SL-FLAG                 PIC X(04).
002450     05  FILLER                      PIC X(05) VALUE SPACE.

002460 01  BRP-COUNT-LINE.
002470     05  FILLER                      PIC X(04) VALUE SPACE.
002480     05  BRP-CL-ENTRY OCCURS 4 TIMES.
002490         10  BRP-CL-LABEL            PIC X(08).
002500         10  FILLER                  PIC X(01).
002510         10  BRP-CL-VALUE            PIC Z(08)9.
002520         10  FILLER                  PIC X(01).

002530 01  BRP-NOTE-LINE.
002540     05  FILLER                      PIC X(04) VALUE SPACE.
002550     05  BRP-NL-TEXT                 PIC X(76).

002560*    EDITING FIELDS FOR THE STEP LINE.
002570 01  BRP-CLOCK-EDIT.
002580     05  BRP-CE-HH                   PIC 9(02).
002590     05  FILLER                      PIC X(01) VALUE ":".
002600     05  BRP-CE-MM                   PIC 9(02).
002610     05  FILLER                      PIC X(01) VALUE ":".
002620     05  BRP-CE-SS                   PIC 9(02).
002630 01  BRP-DURATION-EDIT.
002640     05  BRP-DE-HH                   PIC ZZ9.
002650     05  FILLER                      PIC X(01) VALUE ":".
002660     05  BRP-DE-MM                   PIC 9(02).
002670     05  FILLER                      PIC X(01) VALUE ":".
002680     05  BRP-DE-SS                   PIC 9(02).
002690 01  BRP-DURATION-HOURS          PIC 9(03).
002700 01  BRP-DURATION-REST           PIC 9(05).
002710 01  BRP-CODE-EDIT               PIC ZZ9.
002720 01  BRP-CHANGE-EDIT.
002730     05  BRP-CHE-PCT                 PIC -ZZZ9.
002740     05  FILLER                      PIC X(01) VALUE "%".

002750 01  BRP-SUMMARY-LINE.
002760     05  FILLER                      PIC X(04) VALUE SPACE.
002770     05  BRP-SUM-LABEL               PIC X(30).
002780     05  BRP-SUM-VALUE               PIC ZZ,ZZZ,ZZ9.
002790     05  FILLER                      PIC X(36) VALUE SPACE.

002800 PROCEDURE DIVISION.

002810*-----------------------------------------------------------------
002820* 0000-MAINLINE
002830*-----------------------------------------------------------------
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002860     IF BRP-RUN-OK
002870         PERFORM 5000-READ-HISTORY THRU 5000-READ-HISTORY-EXIT
002880     END-IF
002890     IF BRP-RUN-OK
002900         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
002910     END-IF
002920     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002930     STOP RUN.

002940*-----------------------------------------------------------------
002950* 1000-INITIALIZE
002960*-----------------------------------------------------------------
002970* OPEN THE REPORT, TAKE THE CARD, AND SET THE WINDOW: NOON THE DAY
002980* BEFORE THE REPORT DATE TO NOON ON IT, AS DATE AND TIME RUN
002990* TOGETHER SO ONE COMPARE PLACES A RECORD.
003000 1000-INITIALIZE.
003010     ACCEPT BRP-RUN-DATE FROM DATE YYYYMMDD
003020     ACCEPT BRP-RUN-TIME FROM TIME
003030     OPEN OUTPUT REPORT-FILE
003040     IF NOT BRP-RPT-STATUS = "00"
003050         MOVE "UNABLE TO OPEN BATCH-STATUS REPORT" TO
003060             BRP-ERROR-MESSAGE
003070         PERFORM 9000-DISPLAY-ERROR THRU
003080             9000-DISPLAY-ERROR-EXIT
003090         MOVE "N" TO BRP-RUN-OK-SWITCH
003100         GO TO 1000-INITIALIZE-EXIT
003110     END-IF
003120     MOVE "Y" TO BRP-RPT-OPEN-SWITCH
003130     MOVE BRP-RUN-DATE TO BRP-BAN-DATE
003140     MOVE BRP-RUN-TIME TO BRP-BAN-TIME
003150     MOVE BRP-BANNER-LINE TO REPORT-RECORD
003160     PERFORM 7000-WRITE-REPORT-LINE THRU
003170         7000-WRITE-REPORT-LINE-EXIT
003180     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
003190     IF NOT BRP-RUN-OK
003200         GO TO 1000-INITIALIZE-EXIT
003210     END-IF
003220     COMPUTE BRP-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
003230         (FUNCTION INTEGER-OF-DATE(BRP-REPORT-DATE) - 1)
003240     COMPUTE BRP-WINDOW-FROM =
003250         BRP-PRIOR-DATE * 100000000 + BRP-WINDOW-TIME
003260     COMPUTE BRP-WINDOW-TO =
003270         BRP-REPORT-DATE * 100000000 + BRP-WINDOW-TIME
003280     MOVE BRP-PRIOR-DATE TO BRP-WL-FROM
003290     MOVE BRP-REPORT-DATE TO BRP-WL-TO
003300     MOVE BRP-RUNS TO BRP-WL-RUNS
003310     MOVE BRP-CREEP TO BRP-WL-CREEP
003320     MOVE BRP-WINDOW-LINE TO REPORT-RECORD
003330     PERFORM 7000-WRITE-REPORT-LINE THRU
003340         7000-WRITE-REPORT-LINE-EXIT
003350     OPEN INPUT HIST-FILE
003360     IF BRP-HIST-STATUS = "35"
003370         MOVE "RUNHIST NOT FOUND - NO STEPS TO REPORT" TO
003380             BRP-ERROR-MESSAGE
003390         PERFORM 9000-DISPLAY-ERROR THRU
003400             9000-DISPLAY-ERROR-EXIT
003410         MOVE "Y" TO BRP-WARNING-SWITCH
003420         MOVE "Y" TO BRP-EOF-SWITCH
003430         GO TO 1000-INITIALIZE-EXIT
003440     END-IF
003450     IF NOT BRP-HIST-STATUS = "00"
003460         MOVE "UNABLE TO OPEN RUN HISTORY RUNHIST" TO
003470             BRP-ERROR-MESSAGE
003480         PERFORM 9000-DISPLAY-ERROR THRU
003490             9000-DISPLAY-ERROR-EXIT
003500         MOVE "N" TO BRP-RUN-OK-SWITCH
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF
003530     MOVE "Y" TO BRP-HIST-OPEN-SWITCH.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.

003560*-----------------------------------------------------------------
003570* 1100-READ-PARM
003580*-----------------------------------------------------------------
003590* NO CARD, OR A BLANK FIELD, TAKES THE DEFAULT.
003600 1100-READ-PARM.
003610     MOVE SPACES TO PARM-RECORD
003620     OPEN INPUT PARM-FILE
003630     IF BRP-PARM-STATUS = "00"
003640         READ PARM-FILE
003650             AT END
003660                 MOVE SPACES TO PARM-RECORD
003670         END-READ
003680         CLOSE PARM-FILE
003690     END-IF
003700     MOVE BRP-RUN-DATE TO BRP-REPORT-DATE
003710     MOVE BRP-DEFAULT-RUNS TO BRP-RUNS
003720     MOVE BRP-DEFAULT-CREEP TO BRP-CREEP
003730     IF NOT PARM-REPORT-DATE-X = SPACES
003740         MOVE PARM-REPORT-DATE-X TO BRP-DATE-WORK-X
003745         PERFORM 9100-CHECK-CALENDAR-DATE THRU
003750             9100-CHECK-CALENDAR-DATE-EXIT
003755         IF BRP-DATE-VALID
003760             MOVE PARM-REPORT-DATE TO BRP-REPORT-DATE
003770         ELSE
003780             MOVE "BRPPARM REPORT DATE IS NOT A VALID YYYYMMDD" TO
003790                 BRP-ERROR-MESSAGE
003800             PERFORM 9000-DISPLAY-ERROR THRU
003810                 9000-DISPLAY-ERROR-EXIT
003820             MOVE "N" TO BRP-RUN-OK-SWITCH
003830             GO TO 1100-READ-PARM-EXIT
003840         END-IF
003850     END-IF
003860     IF NOT PARM-RUNS-X = SPACES
003870         IF PARM-RUNS-X IS NUMERIC AND PARM-RUNS > 0
003880             AND NOT PARM-RUNS > BRP-MAX-RUNS
003890             MOVE PARM-RUNS TO BRP-RUNS
003900         ELSE
003910             MOVE "BRPPARM RUNS IN THE AVERAGE ARE NOT 1 TO 31" TO
003920                 BRP-ERROR-MESSAGE
003930             PERFORM 9000-DISPLAY-ERROR THRU
003940                 9000-DISPLAY-ERROR-EXIT
003950             MOVE "N" TO BRP-RUN-OK-SWITCH
003960             GO TO 1100-READ-PARM-EXIT
003970         END-IF
003980     END-IF
003990     IF NOT PARM-CREEP-X = SPACES
004000         IF PARM-CREEP-X IS NUMERIC
004010             MOVE PARM-CREEP TO BRP-CREEP
004020         ELSE
004030             MOVE "BRPPARM CREEP PERCENTAGE IS NOT NUMERIC" TO
004040                 BRP-ERROR-MESSAGE
004050             PERFORM 9000-DISPLAY-ERROR THRU
004060                 9000-DISPLAY-ERROR-EXIT
004070             MOVE "N" TO BRP-RUN-OK-SWITCH
004080         END-IF
004090     END-IF.
004100 1100-READ-PARM-EXIT.
004110     EXIT.

004120*-----------------------------------------------------------------
004130* 5000-READ-HISTORY
004140*-----------------------------------------------------------------
004150* ONE PASS.  THE FILE IS IN THE ORDER IT WAS WRITTEN, SO WHAT
004160* COMES BEFORE THE WINDOW FEEDS THE AVERAGES AND WHAT STARTED IN
004170* IT BECOMES THE REPORT.  ANYTHING STARTED AFTER THE WINDOW (A
004180* REPORT DATE IN THE PAST) IS PASSED OVER.
004190 5000-READ-HISTORY.
004200     IF BRP-EOF
004210         GO TO 5000-READ-HISTORY-EXIT
004220     END-IF
004230     PERFORM 5100-READ-RECORD THRU 5100-READ-RECORD-EXIT
004240     PERFORM 5200-PLACE-RECORD THRU 5200-PLACE-RECORD-EXIT
004250         UNTIL BRP-EOF.
004260 5000-READ-HISTORY-EXIT.
004270     EXIT.

004280*-----------------------------------------------------------------
004290* 5100-READ-RECORD
004300*-----------------------------------------------------------------
004310 5100-READ-RECORD.
004320     READ HIST-FILE
004330         AT END
004340             MOVE "Y" TO BRP-EOF-SWITCH
004350             GO TO 5100-READ-RECORD-EXIT
004360     END-READ
004370     IF NOT BRP-HIST-STATUS = "00"
004380         MOVE "ERROR READING RUN HISTORY RUNHIST" TO
004390             BRP-ERROR-MESSAGE
004400         PERFORM 9000-DISPLAY-ERROR THRU
004410             9000-DISPLAY-ERROR-EXIT
004420         MOVE "N" TO BRP-RUN-OK-SWITCH
004430         MOVE "Y" TO BRP-EOF-SWITCH
004440         GO TO 5100-READ-RECORD-EXIT
004450     END-IF
004460     ADD 1 TO BRP-READ-COUNT.
004470 5100-READ-RECORD-EXIT.
004480     EXIT.

004490*-----------------------------------------------------------------
004500* 5200-PLACE-RECORD
004510*-----------------------------------------------------------------
004520* A RECORD WITH A DAMAGED DATE, TIME, OR CODE IS PASSED OVER, AS
004530* IS AN END WITH NO START TIME.
004540 5200-PLACE-RECORD.
004550     IF RHS-START-DATE IS NOT NUMERIC
004560         OR RHS-START-TIME IS NOT NUMERIC
004570         OR RHS-START-DATE = 0
004580         GO TO 5200-PLACE-NEXT
004590     END-IF
004600     IF RHS-COMPLETION-CODE IS NUMERIC
004610         MOVE RHS-COMPLETION-CODE TO BRP-REC-CODE
004620     ELSE
004630         MOVE BRP-FAILED-CODE TO BRP-REC-CODE
004640     END-IF
004650     MOVE 0 TO BRP-REC-ELAPSED
004660     IF RHS-ENDED
004670         IF RHS-END-DATE IS NOT NUMERIC
004680             OR RHS-END-TIME IS NOT NUMERIC
004690             OR RHS-END-DATE < RHS-START-DATE
004700             GO TO 5200-PLACE-NEXT
004710         END-IF
004720         PERFORM 5300-FIGURE-ELAPSED THRU 5300-FIGURE-ELAPSED-EXIT
004730     END-IF
004740     COMPUTE BRP-REC-STAMP =
004750         RHS-START-DATE * 100000000 + RHS-START-TIME
004760     IF BRP-REC-STAMP < BRP-WINDOW-FROM
004770         IF RHS-ENDED AND BRP-REC-CODE < BRP-FAILED-CODE
004780             PERFORM 5400-ADD-TO-AVERAGE THRU
004790                 5400-ADD-TO-AVERAGE-EXIT
004800         END-IF
004810         GO TO 5200-PLACE-NEXT
004820     END-IF
004830     IF BRP-REC-STAMP NOT < BRP-WINDOW-TO
004840         GO TO 5200-PLACE-NEXT
004850     END-IF
004860     IF RHS-ENDED
004870         PERFORM 5600-FIND-START THRU 5600-FIND-START-EXIT
004880         IF BRP-ENTRY-FOUND
004890             PERFORM 5700-FILL-LINE THRU 5700-FILL-LINE-EXIT
004900             GO TO 5200-PLACE-NEXT
004910         END-IF
004920     END-IF
004930     PERFORM 5500-ADD-LINE THRU 5500-ADD-LINE-EXIT
004940     IF BRP-ENTRY-FOUND
004950         PERFORM 5700-FILL-LINE THRU 5700-FILL-LINE-EXIT
004960     END-IF.
004970 5200-PLACE-NEXT.
004980     PERFORM 5100-READ-RECORD THRU 5100-READ-RECORD-EXIT.
004990 5200-PLACE-RECORD-EXIT.
005000     EXIT.

005010*-----------------------------------------------------------------
005020* 5300-FIGURE-ELAPSED
005030*-----------------------------------------------------------------
005040* SECONDS FROM START TO END, ACROSS MIDNIGHT IF NEED BE.
005050 5300-FIGURE-ELAPSED.
005060     MOVE RHS-START-TIME TO BRP-TIME-WORK
005070     COMPUTE BRP-START-SECONDS = BRP-TIME-HH * 3600
005080         + BRP-TIME-MM * 60 + BRP-TIME-SS
005090     MOVE RHS-END-TIME TO BRP-TIME-WORK
005100     COMPUTE BRP-END-SECONDS = BRP-TIME-HH * 3600
005110         + BRP-TIME-MM * 60 + BRP-TIME-SS
005120     COMPUTE BRP-DAY-COUNT =
005130         FUNCTION INTEGER-OF-DATE(RHS-END-DATE)
005140         - FUNCTION INTEGER-OF-DATE(RHS-START-DATE)
005150     COMPUTE BRP-SECONDS-WORK = BRP-DAY-COUNT * 86400
005160         + BRP-END-SECONDS - BRP-START-SECONDS
005170     IF BRP-SECONDS-WORK > 0
005180         MOVE BRP-SECONDS-WORK TO BRP-REC-ELAPSED
005190     END-IF.
005200 5300-FIGURE-ELAPSED-EXIT.
005210     EXIT.

005220*-----------------------------------------------------------------
005230* 5400-ADD-TO-AVERAGE
005240*-----------------------------------------------------------------
005250* THE CLEAN RUN GOES INTO ITS STEP'S RING OVER THE OLDEST TIME
005260* ONCE THE RING HOLDS AS MANY RUNS AS THE CARD ASKS FOR.
005270 5400-ADD-TO-AVERAGE.
005280     MOVE RHS-STEP TO BRP-LOOKUP-STEP
005290     PERFORM 5450-FIND-STEP THRU 5450-FIND-STEP-EXIT
005300     IF NOT BRP-ENTRY-FOUND
005310         IF BRP-ST-COUNT >= BRP-MAX-STEPS
005320             MOVE "Y" TO BRP-STEP-FULL-SWITCH
005330             GO TO 5400-ADD-TO-AVERAGE-EXIT
005340         END-IF
005350         ADD 1 TO BRP-ST-COUNT
005360         SET BRP-SX TO BRP-ST-COUNT
005370         MOVE RHS-STEP TO BRP-ST-STEP(BRP-SX)
005380         MOVE 0 TO BRP-ST-HELD(BRP-SX)
005390         MOVE 1 TO BRP-ST-NEXT(BRP-SX)
005400     END-IF
005410     MOVE BRP-ST-NEXT(BRP-SX) TO BRP-RUN-SUB
005420     MOVE BRP-REC-ELAPSED TO BRP-ST-ELAPSED(BRP-SX BRP-RUN-SUB)
005430     IF BRP-ST-HELD(BRP-SX) < BRP-RUNS
005440         ADD 1 TO BRP-ST-HELD(BRP-SX)
005450     END-IF
005460     ADD 1 TO BRP-ST-NEXT(BRP-SX)
005470     IF BRP-ST-NEXT(BRP-SX) > BRP-RUNS
005480         MOVE 1 TO BRP-ST-NEXT(BRP-SX)
005490     END-IF.
005500 5400-ADD-TO-AVERAGE-EXIT.
005510     EXIT.

005520*-----------------------------------------------------------------
005530* 5450-FIND-STEP
005540*-----------------------------------------------------------------
005550 5450-FIND-STEP.
005560     MOVE "N" TO BRP-FOUND-SWITCH
005570     SET BRP-SX TO 1
005580     SEARCH BRP-ST-ENTRY
005590         AT END
005600             CONTINUE
005610         WHEN BRP-SX > BRP-ST-COUNT
005620             CONTINUE
005630         WHEN BRP-ST-STEP(BRP-SX) = BRP-LOOKUP-STEP
005640             MOVE "Y" TO BRP-FOUND-SWITCH
005650     END-SEARCH.
005660 5450-FIND-STEP-EXIT.
005670     EXIT.

005680*-----------------------------------------------------------------
005690* 5500-ADD-LINE
005700*-----------------------------------------------------------------
005710* A NEW REPORT LINE FOR THE RECORD IN HAND.  AN END WHOSE START
005720* WAS NOT SEEN GETS A LINE OF ITS OWN.
005730 5500-ADD-LINE.
005740     MOVE "N" TO BRP-FOUND-SWITCH
005750     IF BRP-LT-COUNT >= BRP-MAX-LINES
005760         MOVE "Y" TO BRP-LINE-FULL-SWITCH
005770         GO TO 5500-ADD-LINE-EXIT
005780     END-IF
005790     ADD 1 TO BRP-LT-COUNT
005800     SET BRP-LX TO BRP-LT-COUNT
005810     MOVE "Y" TO BRP-FOUND-SWITCH
005820     MOVE RHS-STEP TO BRP-LT-STEP(BRP-LX)
005830     MOVE RHS-KIND TO BRP-LT-KIND(BRP-LX)
005840     MOVE RHS-START-DATE TO BRP-LT-START-DATE(BRP-LX)
005850     MOVE RHS-START-TIME TO BRP-LT-START-TIME(BRP-LX).
005860 5500-ADD-LINE-EXIT.
005870     EXIT.

005880*-----------------------------------------------------------------
005890* 5600-FIND-START
005900*-----------------------------------------------------------------
005910* THE OPEN START THIS END BELONGS TO - SAME STEP, SAME START.
005920 5600-FIND-START.
005930     MOVE "N" TO BRP-FOUND-SWITCH
005940     SET BRP-LX TO 1
005950     SEARCH BRP-LT-ENTRY
005960         AT END
005970             CONTINUE
005980         WHEN BRP-LX > BRP-LT-COUNT
005990             CONTINUE
006000         WHEN BRP-LT-STEP(BRP-LX) = RHS-STEP
006010             AND BRP-LT-EVENT(BRP-LX) = "S"
006020             AND BRP-LT-START-DATE(BRP-LX) = RHS-START-DATE
006030             AND BRP-LT-START-TIME(BRP-LX) = RHS-START-TIME
006040             MOVE "Y" TO BRP-FOUND-SWITCH
006050     END-SEARCH.
006060 5600-FIND-START-EXIT.
006070     EXIT.

006080*-----------------------------------------------------------------
006090* 5700-FILL-LINE
006100*-----------------------------------------------------------------
006110 5700-FILL-LINE.
006120     MOVE RHS-EVENT TO BRP-LT-EVENT(BRP-LX)
006130     MOVE BRP-REC-ELAPSED TO BRP-LT-ELAPSED(BRP-LX)
006140     MOVE BRP-REC-CODE TO BRP-LT-CODE(BRP-LX)
006150     MOVE RHS-USER TO BRP-LT-USER(BRP-LX)
006160     MOVE RHS-REASON-STEP TO BRP-LT-REASON(BRP-LX)
006170     IF RHS-ENDED
006180         MOVE RHS-END-TIME TO BRP-LT-END-TIME(BRP-LX)
006190     ELSE
006200         MOVE 0 TO BRP-LT-END-TIME(BRP-LX)
006210     END-IF
006220     PERFORM 5750-FILL-COUNT THRU 5750-FILL-COUNT-EXIT
006230         VARYING BRP-SUB FROM 1 BY 1
006240         UNTIL BRP-SUB > 4.
006250 5700-FILL-LINE-EXIT.
006260     EXIT.

006270*-----------------------------------------------------------------
006280* 5750-FILL-COUNT
006290*-----------------------------------------------------------------
006300 5750-FILL-COUNT.
006310     MOVE RHS-COUNT-LABEL(BRP-SUB) TO
006320         BRP-LT-COUNT-LABEL(BRP-LX BRP-SUB)
006330     IF RHS-COUNT-VALUE(BRP-SUB) IS NUMERIC
006340         MOVE RHS-COUNT-VALUE(BRP-SUB) TO
006350             BRP-LT-COUNT-VALUE(BRP-LX BRP-SUB)
006360     ELSE
006370         MOVE 0 TO BRP-LT-COUNT-VALUE(BRP-LX BRP-SUB)
006380     END-IF.
006390 5750-FILL-COUNT-EXIT.
006400     EXIT.

006410*-----------------------------------------------------------------
006420* 6000-WRITE-REPORT
006430*-----------------------------------------------------------------
006440 6000-WRITE-REPORT.
006450     MOVE BRP-BLANK-LINE TO REPORT-RECORD
006460     PERFORM 7000-WRITE-REPORT-LINE THRU
006470         7000-WRITE-REPORT-LINE-EXIT
006480     MOVE BRP-HEADING-LINE TO REPORT-RECORD
006490     PERFORM 7000-WRITE-REPORT-LINE THRU
006500         7000-WRITE-REPORT-LINE-EXIT
006510     MOVE BRP-RULE-LINE TO REPORT-RECORD
006520     PERFORM 7000-WRITE-REPORT-LINE THRU
006530         7000-WRITE-REPORT-LINE-EXIT
006540     IF BRP-LT-COUNT = 0
006550         MOVE SPACES TO BRP-NOTE-LINE
006560         MOVE "NO STEPS STARTED IN THE WINDOW" TO BRP-NL-TEXT
006570         MOVE BRP-NOTE-LINE TO REPORT-RECORD
006580         PERFORM 7000-WRITE-REPORT-LINE THRU
006590             7000-WRITE-REPORT-LINE-EXIT
006600     END-IF
006610     PERFORM 6100-WRITE-STEP THRU 6100-WRITE-STEP-EXIT
006620         VARYING BRP-LX FROM 1 BY 1
006630         UNTIL BRP-LX > BRP-LT-COUNT
006640     PERFORM 6500-WRITE-SUMMARY THRU 6500-WRITE-SUMMARY-EXIT.
006650 6000-WRITE-REPORT-EXIT.
006660     EXIT.

006670*-----------------------------------------------------------------
006680* 6100-WRITE-STEP
006690*-----------------------------------------------------------------
006700* THE STEP LINE, THEN ITS COUNTS - OR, FOR A REFUSAL OR A CLEAR,
006710* WHAT REFUSED IT OR WHO CLEARED IT.
006720 6100-WRITE-STEP.
006730     MOVE SPACES TO BRP-STEP-LINE
006740     MOVE BRP-LT-STEP(BRP-LX) TO BRP-SL-STEP
006750     MOVE BRP-LT-KIND(BRP-LX) TO BRP-SL-KIND
006760     MOVE BRP-LT-START-TIME(BRP-LX) TO BRP-TIME-WORK
006770     PERFORM 6300-EDIT-CLOCK THRU 6300-EDIT-CLOCK-EXIT
006780     MOVE BRP-CLOCK-EDIT TO BRP-SL-START
006790     EVALUATE BRP-LT-EVENT(BRP-LX)
006800         WHEN "S"
006810             MOVE "NO END" TO BRP-SL-OUTCOME
006820             ADD 1 TO BRP-NOEND-COUNT
006830             MOVE "Y" TO BRP-WARNING-SWITCH
006840         WHEN "R"
006850             MOVE "REFUSED" TO BRP-SL-OUTCOME
006860             ADD 1 TO BRP-REFUSED-COUNT
006870             MOVE "Y" TO BRP-WARNING-SWITCH
006880         WHEN "C"
006890             MOVE "CLEARED" TO BRP-SL-OUTCOME
006900             ADD 1 TO BRP-CLEARED-COUNT
006910         WHEN OTHER
006920             PERFORM 6200-EDIT-ENDED THRU 6200-EDIT-ENDED-EXIT
006930     END-EVALUATE
006940     MOVE BRP-STEP-LINE TO REPORT-RECORD
006950     PERFORM 7000-WRITE-REPORT-LINE THRU
006960         7000-WRITE-REPORT-LINE-EXIT
006970     MOVE SPACES TO BRP-NOTE-LINE
006980     EVALUATE BRP-LT-EVENT(BRP-LX)
006990         WHEN "R"
007000             STRING "NOT RUN - " DELIMITED BY SIZE
007010                 BRP-LT-REASON(BRP-LX) DELIMITED BY SPACE
007020                 " HAD FAILED" DELIMITED BY SIZE
007030                 INTO BRP-NL-TEXT
007040         WHEN "C"
007050             STRING "FAILURE CLEARED BY " DELIMITED BY SIZE
007060                 BRP-LT-USER(BRP-LX) DELIMITED BY SPACE
007070                 INTO BRP-NL-TEXT
007080         WHEN "E"
007090             PERFORM 6400-EDIT-COUNTS THRU 6400-EDIT-COUNTS-EXIT
007100         WHEN OTHER
007110             CONTINUE
007120     END-EVALUATE
007130     IF NOT BRP-NOTE-LINE = SPACES
007140         MOVE BRP-NOTE-LINE TO REPORT-RECORD
007150         PERFORM 7000-WRITE-REPORT-LINE THRU
007160             7000-WRITE-REPORT-LINE-EXIT
007170     END-IF.
007180 6100-WRITE-STEP-EXIT.
007190     EXIT.

007200*-----------------------------------------------------------------
007210* 6200-EDIT-ENDED
007220*-----------------------------------------------------------------
007230* AN ENDED STEP: END TIME, ELAPSED, CODE, OUTCOME, AND HOW IT
007240* COMPARES WITH ITS AVERAGE.
007250 6200-EDIT-ENDED.
007260     MOVE BRP-LT-END-TIME(BRP-LX) TO BRP-TIME-WORK
007270     PERFORM 6300-EDIT-CLOCK THRU 6300-EDIT-CLOCK-EXIT
007280     MOVE BRP-CLOCK-EDIT TO BRP-SL-END
007290     MOVE BRP-LT-ELAPSED(BRP-LX) TO BRP-SECONDS-WORK
007300     PERFORM 6350-EDIT-DURATION THRU 6350-EDIT-DURATION-EXIT
007310     MOVE BRP-DURATION-EDIT TO BRP-SL-ELAPSED
007320     MOVE BRP-LT-CODE(BRP-LX) TO BRP-CODE-EDIT
007330     MOVE BRP-CODE-EDIT TO BRP-SL-CODE
007340     IF BRP-LT-CODE(BRP-LX) NOT < BRP-FAILED-CODE
007350         MOVE "FAILED" TO BRP-SL-OUTCOME
007360         ADD 1 TO BRP-FAIL-COUNT
007370         MOVE "Y" TO BRP-WARNING-SWITCH
007380     ELSE
007390         IF BRP-LT-CODE(BRP-LX) > 0
007400             MOVE "WARNING" TO BRP-SL-OUTCOME
007410             ADD 1 TO BRP-WARN-COUNT
007420         ELSE
007430             MOVE "OK" TO BRP-SL-OUTCOME
007440             ADD 1 TO BRP-OK-COUNT
007450         END-IF
007460     END-IF
007470     MOVE BRP-LT-STEP(BRP-LX) TO BRP-LOOKUP-STEP
007480     PERFORM 5450-FIND-STEP THRU 5450-FIND-STEP-EXIT
007490     IF NOT BRP-ENTRY-FOUND
007500         GO TO 6200-EDIT-ENDED-EXIT
007510     END-IF
007520     IF BRP-ST-HELD(BRP-SX) = 0
007530         GO TO 6200-EDIT-ENDED-EXIT
007540     END-IF
007550     MOVE 0 TO BRP-SECONDS-WORK
007560     PERFORM 6250-ADD-RUN THRU 6250-ADD-RUN-EXIT
007570         VARYING BRP-RUN-SUB FROM 1 BY 1
007580         UNTIL BRP-RUN-SUB > BRP-ST-HELD(BRP-SX)
007590     COMPUTE BRP-AVERAGE ROUNDED =
007600         BRP-SECONDS-WORK / BRP-ST-HELD(BRP-SX)
007610     MOVE BRP-AVERAGE TO BRP-SECONDS-WORK
007620     PERFORM 6350-EDIT-DURATION THRU 6350-EDIT-DURATION-EXIT
007630     MOVE BRP-DURATION-EDIT TO BRP-SL-AVERAGE
007640     IF BRP-AVERAGE = 0
007650         GO TO 6200-EDIT-ENDED-EXIT
007660     END-IF
007670     COMPUTE BRP-OVER-SECONDS =
007680         BRP-LT-ELAPSED(BRP-LX) - BRP-AVERAGE
007690     COMPUTE BRP-CHANGE-PCT ROUNDED =
007700         BRP-OVER-SECONDS * 100 / BRP-AVERAGE
007710         ON SIZE ERROR
007720             MOVE 9999 TO BRP-CHANGE-PCT
007730     END-COMPUTE
007740     MOVE BRP-CHANGE-PCT TO BRP-CHE-PCT
007750     MOVE BRP-CHANGE-EDIT TO BRP-SL-CHANGE
007760     IF BRP-CHANGE-PCT > BRP-CREEP
007770         AND NOT BRP-OVER-SECONDS < BRP-SLOW-SECONDS
007780         MOVE "SLOW" TO BRP-SL-FLAG
007790         ADD 1 TO BRP-SLOW-COUNT
007800         MOVE "Y" TO BRP-WARNING-SWITCH
007810     END-IF.
007820 6200-EDIT-ENDED-EXIT.
007830     EXIT.

007840*-----------------------------------------------------------------
007850* 6250-ADD-RUN
007860*-----------------------------------------------------------------
007870 6250-ADD-RUN.
007880     ADD BRP-ST-ELAPSED(BRP-SX BRP-RUN-SUB) TO BRP-SECONDS-WORK.
007890 6250-ADD-RUN-EXIT.
007900     EXIT.

007910*-----------------------------------------------------------------
007920* 6300-EDIT-CLOCK
007930*-----------------------------------------------------------------
007940 6300-EDIT-CLOCK.
007950     MOVE BRP-TIME-HH TO BRP-CE-HH
007960     MOVE BRP-TIME-MM TO BRP-CE-MM
007970     MOVE BRP-TIME-SS TO BRP-CE-SS.
007980 6300-EDIT-CLOCK-EXIT.
007990     EXIT.

008000*-----------------------------------------------------------------
008010* 6350-EDIT-DURATION
008020*-----------------------------------------------------------------
008030* SECONDS IN BRP-SECONDS-WORK AS HOURS, MINUTES, AND SECONDS.
008040 6350-EDIT-DURATION.
008050     DIVIDE BRP-SECONDS-WORK BY 3600 GIVING BRP-DURATION-HOURS
008060         REMAINDER BRP-DURATION-REST
008070     MOVE BRP-DURATION-HOURS TO BRP-DE-HH
008080     DIVIDE BRP-DURATION-REST BY 60 GIVING BRP-DE-MM
008090         REMAINDER BRP-DE-SS.
008100 6350-EDIT-DURATION-EXIT.
008110     EXIT.

008120*-----------------------------------------------------------------
008130* 6400-EDIT-COUNTS
008140*-----------------------------------------------------------------
008150 6400-EDIT-COUNTS.
008160     PERFORM 6450-EDIT-ONE-COUNT THRU 6450-EDIT-ONE-COUNT-EXIT
008170         VARYING BRP-SUB FROM 1 BY 1
008180         UNTIL BRP-SUB > 4.
008190 6400-EDIT-COUNTS-EXIT.
008200     EXIT.

008210*-----------------------------------------------------------------
008220* 6450-EDIT-ONE-COUNT
008230*-----------------------------------------------------------------
008240* AN UNUSED COUNT SLOT STAYS BLANK.
008250 6450-EDIT-ONE-COUNT.
008260     IF BRP-LT-COUNT-LABEL(BRP-LX BRP-SUB) = SPACES
008270         GO TO 6450-EDIT-ONE-COUNT-EXIT
008280     END-IF
008290     MOVE BRP-NOTE-LINE TO BRP-COUNT-LINE
008300     MOVE BRP-LT-COUNT-LABEL(BRP-LX BRP-SUB) TO
008310         BRP-CL-LABEL(BRP-SUB)
008320     MOVE BRP-LT-COUNT-VALUE(BRP-LX BRP-SUB) TO
008330         BRP-CL-VALUE(BRP-SUB)
008340     MOVE BRP-COUNT-LINE TO BRP-NOTE-LINE.
008350 6450-EDIT-ONE-COUNT-EXIT.
008360     EXIT.

008370*-----------------------------------------------------------------
008380* 6500-WRITE-SUMMARY
008390*-----------------------------------------------------------------
008400 6500-WRITE-SUMMARY.
008410     MOVE BRP-BLANK-LINE TO REPORT-RECORD
008420     PERFORM 7000-WRITE-REPORT-LINE THRU
008430         7000-WRITE-REPORT-LINE-EXIT
008440     MOVE "ENDED OK" TO BRP-SUM-LABEL
008450     MOVE BRP-OK-COUNT TO BRP-SUM-VALUE
008460     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008470         6550-WRITE-SUMMARY-LINE-EXIT
008480     MOVE "ENDED WITH A WARNING" TO BRP-SUM-LABEL
008490     MOVE BRP-WARN-COUNT TO BRP-SUM-VALUE
008500     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008510         6550-WRITE-SUMMARY-LINE-EXIT
008520     MOVE "FAILED" TO BRP-SUM-LABEL
008530     MOVE BRP-FAIL-COUNT TO BRP-SUM-VALUE
008540     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008550         6550-WRITE-SUMMARY-LINE-EXIT
008560     MOVE "NO END RECORDED" TO BRP-SUM-LABEL
008570     MOVE BRP-NOEND-COUNT TO BRP-SUM-VALUE
008580     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008590         6550-WRITE-SUMMARY-LINE-EXIT
008600     MOVE "REFUSED" TO BRP-SUM-LABEL
008610     MOVE BRP-REFUSED-COUNT TO BRP-SUM-VALUE
008620     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008630         6550-WRITE-SUMMARY-LINE-EXIT
008640     MOVE "CLEARED BY AN OPERATOR" TO BRP-SUM-LABEL
008650     MOVE BRP-CLEARED-COUNT TO BRP-SUM-VALUE
008660     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008670         6550-WRITE-SUMMARY-LINE-EXIT
008680     MOVE "SLOWER THAN AVERAGE" TO BRP-SUM-LABEL
008690     MOVE BRP-SLOW-COUNT TO BRP-SUM-VALUE
008700     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008710         6550-WRITE-SUMMARY-LINE-EXIT
008720     MOVE "HISTORY RECORDS READ" TO BRP-SUM-LABEL
008730     MOVE BRP-READ-COUNT TO BRP-SUM-VALUE
008740     PERFORM 6550-WRITE-SUMMARY-LINE THRU
008750         6550-WRITE-SUMMARY-LINE-EXIT
008760     IF BRP-LINE-TABLE-FULL
008770         MOVE SPACES TO BRP-NOTE-LINE
008780         MOVE "OVER 300 STEPS IN THE WINDOW - THE REST NOT SHOWN"
008790             TO BRP-NL-TEXT
008800         MOVE BRP-NOTE-LINE TO REPORT-RECORD
008810         PERFORM 7000-WRITE-REPORT-LINE THRU
008820             7000-WRITE-REPORT-LINE-EXIT
008830         MOVE "Y" TO BRP-WARNING-SWITCH
008840     END-IF
008850     IF BRP-STEP-TABLE-FULL
008860         MOVE SPACES TO BRP-NOTE-LINE
008870         MOVE "OVER 100 STEPS ON FILE - SOME HAVE NO AVERAGE" TO
008880             BRP-NL-TEXT
008890         MOVE BRP-NOTE-LINE TO REPORT-RECORD
008900         PERFORM 7000-WRITE-REPORT-LINE THRU
008910             7000-WRITE-REPORT-LINE-EXIT
008920         MOVE "Y" TO BRP-WARNING-SWITCH
008930     END-IF.
008940 6500-WRITE-SUMMARY-EXIT.
008950     EXIT.

008960*-----------------------------------------------------------------
008970* 6550-WRITE-SUMMARY-LINE
008980*-----------------------------------------------------------------
008990 6550-WRITE-SUMMARY-LINE.
009000     MOVE BRP-SUMMARY-LINE TO REPORT-RECORD
009010     PERFORM 7000-WRITE-REPORT-LINE THRU
009020         7000-WRITE-REPORT-LINE-EXIT.
009030 6550-WRITE-SUMMARY-LINE-EXIT.
009040     EXIT.

009050*-----------------------------------------------------------------
009060* 7000-WRITE-REPORT-LINE
009070*-----------------------------------------------------------------
009080 7000-WRITE-REPORT-LINE.
009090     WRITE REPORT-RECORD
009100     IF NOT BRP-RPT-STATUS = "00"
009110         MOVE "ERROR WRITING BATCH-STATUS REPORT" TO
009120             BRP-ERROR-MESSAGE
009130         PERFORM 9000-DISPLAY-ERROR THRU
009140             9000-DISPLAY-ERROR-EXIT
009150     END-IF.
009160 7000-WRITE-REPORT-LINE-EXIT.
009170     EXIT.

009180*-----------------------------------------------------------------
009190* 8000-TERMINATE
009200*-----------------------------------------------------------------
009210 8000-TERMINATE.
009220     IF BRP-HIST-IS-OPEN
009230         CLOSE HIST-FILE
009240     END-IF
009250     IF BRP-RPT-IS-OPEN
009260         CLOSE REPORT-FILE
009270     END-IF
009280     IF BRP-FINAL-RETURN-CODE = 0 AND NOT BRP-RUN-OK
009290         MOVE BRP-RETURN-ERROR TO BRP-FINAL-RETURN-CODE
009300     END-IF
009310     IF BRP-FINAL-RETURN-CODE = BRP-RETURN-OK
009320         AND BRP-WARNING-RAISED
009330         MOVE BRP-RETURN-WARNING TO BRP-FINAL-RETURN-CODE
009340     END-IF
009350     MOVE BRP-FINAL-RETURN-CODE TO RETURN-CODE.
009360 8000-TERMINATE-EXIT.
009370     EXIT.

009380*-----------------------------------------------------------------
009390* 9000-DISPLAY-ERROR
009400*-----------------------------------------------------------------
009410 9000-DISPLAY-ERROR.
009420     DISPLAY "BATCHRPT: " BRP-ERROR-MESSAGE.
009430 9000-DISPLAY-ERROR-EXIT.
009440     EXIT.

009450*-----------------------------------------------------------------
009460* 9100-CHECK-CALENDAR-DATE
009470*-----------------------------------------------------------------
009480* SCREEN THE DATE IN BRP-DATE-WORK: IT IS VALID ONLY WHEN IT IS
009490* NUMERIC WITH A MONTH OF 01-12 AND A DAY INSIDE THE MONTH
009500* (FEBRUARY 29 ONLY IN A LEAP YEAR), AND FALLS IN 1601 OR LATER -
009510* THE EARLIEST YEAR THE DAY ARITHMETIC IN 1000 CAN TAKE.
009520 9100-CHECK-CALENDAR-DATE.
009530     MOVE "N" TO BRP-DATE-VALID-SWITCH
009540     IF BRP-DATE-WORK-X IS NOT NUMERIC
009550         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
009560     END-IF
009570     IF BRP-DATE-WORK-YEAR < 1601
009580         OR BRP-DATE-WORK-MONTH < 01
009590         OR BRP-DATE-WORK-MONTH > 12
009600         OR BRP-DATE-WORK-DAY < 01
009610         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
009620     END-IF
009630     MOVE 31 TO BRP-MONTH-LIMIT
009640     IF BRP-DATE-WORK-MONTH = 04 OR 06 OR 09 OR 11
009650         MOVE 30 TO BRP-MONTH-LIMIT
009660     END-IF
009670     IF BRP-DATE-WORK-MONTH = 02
009680         MOVE 28 TO BRP-MONTH-LIMIT
009690         DIVIDE BRP-DATE-WORK-YEAR BY 4
009700             GIVING BRP-LEAP-QUOTIENT
009710             REMAINDER BRP-LEAP-REMAINDER
009720         IF BRP-LEAP-REMAINDER = 0
009730             MOVE 29 TO BRP-MONTH-LIMIT
009740         END-IF
009750         DIVIDE BRP-DATE-WORK-YEAR BY 100
009760             GIVING BRP-LEAP-QUOTIENT
009770             REMAINDER BRP-LEAP-REMAINDER
009780         IF BRP-LEAP-REMAINDER = 0
009790             MOVE 28 TO BRP-MONTH-LIMIT
009800         END-IF
009810         DIVIDE BRP-DATE-WORK-YEAR BY 400
009820             GIVING BRP-LEAP-QUOTIENT
009830             REMAINDER BRP-LEAP-REMAINDER
009840         IF BRP-LEAP-REMAINDER = 0
009850             MOVE 29 TO BRP-MONTH-LIMIT
009860         END-IF
009870     END-IF
009880     IF BRP-DATE-WORK-DAY > BRP-MONTH-LIMIT
009890         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
009900     END-IF
009910     MOVE "Y" TO BRP-DATE-VALID-SWITCH.
009920 9100-CHECK-CALENDAR-DATE-EXIT.
009930     EXIT.
