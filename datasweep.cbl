000010*-----------------------------------------------------------------
000020* DATASWEEP
000030*-----------------------------------------------------------------
000040*
000050* NIGHTLY INTEGRITY SWEEP OF DATA-FILE.  EVERY RECORD IS READ
000060* IN PRIMARY-KEY ORDER AND TESTED AGAINST THE DATA-QUALITY
000070* RULES, SO BAD DATAREC RECORDS ARE FOUND HERE INSTEAD OF BY
000080* WHATEVER BREAKS DOWNSTREAM OF THEM:
000090*
000100*     01  STATUS CODE NOT A, C, OR S
000110*     02  LAST-UPDATE DATE NOT NUMERIC
000120*     03  LAST-UPDATE DATE NOT A CALENDAR DATE
000130*     04  LAST-UPDATE DATE AFTER THE RUN DATE
000140*     05  CUSTOMER NAME BLANK
000150*     06  DIVISION NOT ON DIVMAST
000160*     07  DIVISION INACTIVE ON DIVMAST
000170*     08  NAME DIFFERS FROM THE ACCOUNT'S FIRST RECORD
000180*     09  STATUS DIFFERS FROM THE ACCOUNT'S FIRST RECORD
000190*     10  GAP IN THE TRANSACTION SEQUENCE (DATA-PARTIAL-KEY-3)
000200*
000210* RULES 01-05 ARE TESTED ON EVERY RECORD.  RULES 06-07 ARE
000220* TESTED ONCE PER ACCOUNT, ON ITS FIRST RECORD - THE FIX (A
000230* TRANSFER OR A DIVMAST CHANGE) IS PER ACCOUNT, AND FLAGGING
000240* EVERY TRANSACTION RECORD WOULD BURY THE LIST.  RULES 08-10
000250* COMPARE EACH LATER RECORD OF AN ACCOUNT WITH THE ONE BEFORE
000260* IT: NAME AND STATUS AGAINST THE ACCOUNT'S FIRST RECORD (THE
000270* RECORD THE NAME INDEX AND RECONCILIATION TAKE THEM FROM),
000280* AND THE SEQUENCE NUMBER AGAINST THE PRIOR RECORD'S PLUS ONE.
000290* THE SEQUENCE IS ONLY CHECKED WITHIN AN ACCOUNT - WHERE IT
000300* STARTS IS NOT A RULE, SINCE ARCHPURG LEGITIMATELY REMOVES AN
000310* ACCOUNT'S OLDEST CLOSED RECORDS.
000320*
000330* EVERY BREAK IS LISTED ON THE SWEEP REPORT (SWEEPRPT) AND
000340* WRITTEN TO THE KEYED EXCEPTION EXTRACT (SWEEPEXC, SEE
000350* SWPREC) THE KEYING GROUP WORKS FROM.  THE REPORT CLOSES WITH
000360* RECORD AND EXCEPTION COUNTS PER DIVISION AND A COUNT PER
000370* RULE.  THE EXTRACT IS REBUILT WHOLE EACH NIGHT (OPEN OUTPUT)
000380* - LAST NIGHT'S BREAKS THAT WERE FIXED SIMPLY DO NOT REAPPEAR.
000390*
000400* A DIVISION MASTER THAT CANNOT BE OPENED ONLY WARNS: RULES
000410* 06-07 ARE SKIPPED AND THE REPORT SAYS SO.
000420*
000430* RETURN CODE 0 CLEAN, 4 EXCEPTIONS REPORTED (OR THE DIVISION
000440* RULES WERE SKIPPED), 16 RUN FAILED.
000450*
000460* MODIFICATION HISTORY
000470* DATE       INIT DESCRIPTION
000480* ---------- ---- --------------------------------------------
000490* 2026-10-15 RLH  ORIGINAL PROGRAM - NIGHTLY DATA-FILE
000500*                 INTEGRITY SWEEP, RUN BY RANGERUN AFTER THE
000510*                 NAME INDEX REBUILD.
000512* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000514*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000516*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000518*                 GATES AND THE MORNING BATCH-STATUS REPORT.

000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.                  datasweep.
000540     AUTHOR.                      R L HUTCHINS.
000550     INSTALLATION.                DATA FILE SERVICES.
000560     DATE-WRITTEN.                2026-10-15.
000570     DATE-COMPILED.                2026-10-15.

000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000610 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640*    DATA-FILE - THE SHARED PRODUCTION FILE BEING SWEPT.
000650     SELECT DATA-FILE ASSIGN TO "DATAFILE"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS DATA-KEY-COMPOSITE
000690         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-1
000700             WITH DUPLICATES
000710         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-2
000720             WITH DUPLICATES
000730         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-3
000740             WITH DUPLICATES
000750         FILE STATUS IS SWP-DATA-STATUS.
000760*    EXC-FILE - THE KEYED EXCEPTION EXTRACT THIS RUN REBUILDS.
000770*    ACCESS IS DYNAMIC SO A RECORD ARRIVING OUT OF KEY ORDER
000780*    CANNOT FAIL THE LOAD WITH STATUS 21.
000790     SELECT EXC-FILE ASSIGN TO "SWEEPEXC"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SWP-KEY
000830         FILE STATUS IS SWP-EXC-STATUS.
000840*    REPORT-FILE - THE RULE-BY-RULE SWEEP REPORT.
000850     SELECT REPORT-FILE ASSIGN TO "SWEEPRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS SWP-RPT-STATUS.
000880*    DIV-FILE - THE DIVISION MASTER REFERENCE FILE, LOADED
000890*    ONCE AT INITIALIZATION FOR RULES 06-07 AND THE DIVISION
000900*    NAMES ON THE REPORT.
000910     SELECT DIV-FILE ASSIGN TO "DIVMAST"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS DIV-CODE
000950         FILE STATUS IS SWP-DIVM-STATUS.
000951*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000952*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000953     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000954         ORGANIZATION IS LINE SEQUENTIAL
000955         FILE STATUS IS SWP-HIST-STATUS.

000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  DATA-FILE.
000990     COPY DATAREC.

001000 FD  EXC-FILE.
001010     COPY SWPREC.

001020 FD  REPORT-FILE.
001030 01  REPORT-RECORD               PIC X(80).

001040 FD  DIV-FILE.
001050     COPY DIVREC.

001053 FD  HIST-FILE.
001056     COPY RHSREC.

001060 WORKING-STORAGE SECTION.
001070*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001080 77  SWP-RETURN-OK               PIC 9(02) VALUE 00.
001090 77  SWP-RETURN-WARNING          PIC 9(02) VALUE 04.
001100 77  SWP-RETURN-ERROR            PIC 9(02) VALUE 16.
001110 77  SWP-MAX-DIVMAST             PIC 9(03) VALUE 200.
001120 77  SWP-RULE-COUNT              PIC 9(02) VALUE 10.

001130 01  SWP-SWITCHES.
001140     05  SWP-EOF-SWITCH              PIC X(01) VALUE "N".
001150         88  SWP-EOF                       VALUE "Y".
001160     05  SWP-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001170         88  SWP-RUN-OK                    VALUE "Y".
001180     05  SWP-DATA-OPEN-SWITCH        PIC X(01) VALUE "N".
001190         88  SWP-DATA-IS-OPEN              VALUE "Y".
001200     05  SWP-EXC-OPEN-SWITCH         PIC X(01) VALUE "N".
001210         88  SWP-EXC-IS-OPEN               VALUE "Y".
001220     05  SWP-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001230         88  SWP-RPT-IS-OPEN               VALUE "Y".
001240     05  SWP-DIV-BREAK-SWITCH        PIC X(01) VALUE "N".
001250         88  SWP-DIV-IN-PROGRESS           VALUE "Y".
001260     05  SWP-FIRST-OF-ACCT-SWITCH    PIC X(01) VALUE "N".
001270         88  SWP-FIRST-OF-ACCOUNT          VALUE "Y".
001280     05  SWP-RECORD-BAD-SWITCH       PIC X(01) VALUE "N".
001290         88  SWP-RECORD-IS-BAD             VALUE "Y".
001300     05  SWP-DIVMAST-SWITCH          PIC X(01) VALUE "N".
001310         88  SWP-DIVMAST-LOADED            VALUE "Y".
001320     05  SWP-DIVM-EOF-SWITCH         PIC X(01) VALUE "N".
001330         88  SWP-DIVM-EOF                  VALUE "Y".
001340     05  SWP-DIVM-FOUND-SWITCH       PIC X(01) VALUE "N".
001350         88  SWP-DIVM-ENTRY-FOUND          VALUE "Y".

001360*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001370 01  SWP-FILE-STATUSES.
001380     05  SWP-DATA-STATUS             PIC X(02).
001390         88  SWP-DATA-STATUS-OK        VALUE "00".
001400     05  SWP-EXC-STATUS              PIC X(02).
001410     05  SWP-RPT-STATUS              PIC X(02).
001420     05  SWP-DIVM-STATUS             PIC X(02).
001421     05  SWP-HIST-STATUS             PIC X(02).

001422*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001423 01  SWP-HISTORY-WORK.
001424     05  SWP-HIST-EVENT              PIC X(01).
001425     05  SWP-HIST-START-DATE         PIC 9(08) VALUE 0.
001426     05  SWP-HIST-START-TIME         PIC 9(08) VALUE 0.

001430 01  SWP-RUN-DATE                PIC 9(08).

001440*    THE ACCOUNT IN HAND - ITS KEY, THE NAME AND STATUS ITS
001450*    FIRST RECORD CARRIED, AND THE LAST SEQUENCE NUMBER SEEN.
001460 01  SWP-ACCOUNT-WORK.
001470     05  SWP-ACCT-KEY.
001480         10  SWP-ACCT-KEY-1          PIC X(05).
001490         10  SWP-ACCT-KEY-2          PIC X(11).
001500     05  SWP-ACCT-NAME               PIC X(30).
001510     05  SWP-ACCT-STATUS             PIC X(01).
001520     05  SWP-ACCT-LAST-SEQ           PIC 9(04).
001530     05  SWP-ACCT-SEQ-SWITCH         PIC X(01).
001540         88  SWP-ACCT-SEQ-USABLE           VALUE "Y".
001550     05  SWP-NEXT-SEQ                PIC 9(05).

001560*    THE RECORD DATE SPLIT FOR SCREENING, AND THE DAYS-IN-
001570*    MONTH TABLE THE DAY IS CHECKED AGAINST (FEBRUARY IS
001580*    BUMPED TO 29 IN A LEAP YEAR BY 2210-CHECK-CALENDAR-DATE).
001590 01  SWP-DATE-WORK.
001600     05  SWP-DATE-WORK-YEAR          PIC 9(04).
001610     05  SWP-DATE-WORK-MONTH         PIC 9(02).
001620     05  SWP-DATE-WORK-DAY           PIC 9(02).
001630 01  SWP-DATE-WORK-X REDEFINES SWP-DATE-WORK
001640                                 PIC X(08).
001650 01  SWP-MONTH-DAYS-LIST         PIC X(24)
001660         VALUE "312831303130313130313031".
001670 01  SWP-MONTH-DAYS-TABLE REDEFINES SWP-MONTH-DAYS-LIST.
001680     05  SWP-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001690 01  SWP-LEAP-WORK.
001700     05  SWP-LEAP-QUOTIENT           PIC 9(04) COMP.
001710     05  SWP-LEAP-REM-4              PIC 9(04) COMP.
001720     05  SWP-LEAP-REM-100            PIC 9(04) COMP.
001730     05  SWP-LEAP-REM-400            PIC 9(04) COMP.
001740     05  SWP-MONTH-LIMIT             PIC 9(02).
001750     05  SWP-DATE-RESULT             PIC X(01).
001760         88  SWP-DATE-IS-VALID             VALUE "V".
001770         88  SWP-DATE-NOT-NUMERIC          VALUE "N".
001780         88  SWP-DATE-IMPOSSIBLE           VALUE "I".

001790*    THE RULE TEXTS, IN RULE-CODE ORDER, AND THE NIGHT'S COUNT
001800*    PER RULE.
001810 01  SWP-RULE-TEXT-LIST.
001820     05  FILLER                      PIC X(30)
001830         VALUE "STATUS CODE NOT A, C, OR S    ".
001840     05  FILLER                      PIC X(30)
001850         VALUE "LAST-UPDATE DATE NOT NUMERIC  ".
001860     05  FILLER                      PIC X(30)
001870         VALUE "LAST-UPDATE DATE IMPOSSIBLE   ".
001880     05  FILLER                      PIC X(30)
001890         VALUE "LAST-UPDATE DATE IN FUTURE    ".
001900     05  FILLER                      PIC X(30)
001910         VALUE "CUSTOMER NAME BLANK           ".
001920     05  FILLER                      PIC X(30)
001930         VALUE "DIVISION NOT ON DIVMAST       ".
001940     05  FILLER                      PIC X(30)
001950         VALUE "DIVISION INACTIVE ON DIVMAST  ".
001960     05  FILLER                      PIC X(30)
001970         VALUE "NAME DIFFERS WITHIN ACCOUNT   ".
001980     05  FILLER                      PIC X(30)
001990         VALUE "STATUS DIFFERS WITHIN ACCOUNT ".
002000     05  FILLER                      PIC X(30)
002010         VALUE "GAP IN SEQUENCE NUMBER        ".
002020 01  SWP-RULE-TEXT-TABLE REDEFINES SWP-RULE-TEXT-LIST.
002030     05  SWP-RULE-TEXT-ENTRY         PIC X(30) OCCURS 10 TIMES.
002040 01  SWP-RULE-COUNT-TABLE.
002050     05  SWP-RULE-HITS               PIC 9(09) COMP
002060                                     OCCURS 10 TIMES.
002070 01  SWP-RX                      PIC 9(02) COMP.

002080*    THE RULE BEING RAISED BY 3000-RAISE-EXCEPTION AND THE
002090*    VALUES IT REPORTS.
002100 01  SWP-RAISE-WORK.
002110     05  SWP-RAISE-RULE              PIC 9(02).
002120     05  SWP-RAISE-FOUND             PIC X(30).
002130     05  SWP-RAISE-EXPECTED          PIC X(30).

002140 01  SWP-RECORD-COUNTERS.
002150     05  SWP-READ-COUNT              PIC 9(09) COMP VALUE 0.
002160     05  SWP-ACCOUNT-COUNT           PIC 9(09) COMP VALUE 0.
002170     05  SWP-BAD-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
002180     05  SWP-EXCEPTION-COUNT         PIC 9(09) COMP VALUE 0.

002190*    CONTROL-BREAK ACCUMULATORS - THE SWEEP RUNS IN PRIMARY
002200*    KEY ORDER, SO DIVISIONS ARRIVE GROUPED AND A SIMPLE BREAK
002210*    ON DATA-PARTIAL-KEY-1 IS SOUND.
002220 01  SWP-DIVISION-TOTALS.
002230     05  SWP-PRIOR-KEY-1             PIC X(05).
002240     05  SWP-DIV-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
002250     05  SWP-DIV-BAD-COUNT           PIC 9(09) COMP VALUE 0.
002260     05  SWP-DIV-EXCEPTION-COUNT     PIC 9(09) COMP VALUE 0.

002270*    THE DIVISION MASTER, LOADED ONCE AT INITIALIZATION.
002280 01  SWP-DIVMAST-TABLE.
002290     05  SWP-DIVM-COUNT              PIC 9(03) COMP VALUE 0.
002300     05  SWP-DIVM-ENTRY OCCURS 200 TIMES
002310             INDEXED BY SWP-MX.
002320         10  SWP-DIVM-CODE           PIC X(05).
002330         10  SWP-DIVM-NAME           PIC X(30).
002340         10  SWP-DIVM-REGION         PIC X(03).
002350         10  SWP-DIVM-ACTIVE         PIC X(01).
002360 01  SWP-DIVM-LOOKUP-CODE        PIC X(05).

002370 01  SWP-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
002380 01  SWP-ERROR-LABEL             PIC X(45).
002390 01  SWP-ERROR-MESSAGE           PIC X(80).

002400*    REPORT LINE LAYOUTS.
002410 01  SWP-BANNER-LINE.
002420     05  FILLER                      PIC X(37)
002430         VALUE "DATA-FILE INTEGRITY SWEEP RUN DATE:  ".
002440     05  SWP-BAN-DATE                PIC 9(08).
002450     05  FILLER                      PIC X(35) VALUE SPACE.

002460 01  SWP-NO-DIVMAST-LINE.
002470     05  FILLER                      PIC X(54) VALUE
002480         "DIVISION MASTER UNAVAILABLE - RULES 06-07 NOT APPLIED".
002490     05  FILLER                      PIC X(26) VALUE SPACE.

002500 01  SWP-COLUMN-LINE.
002510     05  FILLER                      PIC X(42) VALUE
002520         "COMPOSITE KEY        RULE                 ".
002530     05  FILLER                      PIC X(38) VALUE
002540         "             FOUND          EXPECTED  ".

002550*    ONE LINE PER BREAK.  THE FOUND AND EXPECTED VALUES ARE
002560*    TRUNCATED TO 14 HERE - THE EXTRACT CARRIES THEM WHOLE.
002570 01  SWP-DETAIL-LINE.
002580     05  SWP-DET-KEY                 PIC X(20).
002590     05  FILLER                      PIC X(01) VALUE SPACE.
002600     05  SWP-DET-RULE                PIC 9(02).
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  SWP-DET-TEXT                PIC X(30).
002630     05  FILLER                      PIC X(01) VALUE SPACE.
002640     05  SWP-DET-FOUND               PIC X(14).
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  SWP-DET-EXPECTED            PIC X(10).

002670 01  SWP-DIVISION-LINE.
002680     05  FILLER                      PIC X(09)
002690         VALUE "DIVISION ".
002700     05  SWP-DIV-KEY-1               PIC X(05).
002710     05  FILLER                      PIC X(01) VALUE SPACE.
002720     05  SWP-DIV-NAME                PIC X(20).
002730     05  FILLER                      PIC X(06)
002740         VALUE " RECS:".
002750     05  SWP-DIV-COUNT               PIC Z(08)9.
002760     05  FILLER                      PIC X(05)
002770         VALUE " BAD:".
002780     05  SWP-DIV-BAD                 PIC Z(08)9.
002790     05  FILLER                      PIC X(07)
002800         VALUE " EXCPS:".
002810     05  SWP-DIV-EXCEPTIONS          PIC Z(08)9.

002820 01  SWP-RULE-LINE.
002830     05  FILLER                      PIC X(05)
002840         VALUE "RULE ".
002850     05  SWP-RL-RULE                 PIC 9(02).
002860     05  FILLER                      PIC X(01) VALUE SPACE.
002870     05  SWP-RL-TEXT                 PIC X(30).
002880     05  FILLER                      PIC X(08)
002890         VALUE " COUNT: ".
002900     05  SWP-RL-COUNT                PIC Z(08)9.
002910     05  FILLER                      PIC X(25) VALUE SPACE.

002920 01  SWP-TOTAL-LINE.
002930     05  SWP-TL-LABEL                PIC X(24).
002940     05  SWP-TL-COUNT                PIC Z(08)9.
002950     05  FILLER                      PIC X(47) VALUE SPACE.

002960 PROCEDURE DIVISION.

002970*-----------------------------------------------------------------
002980* 0000-MAINLINE
002990*-----------------------------------------------------------------
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003020     IF SWP-RUN-OK
003030         PERFORM 5000-SCAN-FILE THRU 5000-SCAN-FILE-EXIT
003040         PERFORM 5500-WRITE-TOTALS THRU 5500-WRITE-TOTALS-EXIT
003050     END-IF
003060     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
003070     STOP RUN.

003080*-----------------------------------------------------------------
003090* 1000-INITIALIZE
003100*-----------------------------------------------------------------
003110* OPEN EVERY FILE THIS RUN NEEDS AND LOAD THE DIVISION MASTER.
003120* THE EXTRACT OPENS OUTPUT - IT IS REBUILT WHOLE EVERY NIGHT.
003130* ANY FAILURE IN HERE EXCEPT THE MASTER IS FATAL TO THE RUN.
003140 1000-INITIALIZE.
003150     ACCEPT SWP-RUN-DATE FROM DATE YYYYMMDD
003155     MOVE "S" TO SWP-HIST-EVENT
003160     PERFORM 7700-WRITE-HISTORY-RECORD THRU
003165         7700-WRITE-HISTORY-RECORD-EXIT
003170     PERFORM 1050-CLEAR-RULE-COUNT THRU
003180         1050-CLEAR-RULE-COUNT-EXIT
003190         VARYING SWP-RX FROM 1 BY 1
003200         UNTIL SWP-RX > SWP-RULE-COUNT
003210     OPEN INPUT DATA-FILE SHARED
003220     IF NOT SWP-DATA-STATUS-OK
003230         MOVE "UNABLE TO OPEN DATA-FILE SHARED INPUT" TO
003240             SWP-ERROR-MESSAGE
003250         PERFORM 9000-DISPLAY-ERROR THRU
003260             9000-DISPLAY-ERROR-EXIT
003270         MOVE "N" TO SWP-RUN-OK-SWITCH
003280         GO TO 1000-INITIALIZE-EXIT
003290     END-IF
003300     MOVE "Y" TO SWP-DATA-OPEN-SWITCH
003310     OPEN OUTPUT EXC-FILE
003320     IF NOT SWP-EXC-STATUS = "00"
003330         MOVE "UNABLE TO OPEN SWEEPEXC OUTPUT" TO
003340             SWP-ERROR-MESSAGE
003350         PERFORM 9000-DISPLAY-ERROR THRU
003360             9000-DISPLAY-ERROR-EXIT
003370         MOVE "N" TO SWP-RUN-OK-SWITCH
003380         GO TO 1000-INITIALIZE-EXIT
003390     END-IF
003400     MOVE "Y" TO SWP-EXC-OPEN-SWITCH
003410     OPEN OUTPUT REPORT-FILE
003420     IF NOT SWP-RPT-STATUS = "00"
003430         MOVE "UNABLE TO OPEN INTEGRITY SWEEP REPORT" TO
003440             SWP-ERROR-MESSAGE
003450         PERFORM 9000-DISPLAY-ERROR THRU
003460             9000-DISPLAY-ERROR-EXIT
003470         MOVE "N" TO SWP-RUN-OK-SWITCH
003480         GO TO 1000-INITIALIZE-EXIT
003490     END-IF
003500     MOVE "Y" TO SWP-RPT-OPEN-SWITCH
003510     MOVE SWP-RUN-DATE TO SWP-BAN-DATE
003520     WRITE REPORT-RECORD FROM SWP-BANNER-LINE
003530     IF NOT SWP-RPT-STATUS = "00"
003540         MOVE "ERROR WRITING INTEGRITY SWEEP REPORT" TO
003550             SWP-ERROR-MESSAGE
003560         PERFORM 9000-DISPLAY-ERROR THRU
003570             9000-DISPLAY-ERROR-EXIT
003580     END-IF
003590     PERFORM 1500-LOAD-DIVISIONS THRU
003600         1500-LOAD-DIVISIONS-EXIT
003610     IF NOT SWP-DIVMAST-LOADED
003620         WRITE REPORT-RECORD FROM SWP-NO-DIVMAST-LINE
003630         IF NOT SWP-RPT-STATUS = "00"
003640             MOVE "ERROR WRITING INTEGRITY SWEEP REPORT" TO
003650                 SWP-ERROR-MESSAGE
003660             PERFORM 9000-DISPLAY-ERROR THRU
003670                 9000-DISPLAY-ERROR-EXIT
003680         END-IF
003690     END-IF
003700     WRITE REPORT-RECORD FROM SWP-COLUMN-LINE
003710     IF NOT SWP-RPT-STATUS = "00"
003720         MOVE "ERROR WRITING INTEGRITY SWEEP REPORT" TO
003730             SWP-ERROR-MESSAGE
003740         PERFORM 9000-DISPLAY-ERROR THRU
003750             9000-DISPLAY-ERROR-EXIT
003760     END-IF.
003770 1000-INITIALIZE-EXIT.
003780     EXIT.

003790*-----------------------------------------------------------------
003800* 1050-CLEAR-RULE-COUNT
003810*-----------------------------------------------------------------
003820 1050-CLEAR-RULE-COUNT.
003830     MOVE 0 TO SWP-RULE-HITS(SWP-RX).
003840 1050-CLEAR-RULE-COUNT-EXIT.
003850     EXIT.

003860*-----------------------------------------------------------------
003870* 1500-LOAD-DIVISIONS
003880*-----------------------------------------------------------------
003890* LOAD THE DIVISION MASTER INTO THE IN-CORE TABLE.  A MASTER
003900* THAT CANNOT BE OPENED ONLY WARNS - THE SWEEP STILL RUNS THE
003910* OTHER RULES AND THE REPORT NOTES RULES 06-07 WERE SKIPPED.
003920 1500-LOAD-DIVISIONS.
003930     MOVE "N" TO SWP-DIVM-EOF-SWITCH
003940     OPEN INPUT DIV-FILE
003950     IF NOT SWP-DIVM-STATUS = "00"
003960         MOVE "DIVISION MASTER UNAVAILABLE - DIVISION RULES
003970-            " SKIPPED" TO SWP-ERROR-MESSAGE
003980         PERFORM 9000-DISPLAY-ERROR THRU
003990             9000-DISPLAY-ERROR-EXIT
004000         IF SWP-FINAL-RETURN-CODE = SWP-RETURN-OK
004010             MOVE SWP-RETURN-WARNING TO SWP-FINAL-RETURN-CODE
004020         END-IF
004030         GO TO 1500-LOAD-DIVISIONS-EXIT
004040     END-IF
004050     PERFORM 1510-LOAD-ONE-DIVISION THRU
004060         1510-LOAD-ONE-DIVISION-EXIT
004070         UNTIL SWP-DIVM-EOF
004080     CLOSE DIV-FILE
004090     IF SWP-DIVM-COUNT > 0
004100         MOVE "Y" TO SWP-DIVMAST-SWITCH
004110     END-IF.
004120 1500-LOAD-DIVISIONS-EXIT.
004130     EXIT.

004140*-----------------------------------------------------------------
004150* 1510-LOAD-ONE-DIVISION
004160*-----------------------------------------------------------------
004170 1510-LOAD-ONE-DIVISION.
004180     READ DIV-FILE NEXT RECORD
004190         AT END
004200             MOVE "Y" TO SWP-DIVM-EOF-SWITCH
004210             GO TO 1510-LOAD-ONE-DIVISION-EXIT
004220     END-READ
004230     IF SWP-DIVM-COUNT >= SWP-MAX-DIVMAST
004240         MOVE "DIVISION MASTER TABLE FULL - LOAD IS PARTIAL"
004250             TO SWP-ERROR-MESSAGE
004260         PERFORM 9000-DISPLAY-ERROR THRU
004270             9000-DISPLAY-ERROR-EXIT
004280         IF SWP-FINAL-RETURN-CODE = SWP-RETURN-OK
004290             MOVE SWP-RETURN-WARNING TO SWP-FINAL-RETURN-CODE
004300         END-IF
004310         MOVE "Y" TO SWP-DIVM-EOF-SWITCH
004320         GO TO 1510-LOAD-ONE-DIVISION-EXIT
004330     END-IF
004340     ADD 1 TO SWP-DIVM-COUNT
004350     SET SWP-MX TO SWP-DIVM-COUNT
004360     MOVE DIV-CODE TO SWP-DIVM-CODE(SWP-MX)
004370     MOVE DIV-NAME TO SWP-DIVM-NAME(SWP-MX)
004380     MOVE DIV-REGION-CODE TO SWP-DIVM-REGION(SWP-MX)
004390     MOVE DIV-ACTIVE-FLAG TO SWP-DIVM-ACTIVE(SWP-MX).
004400 1510-LOAD-ONE-DIVISION-EXIT.
004410     EXIT.

004420*-----------------------------------------------------------------
004430* 2000-CHECK-RECORD
004440*-----------------------------------------------------------------
004450* APPLY EVERY RULE THAT BEARS ON THE RECORD IN HAND, IN RULE-
004460* CODE ORDER SO THE EXTRACT LOADS IN KEY ORDER.  THE ACCOUNT
004470* RULES (06-07 ON THE FIRST RECORD, 08-10 ON THE REST) COME
004480* LAST.
004490 2000-CHECK-RECORD.
004500     MOVE "N" TO SWP-RECORD-BAD-SWITCH
004510     IF NOT DATA-STATUS-ACTIVE
004520         AND NOT DATA-STATUS-CLOSED
004530         AND NOT DATA-STATUS-SUSPENDED
004540         MOVE 01 TO SWP-RAISE-RULE
004550         MOVE DATA-STATUS-CODE TO SWP-RAISE-FOUND
004560         MOVE "A, C, OR S" TO SWP-RAISE-EXPECTED
004570         PERFORM 3000-RAISE-EXCEPTION THRU
004580             3000-RAISE-EXCEPTION-EXIT
004590     END-IF
004600     PERFORM 2200-CHECK-DATE THRU 2200-CHECK-DATE-EXIT
004610     IF DATA-CUSTOMER-NAME = SPACES
004620         MOVE 05 TO SWP-RAISE-RULE
004630         MOVE SPACES TO SWP-RAISE-FOUND
004640         MOVE SPACES TO SWP-RAISE-EXPECTED
004650         PERFORM 3000-RAISE-EXCEPTION THRU
004660             3000-RAISE-EXCEPTION-EXIT
004670     END-IF
004680     IF SWP-FIRST-OF-ACCOUNT
004690         PERFORM 2300-CHECK-DIVISION THRU
004700             2300-CHECK-DIVISION-EXIT
004710     ELSE
004720         PERFORM 2400-CHECK-ACCOUNT THRU
004730             2400-CHECK-ACCOUNT-EXIT
004740     END-IF
004750     IF SWP-RECORD-IS-BAD
004760         ADD 1 TO SWP-BAD-RECORD-COUNT
004770         ADD 1 TO SWP-DIV-BAD-COUNT
004780     END-IF.
004790 2000-CHECK-RECORD-EXIT.
004800     EXIT.

004810*-----------------------------------------------------------------
004820* 2100-LOOK-UP-DIVMAST
004830*-----------------------------------------------------------------
004840* LEAVE SWP-MX ON THE MASTER ENTRY FOR SWP-DIVM-LOOKUP-CODE,
004850* OR DROP THE FOUND SWITCH WHEN THE CODE IS NOT ON THE MASTER
004860* (OR THE MASTER NEVER LOADED).
004870 2100-LOOK-UP-DIVMAST.
004880     MOVE "N" TO SWP-DIVM-FOUND-SWITCH
004890     IF NOT SWP-DIVMAST-LOADED
004900         GO TO 2100-LOOK-UP-DIVMAST-EXIT
004910     END-IF
004920     SET SWP-MX TO 1
004930     SEARCH SWP-DIVM-ENTRY
004940         AT END
004950             CONTINUE
004960         WHEN SWP-MX > SWP-DIVM-COUNT
004970             CONTINUE
004980         WHEN SWP-DIVM-CODE(SWP-MX) = SWP-DIVM-LOOKUP-CODE
004990             MOVE "Y" TO SWP-DIVM-FOUND-SWITCH
005000     END-SEARCH.
005010 2100-LOOK-UP-DIVMAST-EXIT.
005020     EXIT.

005030*-----------------------------------------------------------------
005040* 2200-CHECK-DATE
005050*-----------------------------------------------------------------
005060* RULES 02-04 - THE LAST-UPDATE DATE MUST BE NUMERIC, A REAL
005070* CALENDAR DATE, AND NOT AFTER TODAY.  ONLY THE FIRST OF THE
005080* THREE A DATE FAILS IS RAISED.
005090 2200-CHECK-DATE.
005100     MOVE DATA-LAST-UPDATE-DATE TO SWP-DATE-WORK-X
005110     PERFORM 2210-CHECK-CALENDAR-DATE THRU
005120         2210-CHECK-CALENDAR-DATE-EXIT
005130     MOVE SWP-DATE-WORK-X TO SWP-RAISE-FOUND
005140     MOVE SPACES TO SWP-RAISE-EXPECTED
005150     EVALUATE TRUE
005160         WHEN SWP-DATE-NOT-NUMERIC
005170             MOVE 02 TO SWP-RAISE-RULE
005180         WHEN SWP-DATE-IMPOSSIBLE
005190             MOVE 03 TO SWP-RAISE-RULE
005200         WHEN DATA-LAST-UPDATE-DATE > SWP-RUN-DATE
005210             MOVE 04 TO SWP-RAISE-RULE
005220             MOVE SWP-RUN-DATE TO SWP-RAISE-EXPECTED
005230         WHEN OTHER
005240             GO TO 2200-CHECK-DATE-EXIT
005250     END-EVALUATE
005260     PERFORM 3000-RAISE-EXCEPTION THRU
005270         3000-RAISE-EXCEPTION-EXIT.
005280 2200-CHECK-DATE-EXIT.
005290     EXIT.

005300*-----------------------------------------------------------------
005310* 2210-CHECK-CALENDAR-DATE
005320*-----------------------------------------------------------------
005330* SCREEN THE DATE IN SWP-DATE-WORK: NOT NUMERIC, IMPOSSIBLE
005340* (YEAR ZERO, MONTH OUTSIDE 01-12, OR DAY OUTSIDE THE MONTH -
005350* FEBRUARY 29 ONLY IN A LEAP YEAR), OR VALID.
005360 2210-CHECK-CALENDAR-DATE.
005370     IF SWP-DATE-WORK-X IS NOT NUMERIC
005380         MOVE "N" TO SWP-DATE-RESULT
005390         GO TO 2210-CHECK-CALENDAR-DATE-EXIT
005400     END-IF
005410     MOVE "I" TO SWP-DATE-RESULT
005420     IF SWP-DATE-WORK-YEAR = 0
005430         OR SWP-DATE-WORK-MONTH < 01
005440         OR SWP-DATE-WORK-MONTH > 12
005450         OR SWP-DATE-WORK-DAY < 01
005460         GO TO 2210-CHECK-CALENDAR-DATE-EXIT
005470     END-IF
005480     MOVE SWP-MONTH-DAYS(SWP-DATE-WORK-MONTH) TO SWP-MONTH-LIMIT
005490     IF SWP-DATE-WORK-MONTH = 02
005500         DIVIDE SWP-DATE-WORK-YEAR BY 4
005510             GIVING SWP-LEAP-QUOTIENT
005520             REMAINDER SWP-LEAP-REM-4
005530         DIVIDE SWP-DATE-WORK-YEAR BY 100
005540             GIVING SWP-LEAP-QUOTIENT
005550             REMAINDER SWP-LEAP-REM-100
005560         DIVIDE SWP-DATE-WORK-YEAR BY 400
005570             GIVING SWP-LEAP-QUOTIENT
005580             REMAINDER SWP-LEAP-REM-400
005590         IF SWP-LEAP-REM-400 = 0
005600             OR (SWP-LEAP-REM-4 = 0 AND SWP-LEAP-REM-100 NOT = 0)
005610             MOVE 29 TO SWP-MONTH-LIMIT
005620         END-IF
005630     END-IF
005640     IF SWP-DATE-WORK-DAY > SWP-MONTH-LIMIT
005650         GO TO 2210-CHECK-CALENDAR-DATE-EXIT
005660     END-IF
005670     MOVE "V" TO SWP-DATE-RESULT.
005680 2210-CHECK-CALENDAR-DATE-EXIT.
005690     EXIT.

005700*-----------------------------------------------------------------
005710* 2300-CHECK-DIVISION
005720*-----------------------------------------------------------------
005730* RULES 06-07, ONCE PER ACCOUNT ON ITS FIRST RECORD.  SKIPPED
005740* WHEN THE MASTER NEVER LOADED - AN EMPTY TABLE WOULD FLAG
005750* EVERY ACCOUNT ON THE FILE.
005760 2300-CHECK-DIVISION.
005770     IF NOT SWP-DIVMAST-LOADED
005780         GO TO 2300-CHECK-DIVISION-EXIT
005790     END-IF
005800     MOVE DATA-PARTIAL-KEY-1 TO SWP-DIVM-LOOKUP-CODE
005810     PERFORM 2100-LOOK-UP-DIVMAST THRU
005820         2100-LOOK-UP-DIVMAST-EXIT
005830     MOVE DATA-PARTIAL-KEY-1 TO SWP-RAISE-FOUND
005840     MOVE SPACES TO SWP-RAISE-EXPECTED
005850     IF NOT SWP-DIVM-ENTRY-FOUND
005860         MOVE 06 TO SWP-RAISE-RULE
005870         PERFORM 3000-RAISE-EXCEPTION THRU
005880             3000-RAISE-EXCEPTION-EXIT
005890         GO TO 2300-CHECK-DIVISION-EXIT
005900     END-IF
005910     IF NOT SWP-DIVM-ACTIVE(SWP-MX) = "A"
005920         MOVE 07 TO SWP-RAISE-RULE
005930         PERFORM 3000-RAISE-EXCEPTION THRU
005940             3000-RAISE-EXCEPTION-EXIT
005950     END-IF.
005960 2300-CHECK-DIVISION-EXIT.
005970     EXIT.

005980*-----------------------------------------------------------------
005990* 2400-CHECK-ACCOUNT
006000*-----------------------------------------------------------------
006010* RULES 08-10 ON A LATER RECORD OF THE ACCOUNT IN HAND.  THE
006020* SEQUENCE CHECK NEEDS A NUMERIC SEQUENCE ON BOTH SIDES; A
006030* NON-NUMERIC ONE RESTARTS THE CHAIN AT THE NEXT GOOD RECORD.
006040 2400-CHECK-ACCOUNT.
006050     IF DATA-CUSTOMER-NAME NOT = SWP-ACCT-NAME
006060         MOVE 08 TO SWP-RAISE-RULE
006070         MOVE DATA-CUSTOMER-NAME TO SWP-RAISE-FOUND
006080         MOVE SWP-ACCT-NAME TO SWP-RAISE-EXPECTED
006090         PERFORM 3000-RAISE-EXCEPTION THRU
006100             3000-RAISE-EXCEPTION-EXIT
006110     END-IF
006120     IF DATA-STATUS-CODE NOT = SWP-ACCT-STATUS
006130         MOVE 09 TO SWP-RAISE-RULE
006140         MOVE DATA-STATUS-CODE TO SWP-RAISE-FOUND
006150         MOVE SWP-ACCT-STATUS TO SWP-RAISE-EXPECTED
006160         PERFORM 3000-RAISE-EXCEPTION THRU
006170             3000-RAISE-EXCEPTION-EXIT
006180     END-IF
006190     IF DATA-PARTIAL-KEY-3 IS NOT NUMERIC
006200         MOVE "N" TO SWP-ACCT-SEQ-SWITCH
006210         GO TO 2400-CHECK-ACCOUNT-EXIT
006220     END-IF
006230     IF SWP-ACCT-SEQ-USABLE
006240         COMPUTE SWP-NEXT-SEQ = SWP-ACCT-LAST-SEQ + 1
006250         IF DATA-PARTIAL-KEY-3 NOT = SWP-NEXT-SEQ
006260             MOVE 10 TO SWP-RAISE-RULE
006270             MOVE DATA-PARTIAL-KEY-3 TO SWP-RAISE-FOUND
006280             MOVE SWP-NEXT-SEQ(2:4) TO SWP-RAISE-EXPECTED
006290             PERFORM 3000-RAISE-EXCEPTION THRU
006300                 3000-RAISE-EXCEPTION-EXIT
006310         END-IF
006320     END-IF
006330     MOVE DATA-PARTIAL-KEY-3 TO SWP-ACCT-LAST-SEQ
006340     MOVE "Y" TO SWP-ACCT-SEQ-SWITCH.
006350 2400-CHECK-ACCOUNT-EXIT.
006360     EXIT.

006370*-----------------------------------------------------------------
006380* 3000-RAISE-EXCEPTION
006390*-----------------------------------------------------------------
006400* COUNT ONE BREAK OF RULE SWP-RAISE-RULE BY THE RECORD IN HAND,
006410* LIST IT ON THE REPORT, AND WRITE IT TO THE EXTRACT.  A
006420* FAILED EXTRACT WRITE IS FATAL - THE KEYING GROUP WOULD WORK
006430* FROM A SHORT LIST WITHOUT KNOWING IT.
006440 3000-RAISE-EXCEPTION.
006450     MOVE "Y" TO SWP-RECORD-BAD-SWITCH
006460     MOVE SWP-RAISE-RULE TO SWP-RX
006470     ADD 1 TO SWP-RULE-HITS(SWP-RX)
006480     ADD 1 TO SWP-EXCEPTION-COUNT
006490     ADD 1 TO SWP-DIV-EXCEPTION-COUNT
006500     MOVE DATA-KEY-COMPOSITE TO SWP-DET-KEY
006510     MOVE SWP-RAISE-RULE TO SWP-DET-RULE
006520     MOVE SWP-RULE-TEXT-ENTRY(SWP-RX) TO SWP-DET-TEXT
006530     MOVE SWP-RAISE-FOUND TO SWP-DET-FOUND
006540     MOVE SWP-RAISE-EXPECTED TO SWP-DET-EXPECTED
006550     WRITE REPORT-RECORD FROM SWP-DETAIL-LINE
006560     IF NOT SWP-RPT-STATUS = "00"
006570         MOVE "ERROR WRITING INTEGRITY SWEEP REPORT" TO
006580             SWP-ERROR-MESSAGE
006590         PERFORM 9000-DISPLAY-ERROR THRU
006600             9000-DISPLAY-ERROR-EXIT
006610     END-IF
006620     MOVE SPACES TO SWP-RECORD
006630     MOVE DATA-KEY-COMPOSITE TO SWP-KEY(1:20)
006640     MOVE SWP-RAISE-RULE TO SWP-RULE-CODE
006650     MOVE SWP-RUN-DATE TO SWP-SWEEP-DATE
006660     MOVE SWP-RAISE-FOUND TO SWP-FOUND-VALUE
006670     MOVE SWP-RAISE-EXPECTED TO SWP-EXPECTED-VALUE
006680     MOVE SWP-RULE-TEXT-ENTRY(SWP-RX) TO SWP-RULE-TEXT
006690     WRITE SWP-RECORD
006700     IF NOT SWP-EXC-STATUS = "00"
006710         MOVE "SWEEPEXC WRITE FAILED - SWEEP ABORTED AT: "
006720             TO SWP-ERROR-LABEL
006730         STRING SWP-ERROR-LABEL DELIMITED BY SIZE
006740             SWP-KEY DELIMITED BY SIZE
006750             INTO SWP-ERROR-MESSAGE
006760         PERFORM 9000-DISPLAY-ERROR THRU
006770             9000-DISPLAY-ERROR-EXIT
006780         MOVE SWP-RETURN-ERROR TO SWP-FINAL-RETURN-CODE
006790         MOVE "N" TO SWP-RUN-OK-SWITCH
006800     END-IF.
006810 3000-RAISE-EXCEPTION-EXIT.
006820     EXIT.

006830*-----------------------------------------------------------------
006840* 5000-SCAN-FILE
006850*-----------------------------------------------------------------
006860 5000-SCAN-FILE.
006870     PERFORM 5100-READ-NEXT-RECORD THRU
006880         5100-READ-NEXT-RECORD-EXIT
006890         UNTIL SWP-EOF OR NOT SWP-RUN-OK.
006900 5000-SCAN-FILE-EXIT.
006910     EXIT.

006920*-----------------------------------------------------------------
006930* 5100-READ-NEXT-RECORD
006940*-----------------------------------------------------------------
006950* ONE RECORD OF THE FULL-FILE SWEEP.  A CHANGE OF DIVISION
006960* WRITES THE PRIOR DIVISION'S COUNT LINE; A CHANGE OF ACCOUNT
006970* MAKES THIS RECORD THE ACCOUNT'S FIRST - THE ONE ITS LATER
006980* RECORDS ARE HELD TO.
006990 5100-READ-NEXT-RECORD.
007000     READ DATA-FILE NEXT RECORD
007010         AT END
007020             MOVE "Y" TO SWP-EOF-SWITCH
007030             GO TO 5100-READ-NEXT-RECORD-EXIT
007040     END-READ
007050     ADD 1 TO SWP-READ-COUNT
007060     IF SWP-DIV-IN-PROGRESS
007070         AND DATA-PARTIAL-KEY-1 NOT = SWP-PRIOR-KEY-1
007080         PERFORM 5400-WRITE-DIVISION-LINE THRU
007090             5400-WRITE-DIVISION-LINE-EXIT
007100     END-IF
007110     MOVE DATA-PARTIAL-KEY-1 TO SWP-PRIOR-KEY-1
007120     MOVE "Y" TO SWP-DIV-BREAK-SWITCH
007130     ADD 1 TO SWP-DIV-RECORD-COUNT
007140     IF SWP-READ-COUNT = 1
007150         OR DATA-PARTIAL-KEY-1 NOT = SWP-ACCT-KEY-1
007160         OR DATA-PARTIAL-KEY-2 NOT = SWP-ACCT-KEY-2
007170         MOVE "Y" TO SWP-FIRST-OF-ACCT-SWITCH
007180         ADD 1 TO SWP-ACCOUNT-COUNT
007190     ELSE
007200         MOVE "N" TO SWP-FIRST-OF-ACCT-SWITCH
007210     END-IF
007220     PERFORM 2000-CHECK-RECORD THRU 2000-CHECK-RECORD-EXIT
007230     IF SWP-FIRST-OF-ACCOUNT
007240         MOVE DATA-PARTIAL-KEY-1 TO SWP-ACCT-KEY-1
007250         MOVE DATA-PARTIAL-KEY-2 TO SWP-ACCT-KEY-2
007260         MOVE DATA-CUSTOMER-NAME TO SWP-ACCT-NAME
007270         MOVE DATA-STATUS-CODE TO SWP-ACCT-STATUS
007280         IF DATA-PARTIAL-KEY-3 IS NUMERIC
007290             MOVE DATA-PARTIAL-KEY-3 TO SWP-ACCT-LAST-SEQ
007300             MOVE "Y" TO SWP-ACCT-SEQ-SWITCH
007310         ELSE
007320             MOVE "N" TO SWP-ACCT-SEQ-SWITCH
007330         END-IF
007340     END-IF.
007350 5100-READ-NEXT-RECORD-EXIT.
007360     EXIT.

007370*-----------------------------------------------------------------
007380* 5400-WRITE-DIVISION-LINE
007390*-----------------------------------------------------------------
007400 5400-WRITE-DIVISION-LINE.
007410     MOVE SWP-PRIOR-KEY-1 TO SWP-DIV-KEY-1
007420     MOVE SWP-PRIOR-KEY-1 TO SWP-DIVM-LOOKUP-CODE
007430     PERFORM 2100-LOOK-UP-DIVMAST THRU
007440         2100-LOOK-UP-DIVMAST-EXIT
007450     IF SWP-DIVM-ENTRY-FOUND
007460         MOVE SWP-DIVM-NAME(SWP-MX) TO SWP-DIV-NAME
007470     ELSE
007480         MOVE SPACES TO SWP-DIV-NAME
007490     END-IF
007500     MOVE SWP-DIV-RECORD-COUNT TO SWP-DIV-COUNT
007510     MOVE SWP-DIV-BAD-COUNT TO SWP-DIV-BAD
007520     MOVE SWP-DIV-EXCEPTION-COUNT TO SWP-DIV-EXCEPTIONS
007530     PERFORM 5600-WRITE-REPORT-LINE THRU
007540         5600-WRITE-REPORT-LINE-EXIT
007550     MOVE 0 TO SWP-DIV-RECORD-COUNT
007560     MOVE 0 TO SWP-DIV-BAD-COUNT
007570     MOVE 0 TO SWP-DIV-EXCEPTION-COUNT.
007580 5400-WRITE-DIVISION-LINE-EXIT.
007590     EXIT.

007600*-----------------------------------------------------------------
007610* 5500-WRITE-TOTALS
007620*-----------------------------------------------------------------
007630* THE LAST DIVISION'S LINE, THEN ONE LINE PER RULE, THEN THE
007640* RUN TOTALS.  THE DIVISION LINES ARE WRITTEN AS EACH DIVISION
007650* BREAKS, SO THEY FOLLOW THE DETAIL FOR THEIR DIVISION.
007660 5500-WRITE-TOTALS.
007670     IF NOT SWP-RPT-IS-OPEN
007680         GO TO 5500-WRITE-TOTALS-EXIT
007690     END-IF
007700     IF SWP-DIV-IN-PROGRESS
007710         PERFORM 5400-WRITE-DIVISION-LINE THRU
007720             5400-WRITE-DIVISION-LINE-EXIT
007730     END-IF
007740     MOVE SPACES TO REPORT-RECORD
007750     WRITE REPORT-RECORD
007760     PERFORM 5550-WRITE-RULE-LINE THRU
007770         5550-WRITE-RULE-LINE-EXIT
007780         VARYING SWP-RX FROM 1 BY 1
007790         UNTIL SWP-RX > SWP-RULE-COUNT
007800     MOVE SPACES TO REPORT-RECORD
007810     WRITE REPORT-RECORD
007820     MOVE "RECORDS READ:           " TO SWP-TL-LABEL
007830     MOVE SWP-READ-COUNT TO SWP-TL-COUNT
007840     PERFORM 5650-WRITE-TOTAL-LINE THRU
007850         5650-WRITE-TOTAL-LINE-EXIT
007860     MOVE "ACCOUNTS READ:          " TO SWP-TL-LABEL
007870     MOVE SWP-ACCOUNT-COUNT TO SWP-TL-COUNT
007880     PERFORM 5650-WRITE-TOTAL-LINE THRU
007890         5650-WRITE-TOTAL-LINE-EXIT
007900     MOVE "RECORDS WITH EXCEPTIONS:" TO SWP-TL-LABEL
007910     MOVE SWP-BAD-RECORD-COUNT TO SWP-TL-COUNT
007920     PERFORM 5650-WRITE-TOTAL-LINE THRU
007930         5650-WRITE-TOTAL-LINE-EXIT
007940     MOVE "EXCEPTIONS EXTRACTED:   " TO SWP-TL-LABEL
007950     MOVE SWP-EXCEPTION-COUNT TO SWP-TL-COUNT
007960     PERFORM 5650-WRITE-TOTAL-LINE THRU
007970         5650-WRITE-TOTAL-LINE-EXIT.
007980 5500-WRITE-TOTALS-EXIT.
007990     EXIT.

008000*-----------------------------------------------------------------
008010* 5550-WRITE-RULE-LINE
008020*-----------------------------------------------------------------
008030 5550-WRITE-RULE-LINE.
008040     MOVE SWP-RX TO SWP-RL-RULE
008050     MOVE SWP-RULE-TEXT-ENTRY(SWP-RX) TO SWP-RL-TEXT
008060     MOVE SWP-RULE-HITS(SWP-RX) TO SWP-RL-COUNT
008070     WRITE REPORT-RECORD FROM SWP-RULE-LINE
008080     IF NOT SWP-RPT-STATUS = "00"
008090         MOVE "ERROR WRITING INTEGRITY SWEEP REPORT" TO
008100             SWP-ERROR-MESSAGE
008110         PERFORM 9000-DISPLAY-ERROR THRU
008120             9000-DISPLAY-ERROR-EXIT
008130     END-IF.
008140 5550-WRITE-RULE-LINE-EXIT.
008150     EXIT.

008160*-----------------------------------------------------------------
008170* 5600-WRITE-REPORT-LINE
008180*-----------------------------------------------------------------
008190 5600-WRITE-REPORT-LINE.
008200     WRITE REPORT-RECORD FROM SWP-DIVISION-LINE
008210     IF NOT SWP-RPT-STATUS = "00"
008220         MOVE "ERROR WRITING INTEGRITY SWEEP REPORT" TO
008230             SWP-ERROR-MESSAGE
008240         PERFORM 9000-DISPLAY-ERROR THRU
008250             9000-DISPLAY-ERROR-EXIT
008260     END-IF.
008270 5600-WRITE-REPORT-LINE-EXIT.
008280     EXIT.

008290*-----------------------------------------------------------------
008300* 5650-WRITE-TOTAL-LINE
008310*-----------------------------------------------------------------
008320 5650-WRITE-TOTAL-LINE.
008330     WRITE REPORT-RECORD FROM SWP-TOTAL-LINE
008340     IF NOT SWP-RPT-STATUS = "00"
008350         MOVE "ERROR WRITING INTEGRITY SWEEP REPORT" TO
008360             SWP-ERROR-MESSAGE
008370         PERFORM 9000-DISPLAY-ERROR THRU
008380             9000-DISPLAY-ERROR-EXIT
008390     END-IF.
008400 5650-WRITE-TOTAL-LINE-EXIT.
008410     EXIT.

008411*-----------------------------------------------------------------
008412* 7700-WRITE-HISTORY-RECORD
008413*-----------------------------------------------------------------
008414* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
008415* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
008416* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
008417* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
008418 7700-WRITE-HISTORY-RECORD.
008419     IF SWP-HIST-EVENT = "S"
008420         ACCEPT SWP-HIST-START-DATE FROM DATE YYYYMMDD
008421         ACCEPT SWP-HIST-START-TIME FROM TIME
008422     END-IF
008423     OPEN EXTEND HIST-FILE
008424     IF NOT SWP-HIST-STATUS = "00" AND
008425         NOT SWP-HIST-STATUS = "05"
008426         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
008427             SWP-ERROR-MESSAGE
008428         PERFORM 9000-DISPLAY-ERROR THRU
008429             9000-DISPLAY-ERROR-EXIT
008430         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
008431     END-IF
008432     MOVE SPACES TO RHS-RECORD
008433     MOVE "DATASWEEP " TO RHS-STEP
008434     MOVE "P" TO RHS-KIND
008435     MOVE SWP-HIST-EVENT TO RHS-EVENT
008436     MOVE SWP-HIST-START-DATE TO RHS-START-DATE
008437     MOVE SWP-HIST-START-TIME TO RHS-START-TIME
008438     MOVE 0 TO RHS-END-DATE
008439     MOVE 0 TO RHS-END-TIME
008440     MOVE 0 TO RHS-COMPLETION-CODE
008441     MOVE 0 TO RHS-COUNT-VALUE(1)
008442     MOVE 0 TO RHS-COUNT-VALUE(2)
008443     MOVE 0 TO RHS-COUNT-VALUE(3)
008444     MOVE 0 TO RHS-COUNT-VALUE(4)
008445     IF RHS-ENDED
008446         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
008447         ACCEPT RHS-END-TIME FROM TIME
008448         MOVE SWP-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
008449         MOVE "READ    " TO RHS-COUNT-LABEL(1)
008450         MOVE SWP-READ-COUNT TO RHS-COUNT-VALUE(1)
008451         MOVE "ACCOUNTS" TO RHS-COUNT-LABEL(2)
008452         MOVE SWP-ACCOUNT-COUNT TO RHS-COUNT-VALUE(2)
008453         MOVE "BADRECS " TO RHS-COUNT-LABEL(3)
008454         MOVE SWP-BAD-RECORD-COUNT TO RHS-COUNT-VALUE(3)
008455         MOVE "EXCEPTNS" TO RHS-COUNT-LABEL(4)
008456         MOVE SWP-EXCEPTION-COUNT TO RHS-COUNT-VALUE(4)
008457     END-IF
008458     WRITE RHS-RECORD
008459     IF NOT SWP-HIST-STATUS = "00"
008460         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
008461             SWP-ERROR-MESSAGE
008462         PERFORM 9000-DISPLAY-ERROR THRU
008463             9000-DISPLAY-ERROR-EXIT
008464     END-IF
008465     CLOSE HIST-FILE.
008466 7700-WRITE-HISTORY-RECORD-EXIT.
008467     EXIT.

008468*-----------------------------------------------------------------
008469* 8000-TERMINATE
008470*-----------------------------------------------------------------
008471 8000-TERMINATE.
008472     IF SWP-DATA-IS-OPEN
008473         CLOSE DATA-FILE
008480     END-IF
008490     IF SWP-EXC-IS-OPEN
008500         CLOSE EXC-FILE
008510     END-IF
008520     IF SWP-RPT-IS-OPEN
008530         CLOSE REPORT-FILE
008540     END-IF
008550     IF SWP-FINAL-RETURN-CODE = 0 AND NOT SWP-RUN-OK
008560         MOVE SWP-RETURN-ERROR TO SWP-FINAL-RETURN-CODE
008570     END-IF
008580     IF SWP-FINAL-RETURN-CODE = SWP-RETURN-OK
008590         AND SWP-RUN-OK AND SWP-EXCEPTION-COUNT > 0
008600         MOVE SWP-RETURN-WARNING TO SWP-FINAL-RETURN-CODE
008610     END-IF
008612     MOVE "E" TO SWP-HIST-EVENT
008614     PERFORM 7700-WRITE-HISTORY-RECORD THRU
008616         7700-WRITE-HISTORY-RECORD-EXIT
008620     MOVE SWP-FINAL-RETURN-CODE TO RETURN-CODE.
008630 8000-TERMINATE-EXIT.
008640     EXIT.

008650*-----------------------------------------------------------------
008660* 9000-DISPLAY-ERROR
008670*-----------------------------------------------------------------
008680 9000-DISPLAY-ERROR.
008690     DISPLAY "DATASWEEP: " SWP-ERROR-MESSAGE.
008700 9000-DISPLAY-ERROR-EXIT.
008710     EXIT.
