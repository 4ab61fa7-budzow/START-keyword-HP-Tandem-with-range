000010*-----------------------------------------------------------------
000020* JRNLRPT
000030*-----------------------------------------------------------------
000040*
000050* ACCOUNT CHANGE-HISTORY REPORT.  READS THE SHARED DATA-FILE
000060* CHANGE JOURNAL (DATAJRNL, JRNREC LAYOUT) THAT EVERY PROGRAM
000070* CHANGING DATA-FILE APPENDS TO, AND ANSWERS "WHAT HAPPENED TO
000080* ACCOUNT X, WHO DID IT, AND WHEN" WITHOUT PIECING IT TOGETHER
000090* FROM RUNCTL AND THE RUN REPORTS.
000100*
000110* THE PARM CARD CARRIES AN ACCOUNT KEY OR KEY PREFIX (THE SAME
000120* KEY/LENGTH FORM THE BATCH PARM CARDS USE) AND AN OPTIONAL DATE
000130* RANGE.  EVERY JOURNAL ENTRY FOR A MATCHING ACCOUNT INSIDE THE
000140* RANGE IS REPORTED IN THE ORDER THE CHANGES WERE MADE - DATE,
000150* TIME, PROGRAM, USER, ACTION, AND KEY, THEN THE RECORD BEFORE
000160* AND AFTER THE CHANGE, AND ON A CHANGE THE FIELDS THAT MOVED.
000170*
000180* WHEN AN AS-OF DATE IS SUPPLIED THE REPORT ALSO REBUILDS THE
000190* MATCHING ACCOUNTS' RECORDS AS THEY STOOD AT THE END OF THAT
000200* DAY: IT LOADS THE ACCOUNTS' LIVE RECORDS FROM DATA-FILE AND
000210* UNDOES, NEWEST FIRST, EVERY JOURNALED CHANGE MADE AFTER THE
000220* AS-OF DATE - AN ADD IS REMOVED, A CHANGE OR DELETE PUTS THE
000230* BEFORE IMAGE BACK.  RUN IT OUTSIDE THE BATCH WINDOW - A CHANGE
000240* APPLIED WHILE THE REPORT IS READING CAN FALL BETWEEN THE
000250* JOURNAL PASS AND THE DATA-FILE LOAD.
000260*
000270* PARM CARD (JRPPARM):
000280*     COLS  1-11 ACCOUNT KEY (ACCOUNT OR PREFIX)
000290*     COLS 13-14 SIGNIFICANT KEY LENGTH (01 THRU 11)
000300*     COLS 16-23 DATE FROM (YYYYMMDD, BLANK = OPEN)
000310*     COLS 25-32 DATE TO   (YYYYMMDD, BLANK = OPEN)
000320*     COLS 34-41 AS-OF DATE FOR THE REBUILD (YYYYMMDD, BLANK =
000330*                HISTORY ONLY)
000340*
000350* RETURN CODE 0 HISTORY REPORTED, 4 NOTHING MATCHED OR THE
000360* REBUILD COULD NOT BE COMPLETED IN FULL, 16 RUN FAILED.
000370*
000380* MODIFICATION HISTORY
000390* DATE       INIT DESCRIPTION
000400* ---------- ---- --------------------------------------------
000410* 2026-10-15 RLH  ORIGINAL PROGRAM - ACCOUNT CHANGE HISTORY AND
000420*                 AS-OF REBUILD FROM THE DATA-FILE CHANGE
000430*                 JOURNAL, RUN FROM THE JRNLRUN TACL DRIVER.
000432* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000434*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000436*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000438*                 RECORD AND THE MORNING BATCH-STATUS REPORT.

000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.                  jrnlrpt.
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
000560*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
000570*    LAYOUT), IN THE ORDER THE CHANGES WERE MADE.
000580     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS JRP-JRN-STATUS.
000610*    DATA-FILE - THE SHARED PRODUCTION FILE, READ ONLY FOR THE
000620*    AS-OF REBUILD.
000630     SELECT DATA-FILE ASSIGN TO "DATAFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS DATA-KEY-COMPOSITE
000670         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-1
000680             WITH DUPLICATES
000690         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-2
000700             WITH DUPLICATES
000710         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-3
000720             WITH DUPLICATES
000730         FILE STATUS IS JRP-DATA-STATUS.
000740*    PARM-FILE - THE HISTORY REQUEST CARD.
000750     SELECT PARM-FILE ASSIGN TO "JRPPARM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS JRP-PARM-STATUS.
000780*    REPORT-FILE - THE CHANGE-HISTORY REPORT.
000790     SELECT REPORT-FILE ASSIGN TO "JRNLRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS JRP-RPT-STATUS.
000811*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000812*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000813     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000814         ORGANIZATION IS LINE SEQUENTIAL
000815         FILE STATUS IS JRP-HIST-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  JRN-FILE.
000850 01  JRN-FILE-RECORD             PIC X(240).

000860 FD  DATA-FILE.
000870     COPY DATAREC.

000880 FD  PARM-FILE.
000890 01  PARM-RECORD.
000900         05  PARM-SEARCH-KEY           PIC X(11).
000910         05  FILLER                    PIC X(01).
000920         05  PARM-KEY-LENGTH           PIC 9(02).
000930         05  FILLER                    PIC X(01).
000940         05  PARM-DATE-FROM            PIC X(08).
000950         05  FILLER                    PIC X(01).
000960         05  PARM-DATE-TO              PIC X(08).
000970         05  FILLER                    PIC X(01).
000980         05  PARM-AS-OF-DATE           PIC X(08).
000990         05  FILLER                    PIC X(39).

001000 FD  REPORT-FILE.
001010 01  REPORT-RECORD               PIC X(80).

001012 FD  HIST-FILE.
001014     COPY RHSREC.

001020 WORKING-STORAGE SECTION.
001030*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001040 77  JRP-MAX-KEY-LENGTH          PIC 9(02) VALUE 11.
001050 77  JRP-MAX-UNDO                PIC 9(04) VALUE 1000.
001060 77  JRP-MAX-RECORDS             PIC 9(04) VALUE 500.
001070 77  JRP-RETURN-OK               PIC 9(02) VALUE 00.
001080 77  JRP-RETURN-WARNING          PIC 9(02) VALUE 04.
001090 77  JRP-RETURN-ERROR            PIC 9(02) VALUE 16.
001091 77  JRP-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
001092     88  JRP-DATE-VALID                VALUE "Y".
001093 77  JRP-MONTH-LIMIT             PIC 9(02) VALUE 0.
001094 77  JRP-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
001095 77  JRP-LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.

001100 01  JRP-SWITCHES.
001110     05  JRP-JRN-EOF-SWITCH          PIC X(01) VALUE "N".
001120         88  JRP-JRN-EOF                   VALUE "Y".
001130     05  JRP-DATA-EOF-SWITCH         PIC X(01) VALUE "N".
001140         88  JRP-DATA-EOF                  VALUE "Y".
001150     05  JRP-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001160         88  JRP-RUN-OK                    VALUE "Y".
001170     05  JRP-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
001180         88  JRP-JRN-IS-OPEN               VALUE "Y".
001190     05  JRP-DATA-OPEN-SWITCH        PIC X(01) VALUE "N".
001200         88  JRP-DATA-IS-OPEN              VALUE "Y".
001210     05  JRP-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001220         88  JRP-RPT-IS-OPEN               VALUE "Y".
001230     05  JRP-UNDO-FULL-SWITCH        PIC X(01) VALUE "N".
001240         88  JRP-UNDO-TABLE-FULL           VALUE "Y".
001250     05  JRP-RECS-FULL-SWITCH        PIC X(01) VALUE "N".
001260         88  JRP-RECORD-TABLE-FULL         VALUE "Y".
001270     05  JRP-WARNING-SWITCH          PIC X(01) VALUE "N".
001280         88  JRP-WARNING-RAISED            VALUE "Y".
001290     05  JRP-FOUND-SWITCH            PIC X(01) VALUE "N".
001300         88  JRP-RECORD-FOUND              VALUE "Y".

001310*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001320 01  JRP-FILE-STATUSES.
001330     05  JRP-JRN-STATUS              PIC X(02).
001340     05  JRP-DATA-STATUS             PIC X(02).
001350         88  JRP-DATA-STATUS-OK        VALUE "00".
001360     05  JRP-PARM-STATUS             PIC X(02).
001370     05  JRP-RPT-STATUS              PIC X(02).
001371     05  JRP-HIST-STATUS             PIC X(02).

001372*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001373 01  JRP-HISTORY-WORK.
001374     05  JRP-HIST-EVENT              PIC X(01).
001375     05  JRP-HIST-START-DATE         PIC 9(08) VALUE 0.
001376     05  JRP-HIST-START-TIME         PIC 9(08) VALUE 0.

001380*    THE HISTORY REQUEST FROM THE PARM CARD.  BLANK DATES MEAN
001390*    THE FILTER IS NOT SUPPLIED; THE REDEFINES GIVE THE NUMERIC
001400*    VIEW ONCE VALIDATION HAS PROVED THE FIELD NUMERIC.
001410 01  JRP-SEARCH-PARMS.
001420     05  JRP-SEARCH-KEY              PIC X(11).
001430     05  JRP-SEARCH-KEY-LENGTH       PIC 9(02).
001440     05  JRP-DATE-FROM-X             PIC X(08).
001450         88  JRP-NO-DATE-FROM               VALUE SPACES.
001460     05  JRP-DATE-FROM-9 REDEFINES JRP-DATE-FROM-X
001470                                     PIC 9(08).
001480     05  JRP-DATE-TO-X               PIC X(08).
001490         88  JRP-NO-DATE-TO                 VALUE SPACES.
001500     05  JRP-DATE-TO-9 REDEFINES JRP-DATE-TO-X
001510                                     PIC 9(08).
001520     05  JRP-AS-OF-X                 PIC X(08).
001530         88  JRP-NO-AS-OF                   VALUE SPACES.
001540     05  JRP-AS-OF-9 REDEFINES JRP-AS-OF-X
001550                                     PIC 9(08).

001551*    A REQUEST DATE SPLIT FOR SCREENING BY 9100.
001552 01  JRP-DATE-WORK.
001553     05  JRP-DATE-WORK-YEAR          PIC 9(04).
001554     05  JRP-DATE-WORK-MONTH         PIC 9(02).
001555     05  JRP-DATE-WORK-DAY           PIC 9(02).
001556 01  JRP-DATE-WORK-X REDEFINES JRP-DATE-WORK
001557                                 PIC X(08).

001560 01  JRP-LINE-COUNTERS.
001570     05  JRP-READ-COUNT              PIC 9(09) COMP VALUE 0.
001580     05  JRP-MATCH-COUNT             PIC 9(09) COMP VALUE 0.
001590     05  JRP-UNDONE-COUNT            PIC 9(09) COMP VALUE 0.
001600     05  JRP-REBUILT-COUNT           PIC 9(09) COMP VALUE 0.

001610*    DATE OF THE FIRST ENTRY ON THE JOURNAL, ANY ACCOUNT - AN
001620*    AS-OF DATE BEFORE IT CANNOT BE REBUILT IN FULL.
001630 01  JRP-FIRST-ENTRY-DATE        PIC 9(08) VALUE 0.

001640*    THE CHANGES TO UNDO FOR THE REBUILD - EVERY MATCHING ENTRY
001650*    DATED AFTER THE AS-OF DATE, IN JOURNAL ORDER.  ONLY WHAT
001660*    THE UNDO NEEDS IS KEPT.
001670 01  JRP-UNDO-TABLE.
001680     05  JRP-UNDO-COUNT              PIC 9(04) COMP VALUE 0.
001690     05  JRP-UNDO-ENTRY OCCURS 1000 TIMES.
001700         10  JRP-UT-ACTION           PIC X(01).
001710             88  JRP-UT-ADD                 VALUE "A".
001720         10  JRP-UT-KEY              PIC X(20).
001730         10  JRP-UT-BEFORE-IMAGE     PIC X(80).

001740*    THE MATCHING ACCOUNTS' RECORDS AS THE REBUILD WORKS BACK
001750*    THROUGH TIME.  AN ENTRY AN UNDONE ADD TAKES AWAY STAYS IN
001760*    THE TABLE, MARKED NOT PRESENT, IN CASE AN EARLIER CHANGE
001770*    PUTS IT BACK.
001780 01  JRP-RECORD-TABLE.
001790     05  JRP-RECORD-COUNT            PIC 9(04) COMP VALUE 0.
001800     05  JRP-RECORD-ENTRY OCCURS 500 TIMES
001810             INDEXED BY JRP-RX.
001820         10  JRP-RT-KEY              PIC X(20).
001830         10  JRP-RT-IMAGE            PIC X(80).
001840         10  JRP-RT-PRESENT-SWITCH   PIC X(01).
001850             88  JRP-RT-PRESENT             VALUE "Y".

001860 01  JRP-SUBSCRIPTS.
001870     05  JRP-UNDO-SUB                PIC S9(04) COMP VALUE 0.
001880     05  JRP-NEXT-SUB                PIC S9(04) COMP VALUE 0.
001890     05  JRP-CHANGED-POINTER         PIC 9(03) COMP VALUE 0.

001900*    KEY SEQUENCE FOR PRINTING THE REBUILT RECORDS.
001910 01  JRP-LAST-PRINTED-KEY        PIC X(20).
001920 01  JRP-NEXT-KEY                PIC X(20).

001930*    ONE DATAREC IMAGE BROKEN OUT FOR PRINTING - A JOURNAL
001940*    BEFORE OR AFTER IMAGE, OR A REBUILT RECORD.
001950 01  JRP-IMAGE-WORK              PIC X(80).
001960 01  JRP-IMAGE-FIELDS REDEFINES JRP-IMAGE-WORK.
001970     05  JRP-IMG-KEY-1               PIC X(05).
001980     05  JRP-IMG-KEY-2               PIC X(11).
001990     05  JRP-IMG-KEY-3               PIC 9(04).
002000     05  JRP-IMG-CUSTOMER-NAME       PIC X(30).
002010     05  JRP-IMG-STATUS-CODE         PIC X(01).
002020     05  JRP-IMG-UPDATE-DATE         PIC 9(08).
002030     05  JRP-IMG-AMOUNT              PIC S9(09)V99 COMP-3.
002040     05  FILLER                      PIC X(15).

002050 01  JRP-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
002060 01  JRP-ERROR-MESSAGE           PIC X(80).

002070*    THE JOURNAL ENTRY IN HAND, IN THE PUBLISHED LAYOUT.
002080     COPY JRNREC.

002090*    REPORT LINE LAYOUTS.
002100 01  JRP-BANNER-LINE.
002110     05  FILLER                      PIC X(20)
002120         VALUE "CHANGE HISTORY KEY: ".
002130     05  JRP-BAN-KEY                 PIC X(11).
002140     05  FILLER                      PIC X(07) VALUE "  LEN: ".
002150     05  JRP-BAN-LENGTH              PIC 9(02).
002160     05  FILLER                      PIC X(07) VALUE "  FROM:".
002170     05  JRP-BAN-FROM                PIC X(08).
002180     05  FILLER                      PIC X(05) VALUE "  TO:".
002190     05  JRP-BAN-TO                  PIC X(08).
002200     05  FILLER                      PIC X(12) VALUE SPACE.

002210 01  JRP-BANNER-LINE-2.
002220     05  FILLER                      PIC X(20)
002230         VALUE "             AS OF: ".
002240     05  JRP-BAN-AS-OF               PIC X(08).
002250     05  FILLER                      PIC X(52) VALUE SPACE.

002260*    ONE HEADING LINE PER MATCHING JOURNAL ENTRY, IN THE ORDER
002270*    THE CHANGES WERE MADE.
002280 01  JRP-ENTRY-LINE.
002290     05  JRP-ENT-DATE                PIC 9(08).
002300     05  FILLER                      PIC X(01) VALUE SPACE.
002310     05  JRP-ENT-TIME                PIC 9(08).
002320     05  FILLER                      PIC X(01) VALUE SPACE.
002330     05  JRP-ENT-PROGRAM             PIC X(10).
002340     05  FILLER                      PIC X(01) VALUE SPACE.
002350     05  JRP-ENT-USER                PIC X(20).
002360     05  FILLER                      PIC X(01) VALUE SPACE.
002370     05  JRP-ENT-ACTION              PIC X(06).
002380     05  FILLER                      PIC X(01) VALUE SPACE.
002390     05  JRP-ENT-KEY-1               PIC X(05).
002400     05  FILLER                      PIC X(01) VALUE SPACE.
002410     05  JRP-ENT-KEY-2               PIC X(11).
002420     05  FILLER                      PIC X(01) VALUE SPACE.
002430     05  JRP-ENT-KEY-3               PIC 9(04).
002440     05  FILLER                      PIC X(01) VALUE SPACE.

002450*    THE RECORD BEFORE OR AFTER THE CHANGE, UNDER ITS HEADING.
002460 01  JRP-IMAGE-LINE.
002470     05  JRP-IML-TAG                 PIC X(08).
002480     05  FILLER                      PIC X(01) VALUE SPACE.
002490     05  JRP-IML-NAME                PIC X(30).
002500     05  FILLER                      PIC X(01) VALUE SPACE.
002510     05  JRP-IML-STATUS              PIC X(01).
002520     05  FILLER                      PIC X(01) VALUE SPACE.
002530     05  JRP-IML-DATE                PIC 9(08).
002540     05  FILLER                      PIC X(01) VALUE SPACE.
002550     05  JRP-IML-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
002560     05  FILLER                      PIC X(14) VALUE SPACE.

002570 01  JRP-CHANGED-LINE            PIC X(80).

002580*    ONE LINE PER RECORD IN THE AS-OF REBUILD, IN KEY ORDER.
002590 01  JRP-REBUILD-LINE.
002600     05  JRP-RBL-KEY-1               PIC X(05).
002610     05  FILLER                      PIC X(01) VALUE SPACE.
002620     05  JRP-RBL-KEY-2               PIC X(11).
002630     05  FILLER                      PIC X(01) VALUE SPACE.
002640     05  JRP-RBL-KEY-3               PIC 9(04).
002650     05  FILLER                      PIC X(01) VALUE SPACE.
002660     05  JRP-RBL-NAME                PIC X(30).
002670     05  FILLER                      PIC X(01) VALUE SPACE.
002680     05  JRP-RBL-STATUS              PIC X(01).
002690     05  FILLER                      PIC X(01) VALUE SPACE.
002700     05  JRP-RBL-DATE                PIC 9(08).
002710     05  FILLER                      PIC X(01) VALUE SPACE.
002720     05  JRP-RBL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.

002730 01  JRP-REBUILD-HEADING.
002740     05  FILLER                      PIC X(22)
002750         VALUE "RECORDS AS OF END OF: ".
002760     05  JRP-RBH-AS-OF               PIC X(08).
002770     05  FILLER                      PIC X(50) VALUE SPACE.

002780 01  JRP-NOTE-LINE               PIC X(80).

002790 01  JRP-TOTAL-LINE.
002800     05  JRP-TL-LABEL                PIC X(24).
002810     05  JRP-TL-COUNT                PIC Z(08)9.
002820     05  FILLER                      PIC X(47) VALUE SPACE.

002830 PROCEDURE DIVISION.

002840*-----------------------------------------------------------------
002850* 0000-MAINLINE
002860*-----------------------------------------------------------------
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002890     IF JRP-RUN-OK
002900         PERFORM 5000-READ-JOURNAL-ENTRY THRU
002910             5000-READ-JOURNAL-ENTRY-EXIT
002920             UNTIL JRP-JRN-EOF
002930         PERFORM 5500-WRITE-HISTORY-TOTALS THRU
002940             5500-WRITE-HISTORY-TOTALS-EXIT
002950     END-IF
002960     IF JRP-RUN-OK AND NOT JRP-NO-AS-OF
002970         PERFORM 6000-REBUILD-AS-OF THRU 6000-REBUILD-AS-OF-EXIT
002980     END-IF
002990     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
003000     STOP RUN.

003010*-----------------------------------------------------------------
003020* 1000-INITIALIZE
003030*-----------------------------------------------------------------
003040 1000-INITIALIZE.
003042     MOVE "S" TO JRP-HIST-EVENT
003044     PERFORM 7700-WRITE-HISTORY-RECORD THRU
003046         7700-WRITE-HISTORY-RECORD-EXIT
003050     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
003060     IF NOT JRP-RUN-OK
003070         GO TO 1000-INITIALIZE-EXIT
003080     END-IF
003090     PERFORM 2000-VALIDATE-REQUEST THRU
003100         2000-VALIDATE-REQUEST-EXIT
003110     IF NOT JRP-RUN-OK
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF
003140     OPEN INPUT JRN-FILE
003150     IF NOT JRP-JRN-STATUS = "00"
003160         MOVE "UNABLE TO OPEN DATAJRNL CHANGE JOURNAL" TO
003170             JRP-ERROR-MESSAGE
003180         PERFORM 9000-DISPLAY-ERROR THRU
003190             9000-DISPLAY-ERROR-EXIT
003200         MOVE "N" TO JRP-RUN-OK-SWITCH
003210         GO TO 1000-INITIALIZE-EXIT
003220     END-IF
003230     MOVE "Y" TO JRP-JRN-OPEN-SWITCH
003240     OPEN OUTPUT REPORT-FILE
003250     IF NOT JRP-RPT-STATUS = "00"
003260         MOVE "UNABLE TO OPEN CHANGE HISTORY REPORT" TO
003270             JRP-ERROR-MESSAGE
003280         PERFORM 9000-DISPLAY-ERROR THRU
003290             9000-DISPLAY-ERROR-EXIT
003300         MOVE "N" TO JRP-RUN-OK-SWITCH
003310         GO TO 1000-INITIALIZE-EXIT
003320     END-IF
003330     MOVE "Y" TO JRP-RPT-OPEN-SWITCH
003340     PERFORM 1300-WRITE-BANNER THRU 1300-WRITE-BANNER-EXIT.
003350 1000-INITIALIZE-EXIT.
003360     EXIT.

003370*-----------------------------------------------------------------
003380* 1100-READ-PARM
003390*-----------------------------------------------------------------
003400 1100-READ-PARM.
003410     OPEN INPUT PARM-FILE
003420     IF NOT JRP-PARM-STATUS = "00"
003430         MOVE "UNABLE TO OPEN JRPPARM" TO JRP-ERROR-MESSAGE
003440         PERFORM 9000-DISPLAY-ERROR THRU
003450             9000-DISPLAY-ERROR-EXIT
003460         MOVE "N" TO JRP-RUN-OK-SWITCH
003470         GO TO 1100-READ-PARM-EXIT
003480     END-IF
003490     READ PARM-FILE
003500         AT END
003510             MOVE "NO HISTORY CARD ON JRPPARM" TO
003520                 JRP-ERROR-MESSAGE
003530             PERFORM 9000-DISPLAY-ERROR THRU
003540                 9000-DISPLAY-ERROR-EXIT
003550             MOVE "N" TO JRP-RUN-OK-SWITCH
003560     END-READ
003570     CLOSE PARM-FILE
003580     IF NOT JRP-RUN-OK
003590         GO TO 1100-READ-PARM-EXIT
003600     END-IF
003610     MOVE PARM-SEARCH-KEY TO JRP-SEARCH-KEY
003620     MOVE PARM-KEY-LENGTH TO JRP-SEARCH-KEY-LENGTH
003630     MOVE PARM-DATE-FROM TO JRP-DATE-FROM-X
003640     MOVE PARM-DATE-TO TO JRP-DATE-TO-X
003650     MOVE PARM-AS-OF-DATE TO JRP-AS-OF-X.
003660 1100-READ-PARM-EXIT.
003670     EXIT.

003680*-----------------------------------------------------------------
003690* 1300-WRITE-BANNER
003700*-----------------------------------------------------------------
003710 1300-WRITE-BANNER.
003720     MOVE JRP-SEARCH-KEY TO JRP-BAN-KEY
003730     MOVE JRP-SEARCH-KEY-LENGTH TO JRP-BAN-LENGTH
003740     MOVE JRP-DATE-FROM-X TO JRP-BAN-FROM
003750     MOVE JRP-DATE-TO-X TO JRP-BAN-TO
003760     MOVE JRP-BANNER-LINE TO REPORT-RECORD
003770     PERFORM 7000-WRITE-REPORT-LINE THRU
003780         7000-WRITE-REPORT-LINE-EXIT
003790     IF NOT JRP-NO-AS-OF
003800         MOVE JRP-AS-OF-X TO JRP-BAN-AS-OF
003810         MOVE JRP-BANNER-LINE-2 TO REPORT-RECORD
003820         PERFORM 7000-WRITE-REPORT-LINE THRU
003830             7000-WRITE-REPORT-LINE-EXIT
003840     END-IF
003850     MOVE SPACES TO REPORT-RECORD
003860     PERFORM 7000-WRITE-REPORT-LINE THRU
003870         7000-WRITE-REPORT-LINE-EXIT.
003880 1300-WRITE-BANNER-EXIT.
003890     EXIT.

003900*-----------------------------------------------------------------
003910* 2000-VALIDATE-REQUEST
003920*-----------------------------------------------------------------
003930* THE SAME DISCIPLINE THE BATCH PARM CARDS GET - A BAD
003940* REQUEST PRODUCES A CLEAR DIAGNOSTIC, NOT AN EMPTY REPORT
003950* THAT MIGHT BE MISTAKEN FOR "NOTHING CHANGED".
003960 2000-VALIDATE-REQUEST.
003970     IF JRP-SEARCH-KEY-LENGTH IS NOT NUMERIC
003980         OR JRP-SEARCH-KEY-LENGTH < 1
003990         OR JRP-SEARCH-KEY-LENGTH > JRP-MAX-KEY-LENGTH
004000         MOVE "INVALID KEY LENGTH - MUST BE 01 THRU 11" TO
004010             JRP-ERROR-MESSAGE
004020         PERFORM 9000-DISPLAY-ERROR THRU
004030             9000-DISPLAY-ERROR-EXIT
004040         MOVE "N" TO JRP-RUN-OK-SWITCH
004050         GO TO 2000-VALIDATE-REQUEST-EXIT
004060     END-IF
004070     IF JRP-SEARCH-KEY(1:JRP-SEARCH-KEY-LENGTH) = SPACES
004080         OR JRP-SEARCH-KEY(1:JRP-SEARCH-KEY-LENGTH) =
004090             LOW-VALUES
004100         MOVE "ACCOUNT KEY IS BLANK - NOTHING TO REPORT ON" TO
004110             JRP-ERROR-MESSAGE
004120         PERFORM 9000-DISPLAY-ERROR THRU
004130             9000-DISPLAY-ERROR-EXIT
004140         MOVE "N" TO JRP-RUN-OK-SWITCH
004150         GO TO 2000-VALIDATE-REQUEST-EXIT
004160     END-IF
004170     IF NOT JRP-NO-DATE-FROM
004172         MOVE JRP-DATE-FROM-X TO JRP-DATE-WORK-X
004174         PERFORM 9100-CHECK-CALENDAR-DATE THRU
004176             9100-CHECK-CALENDAR-DATE-EXIT
004178     END-IF
004180     IF NOT JRP-NO-DATE-FROM AND NOT JRP-DATE-VALID
004190         MOVE "INVALID FROM DATE - MUST BE YYYYMMDD" TO
004200             JRP-ERROR-MESSAGE
004210         PERFORM 9000-DISPLAY-ERROR THRU
004220             9000-DISPLAY-ERROR-EXIT
004230         MOVE "N" TO JRP-RUN-OK-SWITCH
004240         GO TO 2000-VALIDATE-REQUEST-EXIT
004250     END-IF
004260     IF NOT JRP-NO-DATE-TO
004262         MOVE JRP-DATE-TO-X TO JRP-DATE-WORK-X
004264         PERFORM 9100-CHECK-CALENDAR-DATE THRU
004266             9100-CHECK-CALENDAR-DATE-EXIT
004268     END-IF
004270     IF NOT JRP-NO-DATE-TO AND NOT JRP-DATE-VALID
004280         MOVE "INVALID TO DATE - MUST BE YYYYMMDD" TO
004290             JRP-ERROR-MESSAGE
004300         PERFORM 9000-DISPLAY-ERROR THRU
004310             9000-DISPLAY-ERROR-EXIT
004320         MOVE "N" TO JRP-RUN-OK-SWITCH
004330         GO TO 2000-VALIDATE-REQUEST-EXIT
004340     END-IF
004350     IF NOT JRP-NO-DATE-FROM AND NOT JRP-NO-DATE-TO
004360         AND JRP-DATE-FROM-9 > JRP-DATE-TO-9
004370         MOVE "FROM DATE IS AFTER TO DATE" TO
004380             JRP-ERROR-MESSAGE
004390         PERFORM 9000-DISPLAY-ERROR THRU
004400             9000-DISPLAY-ERROR-EXIT
004410         MOVE "N" TO JRP-RUN-OK-SWITCH
004420         GO TO 2000-VALIDATE-REQUEST-EXIT
004430     END-IF
004440     IF NOT JRP-NO-AS-OF
004442         MOVE JRP-AS-OF-X TO JRP-DATE-WORK-X
004444         PERFORM 9100-CHECK-CALENDAR-DATE THRU
004446             9100-CHECK-CALENDAR-DATE-EXIT
004448     END-IF
004450     IF NOT JRP-NO-AS-OF AND NOT JRP-DATE-VALID
004460         MOVE "INVALID AS-OF DATE - MUST BE YYYYMMDD" TO
004470             JRP-ERROR-MESSAGE
004480         PERFORM 9000-DISPLAY-ERROR THRU
004490             9000-DISPLAY-ERROR-EXIT
004500         MOVE "N" TO JRP-RUN-OK-SWITCH
004510     END-IF.
004520 2000-VALIDATE-REQUEST-EXIT.
004530     EXIT.

004540*-----------------------------------------------------------------
004550* 5000-READ-JOURNAL-ENTRY
004560*-----------------------------------------------------------------
004570* ONE ENTRY OF THE JOURNAL PASS.  AN ENTRY FOR A MATCHING
004580* ACCOUNT INSIDE THE DATE WINDOW IS REPORTED; ONE DATED AFTER
004590* THE AS-OF DATE IS ALSO KEPT FOR THE REBUILD, WHATEVER THE
004600* WINDOW.  A RE-KEYED ACCOUNT (DIVISION TRANSFER) KEEPS ITS
004610* ACCOUNT NUMBER, SO ITS HISTORY FOLLOWS IT ACROSS DIVISIONS.
004620 5000-READ-JOURNAL-ENTRY.
004630     READ JRN-FILE INTO JRN-RECORD
004640         AT END
004650             MOVE "Y" TO JRP-JRN-EOF-SWITCH
004660             GO TO 5000-READ-JOURNAL-ENTRY-EXIT
004670     END-READ
004680     ADD 1 TO JRP-READ-COUNT
004690     IF JRP-READ-COUNT = 1
004700         MOVE JRN-ENTRY-DATE TO JRP-FIRST-ENTRY-DATE
004710     END-IF
004720     IF JRN-KEY-2(1:JRP-SEARCH-KEY-LENGTH) NOT =
004730         JRP-SEARCH-KEY(1:JRP-SEARCH-KEY-LENGTH)
004740         GO TO 5000-READ-JOURNAL-ENTRY-EXIT
004750     END-IF
004760     IF NOT JRP-NO-AS-OF
004770         AND JRN-ENTRY-DATE > JRP-AS-OF-9
004780         PERFORM 5300-SAVE-UNDO-ENTRY THRU
004790             5300-SAVE-UNDO-ENTRY-EXIT
004800     END-IF
004810     IF NOT JRP-NO-DATE-FROM
004820         AND JRN-ENTRY-DATE < JRP-DATE-FROM-9
004830         GO TO 5000-READ-JOURNAL-ENTRY-EXIT
004840     END-IF
004850     IF NOT JRP-NO-DATE-TO
004860         AND JRN-ENTRY-DATE > JRP-DATE-TO-9
004870         GO TO 5000-READ-JOURNAL-ENTRY-EXIT
004880     END-IF
004890     ADD 1 TO JRP-MATCH-COUNT
004900     PERFORM 5200-WRITE-ENTRY THRU 5200-WRITE-ENTRY-EXIT.
004910 5000-READ-JOURNAL-ENTRY-EXIT.
004920     EXIT.

004930*-----------------------------------------------------------------
004940* 5200-WRITE-ENTRY
004950*-----------------------------------------------------------------
004960* THE HEADING LINE, THEN WHICHEVER IMAGES THE ACTION CARRIES,
004970* THEN ON A CHANGE THE LIST OF FIELDS THAT MOVED.
004980 5200-WRITE-ENTRY.
004990     MOVE JRN-ENTRY-DATE TO JRP-ENT-DATE
005000     MOVE JRN-ENTRY-TIME TO JRP-ENT-TIME
005010     MOVE JRN-PROGRAM TO JRP-ENT-PROGRAM
005020     MOVE JRN-USER TO JRP-ENT-USER
005030     EVALUATE TRUE
005040         WHEN JRN-ACTION-ADD
005050             MOVE "ADD" TO JRP-ENT-ACTION
005060         WHEN JRN-ACTION-CHANGE
005070             MOVE "CHANGE" TO JRP-ENT-ACTION
005080         WHEN JRN-ACTION-DELETE
005090             MOVE "DELETE" TO JRP-ENT-ACTION
005100         WHEN OTHER
005110             MOVE JRN-ACTION TO JRP-ENT-ACTION
005120     END-EVALUATE
005130     MOVE JRN-KEY-1 TO JRP-ENT-KEY-1
005140     MOVE JRN-KEY-2 TO JRP-ENT-KEY-2
005150     MOVE JRN-KEY-3 TO JRP-ENT-KEY-3
005160     MOVE JRP-ENTRY-LINE TO REPORT-RECORD
005170     PERFORM 7000-WRITE-REPORT-LINE THRU
005180         7000-WRITE-REPORT-LINE-EXIT
005190     IF JRN-BEFORE-IMAGE NOT = SPACES
005200         MOVE "  BEFORE" TO JRP-IML-TAG
005210         MOVE JRN-BEFORE-IMAGE TO JRP-IMAGE-WORK
005220         PERFORM 5210-WRITE-IMAGE-LINE THRU
005230             5210-WRITE-IMAGE-LINE-EXIT
005240     END-IF
005250     IF JRN-AFTER-IMAGE NOT = SPACES
005260         MOVE "  AFTER " TO JRP-IML-TAG
005270         MOVE JRN-AFTER-IMAGE TO JRP-IMAGE-WORK
005280         PERFORM 5210-WRITE-IMAGE-LINE THRU
005290             5210-WRITE-IMAGE-LINE-EXIT
005300     END-IF
005310     IF JRN-ACTION-CHANGE
005320         PERFORM 5250-WRITE-CHANGED-LINE THRU
005330             5250-WRITE-CHANGED-LINE-EXIT
005340     END-IF.
005350 5200-WRITE-ENTRY-EXIT.
005360     EXIT.

005370*-----------------------------------------------------------------
005380* 5210-WRITE-IMAGE-LINE
005390*-----------------------------------------------------------------
005400 5210-WRITE-IMAGE-LINE.
005410     MOVE JRP-IMG-CUSTOMER-NAME TO JRP-IML-NAME
005420     MOVE JRP-IMG-STATUS-CODE TO JRP-IML-STATUS
005430     MOVE JRP-IMG-UPDATE-DATE TO JRP-IML-DATE
005440     MOVE JRP-IMG-AMOUNT TO JRP-IML-AMOUNT
005450     MOVE JRP-IMAGE-LINE TO REPORT-RECORD
005460     PERFORM 7000-WRITE-REPORT-LINE THRU
005470         7000-WRITE-REPORT-LINE-EXIT.
005480 5210-WRITE-IMAGE-LINE-EXIT.
005490     EXIT.

005500*-----------------------------------------------------------------
005510* 5250-WRITE-CHANGED-LINE
005520*-----------------------------------------------------------------
005530 5250-WRITE-CHANGED-LINE.
005540     MOVE SPACES TO JRP-CHANGED-LINE
005550     MOVE "  CHANGED:" TO JRP-CHANGED-LINE
005560     MOVE 11 TO JRP-CHANGED-POINTER
005570     IF JRN-BEF-CUSTOMER-NAME NOT = JRN-AFT-CUSTOMER-NAME
005580         STRING " NAME" DELIMITED BY SIZE
005590             INTO JRP-CHANGED-LINE
005600             WITH POINTER JRP-CHANGED-POINTER
005610     END-IF
005620     IF JRN-BEF-STATUS-CODE NOT = JRN-AFT-STATUS-CODE
005630         STRING " STATUS" DELIMITED BY SIZE
005640             INTO JRP-CHANGED-LINE
005650             WITH POINTER JRP-CHANGED-POINTER
005660     END-IF
005670     IF JRN-BEF-UPDATE-DATE NOT = JRN-AFT-UPDATE-DATE
005680         STRING " DATE" DELIMITED BY SIZE
005690             INTO JRP-CHANGED-LINE
005700             WITH POINTER JRP-CHANGED-POINTER
005710     END-IF
005720     IF JRN-BEF-AMOUNT NOT = JRN-AFT-AMOUNT
005730         STRING " AMOUNT" DELIMITED BY SIZE
005740             INTO JRP-CHANGED-LINE
005750             WITH POINTER JRP-CHANGED-POINTER
005760     END-IF
005770     IF JRP-CHANGED-POINTER = 11
005780         STRING " NOTHING" DELIMITED BY SIZE
005790             INTO JRP-CHANGED-LINE
005800             WITH POINTER JRP-CHANGED-POINTER
005810     END-IF
005820     MOVE JRP-CHANGED-LINE TO REPORT-RECORD
005830     PERFORM 7000-WRITE-REPORT-LINE THRU
005840         7000-WRITE-REPORT-LINE-EXIT.
005850 5250-WRITE-CHANGED-LINE-EXIT.
005860     EXIT.

005870*-----------------------------------------------------------------
005880* 5300-SAVE-UNDO-ENTRY
005890*-----------------------------------------------------------------
005900* KEEP A CHANGE MADE AFTER THE AS-OF DATE FOR THE REBUILD.  A
005910* FULL TABLE MEANS THE REBUILD CANNOT BE TRUSTED; IT IS
005920* SKIPPED AND THE RUN DOWNGRADED TO WARNING, BUT THE HISTORY
005930* ITSELF IS STILL REPORTED IN FULL.
005940 5300-SAVE-UNDO-ENTRY.
005950     IF JRP-UNDO-COUNT >= JRP-MAX-UNDO
005960         IF NOT JRP-UNDO-TABLE-FULL
005970             MOVE "UNDO TABLE FULL - AS-OF REBUILD SKIPPED" TO
005980                 JRP-ERROR-MESSAGE
005990             PERFORM 9000-DISPLAY-ERROR THRU
006000                 9000-DISPLAY-ERROR-EXIT
006010             MOVE "Y" TO JRP-UNDO-FULL-SWITCH
006020         END-IF
006030         GO TO 5300-SAVE-UNDO-ENTRY-EXIT
006040     END-IF
006050     ADD 1 TO JRP-UNDO-COUNT
006060     MOVE JRN-ACTION TO JRP-UT-ACTION(JRP-UNDO-COUNT)
006070     MOVE JRN-RECORD-KEY TO JRP-UT-KEY(JRP-UNDO-COUNT)
006080     MOVE JRN-BEFORE-IMAGE TO JRP-UT-BEFORE-IMAGE(JRP-UNDO-COUNT).
006090 5300-SAVE-UNDO-ENTRY-EXIT.
006100     EXIT.

006110*-----------------------------------------------------------------
006120* 5500-WRITE-HISTORY-TOTALS
006130*-----------------------------------------------------------------
006140 5500-WRITE-HISTORY-TOTALS.
006150     MOVE SPACES TO REPORT-RECORD
006160     PERFORM 7000-WRITE-REPORT-LINE THRU
006170         7000-WRITE-REPORT-LINE-EXIT
006180     MOVE "JOURNAL ENTRIES READ:   " TO JRP-TL-LABEL
006190     MOVE JRP-READ-COUNT TO JRP-TL-COUNT
006200     MOVE JRP-TOTAL-LINE TO REPORT-RECORD
006210     PERFORM 7000-WRITE-REPORT-LINE THRU
006220         7000-WRITE-REPORT-LINE-EXIT
006230     MOVE "JOURNAL ENTRIES MATCHED:" TO JRP-TL-LABEL
006240     MOVE JRP-MATCH-COUNT TO JRP-TL-COUNT
006250     MOVE JRP-TOTAL-LINE TO REPORT-RECORD
006260     PERFORM 7000-WRITE-REPORT-LINE THRU
006270         7000-WRITE-REPORT-LINE-EXIT.
006280 5500-WRITE-HISTORY-TOTALS-EXIT.
006290     EXIT.

006300*-----------------------------------------------------------------
006310* 6000-REBUILD-AS-OF
006320*-----------------------------------------------------------------
006330* LOAD THE MATCHING ACCOUNTS' LIVE RECORDS, UNDO THE SAVED
006340* CHANGES NEWEST FIRST, AND PRINT WHAT IS LEFT IN KEY ORDER.
006350* A JOURNAL THAT BEGINS AFTER THE AS-OF DATE CANNOT TAKE THE
006360* RECORDS BACK FAR ENOUGH - THE REBUILD THEN SHOWS THE
006370* EARLIEST JOURNALED STATE, SAYS SO, AND WARNS.
006380 6000-REBUILD-AS-OF.
006390     MOVE SPACES TO REPORT-RECORD
006400     PERFORM 7000-WRITE-REPORT-LINE THRU
006410         7000-WRITE-REPORT-LINE-EXIT
006420     MOVE JRP-AS-OF-X TO JRP-RBH-AS-OF
006430     MOVE JRP-REBUILD-HEADING TO REPORT-RECORD
006440     PERFORM 7000-WRITE-REPORT-LINE THRU
006450         7000-WRITE-REPORT-LINE-EXIT
006460     IF JRP-UNDO-TABLE-FULL
006470         MOVE "  REBUILD SKIPPED - MORE THAN 1000 CHANGES TO UNDO"
006480             TO JRP-NOTE-LINE
006490         PERFORM 6900-WRITE-NOTE-LINE THRU
006500             6900-WRITE-NOTE-LINE-EXIT
006510         GO TO 6000-REBUILD-AS-OF-EXIT
006520     END-IF
006530     IF JRP-READ-COUNT = 0
006540         OR JRP-FIRST-ENTRY-DATE > JRP-AS-OF-9
006550         MOVE "  JOURNAL STARTS AFTER AS-OF - EARLIEST SHOWN" TO
006560             JRP-NOTE-LINE
006570         PERFORM 6900-WRITE-NOTE-LINE THRU
006580             6900-WRITE-NOTE-LINE-EXIT
006590     END-IF
006600     OPEN INPUT DATA-FILE SHARED
006610     IF NOT JRP-DATA-STATUS-OK
006620         MOVE "UNABLE TO OPEN DATA-FILE SHARED INPUT" TO
006630             JRP-ERROR-MESSAGE
006640         PERFORM 9000-DISPLAY-ERROR THRU
006650             9000-DISPLAY-ERROR-EXIT
006660         MOVE "  REBUILD SKIPPED - DATA-FILE COULD NOT BE OPENED"
006670             TO JRP-NOTE-LINE
006680         PERFORM 6900-WRITE-NOTE-LINE THRU
006690             6900-WRITE-NOTE-LINE-EXIT
006700         GO TO 6000-REBUILD-AS-OF-EXIT
006710     END-IF
006720     MOVE "Y" TO JRP-DATA-OPEN-SWITCH
006730     PERFORM 6100-LOAD-ACCOUNT-RECORDS THRU
006740         6100-LOAD-ACCOUNT-RECORDS-EXIT
006750     CLOSE DATA-FILE
006760     MOVE "N" TO JRP-DATA-OPEN-SWITCH
006770     IF NOT JRP-RECORD-TABLE-FULL
006780         PERFORM 6200-UNDO-CHANGE THRU 6200-UNDO-CHANGE-EXIT
006790             VARYING JRP-UNDO-SUB FROM JRP-UNDO-COUNT BY -1
006800             UNTIL JRP-UNDO-SUB < 1
006810                 OR JRP-RECORD-TABLE-FULL
006820     END-IF
006830     IF JRP-RECORD-TABLE-FULL
006840         MOVE "  REBUILD SKIPPED - OVER 500 RECORDS MATCH" TO
006850             JRP-NOTE-LINE
006860         PERFORM 6900-WRITE-NOTE-LINE THRU
006870             6900-WRITE-NOTE-LINE-EXIT
006880         GO TO 6000-REBUILD-AS-OF-EXIT
006890     END-IF
006900     MOVE LOW-VALUES TO JRP-LAST-PRINTED-KEY
006910     MOVE 1 TO JRP-NEXT-SUB
006920     PERFORM 6500-PRINT-NEXT-RECORD THRU
006930         6500-PRINT-NEXT-RECORD-EXIT
006940         UNTIL JRP-NEXT-SUB = 0
006950     MOVE SPACES TO REPORT-RECORD
006960     PERFORM 7000-WRITE-REPORT-LINE THRU
006970         7000-WRITE-REPORT-LINE-EXIT
006980     MOVE "CHANGES UNDONE:         " TO JRP-TL-LABEL
006990     MOVE JRP-UNDONE-COUNT TO JRP-TL-COUNT
007000     MOVE JRP-TOTAL-LINE TO REPORT-RECORD
007010     PERFORM 7000-WRITE-REPORT-LINE THRU
007020         7000-WRITE-REPORT-LINE-EXIT
007030     MOVE "RECORDS AS OF DATE:     " TO JRP-TL-LABEL
007040     MOVE JRP-REBUILT-COUNT TO JRP-TL-COUNT
007050     MOVE JRP-TOTAL-LINE TO REPORT-RECORD
007060     PERFORM 7000-WRITE-REPORT-LINE THRU
007070         7000-WRITE-REPORT-LINE-EXIT.
007080 6000-REBUILD-AS-OF-EXIT.
007090     EXIT.

007100*-----------------------------------------------------------------
007110* 6100-LOAD-ACCOUNT-RECORDS
007120*-----------------------------------------------------------------
007130* A GENERIC START ON THE ACCOUNT SEGMENT, THEN READ FORWARD
007140* WHILE THE PREFIX STILL MATCHES.  NO RECORDS ON FILE IS NOT AN
007150* ERROR - THE ACCOUNTS MAY ALL HAVE BEEN PURGED SINCE.
007160 6100-LOAD-ACCOUNT-RECORDS.
007170     MOVE "N" TO JRP-DATA-EOF-SWITCH
007180     MOVE JRP-SEARCH-KEY TO DATA-PARTIAL-KEY-2
007190     START DATA-FILE
007200         KEY IS EQUAL TO
007210             DATA-PARTIAL-KEY-2(1:JRP-SEARCH-KEY-LENGTH)
007220         INVALID KEY
007230             GO TO 6100-LOAD-ACCOUNT-RECORDS-EXIT
007240     END-START
007250     PERFORM 6110-READ-ACCOUNT-RECORD THRU
007260         6110-READ-ACCOUNT-RECORD-EXIT
007270         UNTIL JRP-DATA-EOF
007280             OR JRP-RECORD-TABLE-FULL.
007290 6100-LOAD-ACCOUNT-RECORDS-EXIT.
007300     EXIT.

007310*-----------------------------------------------------------------
007320* 6110-READ-ACCOUNT-RECORD
007330*-----------------------------------------------------------------
007340 6110-READ-ACCOUNT-RECORD.
007350     READ DATA-FILE NEXT RECORD
007360         AT END
007370             MOVE "Y" TO JRP-DATA-EOF-SWITCH
007380             GO TO 6110-READ-ACCOUNT-RECORD-EXIT
007390     END-READ
007400     IF NOT JRP-DATA-STATUS-OK
007410         AND NOT JRP-DATA-STATUS = "02"
007420         MOVE "ERROR READING DATA-FILE FOR THE REBUILD" TO
007430             JRP-ERROR-MESSAGE
007440         PERFORM 9000-DISPLAY-ERROR THRU
007450             9000-DISPLAY-ERROR-EXIT
007460         MOVE "Y" TO JRP-DATA-EOF-SWITCH
007470         MOVE "Y" TO JRP-WARNING-SWITCH
007480         GO TO 6110-READ-ACCOUNT-RECORD-EXIT
007490     END-IF
007500     IF DATA-PARTIAL-KEY-2(1:JRP-SEARCH-KEY-LENGTH) NOT =
007510         JRP-SEARCH-KEY(1:JRP-SEARCH-KEY-LENGTH)
007520         MOVE "Y" TO JRP-DATA-EOF-SWITCH
007530         GO TO 6110-READ-ACCOUNT-RECORD-EXIT
007540     END-IF
007550     MOVE DATA-KEY-COMPOSITE TO JRP-NEXT-KEY
007560     MOVE DATA-RECORD TO JRP-IMAGE-WORK
007570     PERFORM 6300-PUT-RECORD THRU 6300-PUT-RECORD-EXIT.
007580 6110-READ-ACCOUNT-RECORD-EXIT.
007590     EXIT.

007600*-----------------------------------------------------------------
007610* 6200-UNDO-CHANGE
007620*-----------------------------------------------------------------
007630* TAKE ONE JOURNALED CHANGE BACK OFF THE RECORD TABLE.  AN ADD
007640* IS REMOVED; A CHANGE OR A DELETE PUTS THE BEFORE IMAGE BACK
007650* UNDER ITS KEY.
007660 6200-UNDO-CHANGE.
007670     ADD 1 TO JRP-UNDONE-COUNT
007680     MOVE JRP-UT-KEY(JRP-UNDO-SUB) TO JRP-NEXT-KEY
007690     IF JRP-UT-ADD(JRP-UNDO-SUB)
007700         PERFORM 6400-FIND-RECORD THRU 6400-FIND-RECORD-EXIT
007710         IF JRP-RECORD-FOUND
007720             MOVE "N" TO JRP-RT-PRESENT-SWITCH(JRP-RX)
007730         END-IF
007740         GO TO 6200-UNDO-CHANGE-EXIT
007750     END-IF
007760     MOVE JRP-UT-BEFORE-IMAGE(JRP-UNDO-SUB) TO JRP-IMAGE-WORK
007770     PERFORM 6300-PUT-RECORD THRU 6300-PUT-RECORD-EXIT.
007780 6200-UNDO-CHANGE-EXIT.
007790     EXIT.

007800*-----------------------------------------------------------------
007810* 6300-PUT-RECORD
007820*-----------------------------------------------------------------
007830* PLACE JRP-IMAGE-WORK IN THE RECORD TABLE UNDER JRP-NEXT-KEY,
007840* OVER THE ENTRY ALREADY THERE OR AS A NEW ONE.
007850 6300-PUT-RECORD.
007860     PERFORM 6400-FIND-RECORD THRU 6400-FIND-RECORD-EXIT
007870     IF NOT JRP-RECORD-FOUND
007880         IF JRP-RECORD-COUNT >= JRP-MAX-RECORDS
007890             MOVE "Y" TO JRP-RECS-FULL-SWITCH
007900             GO TO 6300-PUT-RECORD-EXIT
007910         END-IF
007920         ADD 1 TO JRP-RECORD-COUNT
007930         SET JRP-RX TO JRP-RECORD-COUNT
007940         MOVE JRP-NEXT-KEY TO JRP-RT-KEY(JRP-RX)
007950     END-IF
007960     MOVE JRP-IMAGE-WORK TO JRP-RT-IMAGE(JRP-RX)
007970     MOVE "Y" TO JRP-RT-PRESENT-SWITCH(JRP-RX).
007980 6300-PUT-RECORD-EXIT.
007990     EXIT.

008000*-----------------------------------------------------------------
008010* 6400-FIND-RECORD
008020*-----------------------------------------------------------------
008030* LEAVE JRP-RX ON THE TABLE ENTRY FOR JRP-NEXT-KEY, PRESENT OR
008040* NOT, AND SAY WHETHER THERE IS ONE.
008050 6400-FIND-RECORD.
008060     MOVE "N" TO JRP-FOUND-SWITCH
008070     IF JRP-RECORD-COUNT = 0
008080         GO TO 6400-FIND-RECORD-EXIT
008090     END-IF
008100     SET JRP-RX TO 1
008110     SEARCH JRP-RECORD-ENTRY
008120         AT END
008130             CONTINUE
008140         WHEN JRP-RX > JRP-RECORD-COUNT
008150             CONTINUE
008160         WHEN JRP-RT-KEY(JRP-RX) = JRP-NEXT-KEY
008170             MOVE "Y" TO JRP-FOUND-SWITCH
008180     END-SEARCH.
008190 6400-FIND-RECORD-EXIT.
008200     EXIT.

008210*-----------------------------------------------------------------
008220* 6500-PRINT-NEXT-RECORD
008230*-----------------------------------------------------------------
008240* THE TABLE IS IN NO PARTICULAR ORDER - PICK THE LOWEST PRESENT
008250* KEY ABOVE THE ONE LAST PRINTED AND PRINT IT.  JRP-NEXT-SUB
008260* COMES BACK ZERO WHEN NOTHING IS LEFT.
008270 6500-PRINT-NEXT-RECORD.
008280     MOVE HIGH-VALUES TO JRP-NEXT-KEY
008290     MOVE 0 TO JRP-NEXT-SUB
008300     PERFORM 6510-CHECK-RECORD THRU 6510-CHECK-RECORD-EXIT
008310         VARYING JRP-RX FROM 1 BY 1
008320         UNTIL JRP-RX > JRP-RECORD-COUNT
008330     IF JRP-NEXT-SUB = 0
008340         GO TO 6500-PRINT-NEXT-RECORD-EXIT
008350     END-IF
008360     MOVE JRP-NEXT-KEY TO JRP-LAST-PRINTED-KEY
008370     MOVE JRP-RT-IMAGE(JRP-NEXT-SUB) TO JRP-IMAGE-WORK
008380     MOVE JRP-IMG-KEY-1 TO JRP-RBL-KEY-1
008390     MOVE JRP-IMG-KEY-2 TO JRP-RBL-KEY-2
008400     MOVE JRP-IMG-KEY-3 TO JRP-RBL-KEY-3
008410     MOVE JRP-IMG-CUSTOMER-NAME TO JRP-RBL-NAME
008420     MOVE JRP-IMG-STATUS-CODE TO JRP-RBL-STATUS
008430     MOVE JRP-IMG-UPDATE-DATE TO JRP-RBL-DATE
008440     MOVE JRP-IMG-AMOUNT TO JRP-RBL-AMOUNT
008450     MOVE JRP-REBUILD-LINE TO REPORT-RECORD
008460     PERFORM 7000-WRITE-REPORT-LINE THRU
008470         7000-WRITE-REPORT-LINE-EXIT
008480     ADD 1 TO JRP-REBUILT-COUNT.
008490 6500-PRINT-NEXT-RECORD-EXIT.
008500     EXIT.

008510*-----------------------------------------------------------------
008520* 6510-CHECK-RECORD
008530*-----------------------------------------------------------------
008540 6510-CHECK-RECORD.
008550     IF JRP-RT-PRESENT(JRP-RX)
008560         AND JRP-RT-KEY(JRP-RX) > JRP-LAST-PRINTED-KEY
008570         AND JRP-RT-KEY(JRP-RX) < JRP-NEXT-KEY
008580         MOVE JRP-RT-KEY(JRP-RX) TO JRP-NEXT-KEY
008590         SET JRP-NEXT-SUB TO JRP-RX
008600     END-IF.
008610 6510-CHECK-RECORD-EXIT.
008620     EXIT.

008630*-----------------------------------------------------------------
008640* 6900-WRITE-NOTE-LINE
008650*-----------------------------------------------------------------
008660* A REBUILD THAT IS INCOMPLETE OR SKIPPED SAYS SO ON THE REPORT
008670* AND DOWNGRADES THE RUN TO WARNING.
008680 6900-WRITE-NOTE-LINE.
008690     MOVE JRP-NOTE-LINE TO REPORT-RECORD
008700     PERFORM 7000-WRITE-REPORT-LINE THRU
008710         7000-WRITE-REPORT-LINE-EXIT
008720     MOVE "Y" TO JRP-WARNING-SWITCH.
008730 6900-WRITE-NOTE-LINE-EXIT.
008740     EXIT.

008750*-----------------------------------------------------------------
008760* 7000-WRITE-REPORT-LINE
008770*-----------------------------------------------------------------
008780 7000-WRITE-REPORT-LINE.
008790     WRITE REPORT-RECORD
008800     IF NOT JRP-RPT-STATUS = "00"
008810         MOVE "ERROR WRITING CHANGE HISTORY REPORT" TO
008820             JRP-ERROR-MESSAGE
008830         PERFORM 9000-DISPLAY-ERROR THRU
008840             9000-DISPLAY-ERROR-EXIT
008850     END-IF.
008860 7000-WRITE-REPORT-LINE-EXIT.
008870     EXIT.

008871*-----------------------------------------------------------------
008872* 7700-WRITE-HISTORY-RECORD
008873*-----------------------------------------------------------------
008874* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
008875* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
008876* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
008877* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
008878 7700-WRITE-HISTORY-RECORD.
008879     IF JRP-HIST-EVENT = "S"
008880         ACCEPT JRP-HIST-START-DATE FROM DATE YYYYMMDD
008881         ACCEPT JRP-HIST-START-TIME FROM TIME
008882     END-IF
008883     OPEN EXTEND HIST-FILE
008884     IF NOT JRP-HIST-STATUS = "00" AND
008885         NOT JRP-HIST-STATUS = "05"
008886         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
008887             JRP-ERROR-MESSAGE
008888         PERFORM 9000-DISPLAY-ERROR THRU
008889             9000-DISPLAY-ERROR-EXIT
008890         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
008891     END-IF
008892     MOVE SPACES TO RHS-RECORD
008893     MOVE "JRNLRPT   " TO RHS-STEP
008894     MOVE "P" TO RHS-KIND
008895     MOVE JRP-HIST-EVENT TO RHS-EVENT
008896     MOVE JRP-HIST-START-DATE TO RHS-START-DATE
008897     MOVE JRP-HIST-START-TIME TO RHS-START-TIME
008898     MOVE 0 TO RHS-END-DATE
008899     MOVE 0 TO RHS-END-TIME
008900     MOVE 0 TO RHS-COMPLETION-CODE
008901     MOVE 0 TO RHS-COUNT-VALUE(1)
008902     MOVE 0 TO RHS-COUNT-VALUE(2)
008903     MOVE 0 TO RHS-COUNT-VALUE(3)
008904     MOVE 0 TO RHS-COUNT-VALUE(4)
008905     IF RHS-ENDED
008906         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
008907         ACCEPT RHS-END-TIME FROM TIME
008908         MOVE JRP-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
008909         MOVE "READ    " TO RHS-COUNT-LABEL(1)
008910         MOVE JRP-READ-COUNT TO RHS-COUNT-VALUE(1)
008911         MOVE "MATCHED " TO RHS-COUNT-LABEL(2)
008912         MOVE JRP-MATCH-COUNT TO RHS-COUNT-VALUE(2)
008913         MOVE "UNDONE  " TO RHS-COUNT-LABEL(3)
008914         MOVE JRP-UNDONE-COUNT TO RHS-COUNT-VALUE(3)
008915         MOVE "REBUILT " TO RHS-COUNT-LABEL(4)
008916         MOVE JRP-REBUILT-COUNT TO RHS-COUNT-VALUE(4)
008917     END-IF
008918     WRITE RHS-RECORD
008919     IF NOT JRP-HIST-STATUS = "00"
008920         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
008921             JRP-ERROR-MESSAGE
008922         PERFORM 9000-DISPLAY-ERROR THRU
008923             9000-DISPLAY-ERROR-EXIT
008924     END-IF
008925     CLOSE HIST-FILE.
008926 7700-WRITE-HISTORY-RECORD-EXIT.
008927     EXIT.

008928*-----------------------------------------------------------------
008929* 8000-TERMINATE
008930*-----------------------------------------------------------------
008931 8000-TERMINATE.
008932     IF JRP-JRN-IS-OPEN
008933         CLOSE JRN-FILE
008940     END-IF
008950     IF JRP-DATA-IS-OPEN
008960         CLOSE DATA-FILE
008970     END-IF
008980     IF JRP-RPT-IS-OPEN
008990         CLOSE REPORT-FILE
009000     END-IF
009010     IF JRP-FINAL-RETURN-CODE = 0 AND NOT JRP-RUN-OK
009020         MOVE JRP-RETURN-ERROR TO JRP-FINAL-RETURN-CODE
009030     END-IF
009040     IF JRP-FINAL-RETURN-CODE = JRP-RETURN-OK
009050         AND JRP-RUN-OK
009060         AND (JRP-MATCH-COUNT = 0 OR JRP-WARNING-RAISED)
009070         MOVE JRP-RETURN-WARNING TO JRP-FINAL-RETURN-CODE
009080     END-IF
009082     MOVE "E" TO JRP-HIST-EVENT
009084     PERFORM 7700-WRITE-HISTORY-RECORD THRU
009086         7700-WRITE-HISTORY-RECORD-EXIT
009090     MOVE JRP-FINAL-RETURN-CODE TO RETURN-CODE.
009100 8000-TERMINATE-EXIT.
009110     EXIT.

009120*-----------------------------------------------------------------
009130* 9000-DISPLAY-ERROR
009140*-----------------------------------------------------------------
009150 9000-DISPLAY-ERROR.
009160     DISPLAY "JRNLRPT: " JRP-ERROR-MESSAGE.
009170 9000-DISPLAY-ERROR-EXIT.
009180     EXIT.

009190*-----------------------------------------------------------------
009200* 9100-CHECK-CALENDAR-DATE
009210*-----------------------------------------------------------------
009220* SCREEN THE DATE IN JRP-DATE-WORK: IT IS VALID ONLY WHEN IT IS
009230* NUMERIC WITH A NONZERO YEAR, A MONTH OF 01-12, AND A DAY INSIDE
009240* THE MONTH (FEBRUARY 29 ONLY IN A LEAP YEAR).
009250 9100-CHECK-CALENDAR-DATE.
009260     MOVE "N" TO JRP-DATE-VALID-SWITCH
009270     IF JRP-DATE-WORK-X IS NOT NUMERIC
009280         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
009290     END-IF
009300     IF JRP-DATE-WORK-YEAR = 0
009310         OR JRP-DATE-WORK-MONTH < 01
009320         OR JRP-DATE-WORK-MONTH > 12
009330         OR JRP-DATE-WORK-DAY < 01
009340         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
009350     END-IF
009360     MOVE 31 TO JRP-MONTH-LIMIT
009370     IF JRP-DATE-WORK-MONTH = 04 OR 06 OR 09 OR 11
009380         MOVE 30 TO JRP-MONTH-LIMIT
009390     END-IF
009400     IF JRP-DATE-WORK-MONTH = 02
009410         MOVE 28 TO JRP-MONTH-LIMIT
009420         DIVIDE JRP-DATE-WORK-YEAR BY 4
009430             GIVING JRP-LEAP-QUOTIENT
009440             REMAINDER JRP-LEAP-REMAINDER
009450         IF JRP-LEAP-REMAINDER = 0
009460             MOVE 29 TO JRP-MONTH-LIMIT
009470         END-IF
009480         DIVIDE JRP-DATE-WORK-YEAR BY 100
009490             GIVING JRP-LEAP-QUOTIENT
009500             REMAINDER JRP-LEAP-REMAINDER
009510         IF JRP-LEAP-REMAINDER = 0
009520             MOVE 28 TO JRP-MONTH-LIMIT
009530         END-IF
009540         DIVIDE JRP-DATE-WORK-YEAR BY 400
009550             GIVING JRP-LEAP-QUOTIENT
009560             REMAINDER JRP-LEAP-REMAINDER
009570         IF JRP-LEAP-REMAINDER = 0
009580             MOVE 29 TO JRP-MONTH-LIMIT
009590         END-IF
009600     END-IF
009610     IF JRP-DATE-WORK-DAY > JRP-MONTH-LIMIT
009620         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
009630     END-IF
009640     MOVE "Y" TO JRP-DATE-VALID-SWITCH.
009650 9100-CHECK-CALENDAR-DATE-EXIT.
009660     EXIT.
