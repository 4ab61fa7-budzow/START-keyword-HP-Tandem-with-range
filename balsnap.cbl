000010*-----------------------------------------------------------------
000020* BALSNAP
000030*-----------------------------------------------------------------
000040*
000050* MONTH-END BALANCE SNAPSHOT.  READS ALL OF DATA-FILE IN PRIMARY-
000060* KEY ORDER AND WRITES ONE RECORD PER ACCOUNT (DATA-PARTIAL-KEY-1
000070* + DATA-PARTIAL-KEY-2) TO THE BALANCE HISTORY FILE (BALHIST, SEE
000080* BHSREC) FOR THE MONTH BEING CLOSED: THE ACCOUNT'S ROLLED-UP
000090* STATUS, ITS NAME (FROM ITS FIRST RECORD), ITS RECORD COUNT, AND
000100* ITS TOTAL DATA-AMOUNT.  BALVAR REPORTS THE MOVEMENT BETWEEN ANY
000110* TWO MONTHS ON THE FILE.
000120*
000130* THE FILE HOLDS A ROLLING NUMBER OF MONTHS.  BEFORE THE NEW
000140* MONTH IS WRITTEN, EVERY MONTH THAT FALLS OUT OF THE WINDOW
000150* (OLDER THAN THE MONTHS TO KEEP, COUNTING THE NEW ONE) IS
000160* DELETED, AND ANY RECORDS ALREADY ON FILE FOR THE NEW MONTH -
000170* AN EARLIER RUN, COMPLETE OR NOT - ARE REPLACED, SO A FAILED OR
000180* PREMATURE SNAPSHOT IS PUT RIGHT SIMPLY BY RUNNING AGAIN.  A
000190* MONTH EARLIER THAN ONE ALREADY ON FILE IS REFUSED - TODAY'S
000200* BALANCES ARE NOT THAT MONTH'S.
000210*
000220* PARM CARD (BSNPARM, OPTIONAL):
000230*     COLS 1-6   MONTH BEING CLOSED, YYYYMM (BLANK = THE MONTH OF
000240*                THE RUN DATE)
000250*     COLS 8-9   MONTHS TO KEEP, 01-99 (BLANK = 13)
000260*
000270* RETURN CODE 0 SNAPSHOT WRITTEN, 4 DATA-FILE WAS EMPTY (NOTHING
000280* WRITTEN FOR THE MONTH), 16 RUN FAILED OR THE CARD WAS REFUSED.
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* ---------- ---- --------------------------------------------
000330* 2026-10-15 RLH  ORIGINAL PROGRAM - MONTH-END ACCOUNT BALANCE
000340*                 SNAPSHOT TO THE ROLLING BALANCE HISTORY FILE,
000350*                 RUN FROM THE BALHRUN TACL DRIVER.
000352* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000354*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000356*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000358*                 RECORD AND THE MORNING BATCH-STATUS REPORT.

000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.                  balsnap.
000380     AUTHOR.                      R L HUTCHINS.
000390     INSTALLATION.                DATA FILE SERVICES.
000400     DATE-WRITTEN.                2026-10-15.
000410     DATE-COMPILED.                2026-10-15.

000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000450 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480*    DATA-FILE - THE SHARED PRODUCTION FILE BEING SNAPSHOT.
000490     SELECT DATA-FILE ASSIGN TO "DATAFILE"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS DATA-KEY-COMPOSITE
000530         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-1
000540             WITH DUPLICATES
000550         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-2
000560             WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-3
000580             WITH DUPLICATES
000590         FILE STATUS IS BSN-DATA-STATUS.
000600*    BAL-FILE - THE MONTH-END BALANCE HISTORY (BHSREC LAYOUT).
000610*    THE PERIOD ALTERNATE KEY FINDS A WHOLE MONTH TO DELETE.
000620     SELECT BAL-FILE ASSIGN TO "BALHIST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS BHS-KEY
000660         ALTERNATE RECORD KEY IS BHS-PERIOD
000670             WITH DUPLICATES
000680         FILE STATUS IS BSN-BAL-STATUS.
000690*    PARM-FILE - THE MONTH AND RETENTION CARD.
000700     SELECT PARM-FILE ASSIGN TO "BSNPARM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS BSN-PARM-STATUS.
000730*    REPORT-FILE - THE SNAPSHOT CONTROL REPORT.
000740     SELECT REPORT-FILE ASSIGN TO "BSNRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS BSN-RPT-STATUS.
000761*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000762*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000763     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000764         ORGANIZATION IS LINE SEQUENTIAL
000765         FILE STATUS IS BSN-HIST-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DATA-FILE.
000800     COPY DATAREC.

000810 FD  BAL-FILE.
000820     COPY BHSREC.

000830 FD  PARM-FILE.
000840 01  PARM-RECORD.
000850         05  PARM-PERIOD               PIC X(06).
000860         05  FILLER                    PIC X(01).
000870         05  PARM-KEEP-MONTHS          PIC X(02).
000880         05  FILLER                    PIC X(71).

000890 FD  REPORT-FILE.
000900 01  REPORT-RECORD               PIC X(80).

000902 FD  HIST-FILE.
000904     COPY RHSREC.

000910 WORKING-STORAGE SECTION.
000920*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000930 77  BSN-DEFAULT-KEEP            PIC 9(02) VALUE 13.
000940 77  BSN-RETURN-OK               PIC 9(02) VALUE 00.
000950 77  BSN-RETURN-WARNING          PIC 9(02) VALUE 04.
000960 77  BSN-RETURN-ERROR            PIC 9(02) VALUE 16.

000970 01  BSN-SWITCHES.
000980     05  BSN-EOF-SWITCH              PIC X(01) VALUE "N".
000990         88  BSN-EOF                       VALUE "Y".
001000     05  BSN-BAL-EOF-SWITCH          PIC X(01) VALUE "N".
001010         88  BSN-BAL-EOF                   VALUE "Y".
001020     05  BSN-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001030         88  BSN-RUN-OK                    VALUE "Y".
001040     05  BSN-DATA-OPEN-SWITCH        PIC X(01) VALUE "N".
001050         88  BSN-DATA-IS-OPEN              VALUE "Y".
001060     05  BSN-BAL-OPEN-SWITCH         PIC X(01) VALUE "N".
001070         88  BSN-BAL-IS-OPEN               VALUE "Y".
001080     05  BSN-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001090         88  BSN-RPT-IS-OPEN               VALUE "Y".
001100     05  BSN-ACCT-SWITCH             PIC X(01) VALUE "N".
001110         88  BSN-ACCT-IN-PROGRESS          VALUE "Y".
001120     05  BSN-DIV-SWITCH              PIC X(01) VALUE "N".
001130         88  BSN-DIV-IN-PROGRESS           VALUE "Y".
001140     05  BSN-ANY-ACTIVE-SWITCH       PIC X(01) VALUE "N".
001150         88  BSN-ANY-ACTIVE                VALUE "Y".
001160     05  BSN-ANY-SUSPENDED-SWITCH    PIC X(01) VALUE "N".
001170         88  BSN-ANY-SUSPENDED             VALUE "Y".
001180     05  BSN-ALL-CLOSED-SWITCH       PIC X(01) VALUE "Y".
001190         88  BSN-ALL-CLOSED                VALUE "Y".

001200*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001210 01  BSN-FILE-STATUSES.
001220     05  BSN-DATA-STATUS             PIC X(02).
001230         88  BSN-DATA-STATUS-OK        VALUE "00".
001240     05  BSN-BAL-STATUS              PIC X(02).
001250     05  BSN-PARM-STATUS             PIC X(02).
001260     05  BSN-RPT-STATUS              PIC X(02).
001261     05  BSN-HIST-STATUS             PIC X(02).

001262*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001263 01  BSN-HISTORY-WORK.
001264     05  BSN-HIST-EVENT              PIC X(01).
001265     05  BSN-HIST-START-DATE         PIC 9(08) VALUE 0.
001266     05  BSN-HIST-START-TIME         PIC 9(08) VALUE 0.

001270 01  BSN-RUN-DATE                PIC 9(08).
001280 01  BSN-RUN-DATE-X REDEFINES BSN-RUN-DATE.
001290     05  BSN-RUN-YYYYMM              PIC 9(06).
001300     05  FILLER                      PIC 9(02).
001310 01  BSN-RUN-TIME                PIC 9(08).

001320*    THE MONTH BEING CLOSED AND THE RETENTION WINDOW.  MONTHS ARE
001330*    COUNTED AS YEAR TIMES 12 PLUS MONTH LESS ONE, SO THE OLDEST
001340*    MONTH KEPT IS A PLAIN SUBTRACTION AWAY.
001350 01  BSN-PERIOD                  PIC 9(06) VALUE 0.
001360 01  BSN-PERIOD-X REDEFINES BSN-PERIOD.
001370     05  BSN-PERIOD-YEAR             PIC 9(04).
001380     05  BSN-PERIOD-MONTH            PIC 9(02).
001390 01  BSN-KEEP-MONTHS             PIC 9(02) VALUE 0.
001400 01  BSN-CUTOFF-PERIOD           PIC 9(06) VALUE 0.
001410 01  BSN-CUTOFF-X REDEFINES BSN-CUTOFF-PERIOD.
001420     05  BSN-CUTOFF-YEAR             PIC 9(04).
001430     05  BSN-CUTOFF-MONTH            PIC 9(02).
001440 01  BSN-MONTH-NUMBER            PIC S9(07) COMP VALUE 0.
001450 01  BSN-MONTH-REMAINDER         PIC 9(02) COMP VALUE 0.

001460*    THE RANGE OF MONTHS 2200 DELETES: FROM BSN-DELETE-FROM UP
001470*    TO, BUT NOT INCLUDING, BSN-DELETE-BELOW.
001480 01  BSN-DELETE-FROM             PIC 9(06) VALUE 0.
001490 01  BSN-DELETE-BELOW            PIC 9(06) VALUE 0.
001500 01  BSN-DELETED-COUNT           PIC 9(09) COMP VALUE 0.

001510*    THE ACCOUNT BEING ROLLED UP.
001520 01  BSN-ACCOUNT-WORK.
001530     05  BSN-ACCT-KEY-1              PIC X(05).
001540     05  BSN-ACCT-KEY-2              PIC X(11).
001550     05  BSN-ACCT-NAME               PIC X(30).
001560     05  BSN-ACCT-FIRST-STATUS       PIC X(01).
001570     05  BSN-ACCT-RECORDS            PIC 9(05) COMP VALUE 0.
001580     05  BSN-ACCT-AMOUNT             PIC S9(11)V99 COMP-3
001590                                     VALUE 0.
001600 01  BSN-DIV-KEY                 PIC X(05).

001610 01  BSN-RECORD-COUNTERS.
001620     05  BSN-READ-COUNT              PIC 9(09) COMP VALUE 0.
001630     05  BSN-ACCOUNT-COUNT           PIC 9(09) COMP VALUE 0.
001640     05  BSN-PURGED-COUNT            PIC 9(09) COMP VALUE 0.
001650     05  BSN-REPLACED-COUNT          PIC 9(09) COMP VALUE 0.
001660     05  BSN-DIV-ACCOUNTS            PIC 9(09) COMP VALUE 0.
001670     05  BSN-DIV-RECORDS             PIC 9(09) COMP VALUE 0.
001680     05  BSN-DIV-AMOUNT              PIC S9(13)V99 COMP-3
001690                                     VALUE 0.
001700     05  BSN-TOTAL-AMOUNT            PIC S9(13)V99 COMP-3
001710                                     VALUE 0.

001720 01  BSN-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001730 01  BSN-ERROR-MESSAGE           PIC X(80).

001740*    REPORT LINE LAYOUTS.
001750 01  BSN-BANNER-LINE.
001760     05  FILLER                      PIC X(30) VALUE
001770         "MONTH-END BALANCE SNAPSHOT    ".
001780     05  FILLER                      PIC X(06) VALUE "DATE: ".
001790     05  BSN-BAN-DATE                PIC 9(08).
001800     05  FILLER                      PIC X(07) VALUE "  TIME:".
001810     05  BSN-BAN-TIME                PIC 9(08).
001820     05  FILLER                      PIC X(21) VALUE SPACE.

001830 01  BSN-PERIOD-LINE.
001840     05  FILLER                      PIC X(15) VALUE
001850         "MONTH CLOSED:  ".
001860     05  BSN-PL-PERIOD               PIC 9(06).
001870     05  FILLER                      PIC X(16) VALUE
001880         "   MONTHS KEPT: ".
001890     05  BSN-PL-KEEP                 PIC Z9.
001900     05  FILLER                      PIC X(19) VALUE
001910         "   OLDEST MONTH:   ".
001920     05  BSN-PL-CUTOFF               PIC 9(06).
001930     05  FILLER                      PIC X(16) VALUE SPACE.

001940 01  BSN-COLUMN-LINE.
001950     05  FILLER                      PIC X(40) VALUE
001960         "DIVISION       ACCOUNTS        RECORDS ".
001970     05  FILLER                      PIC X(40) VALUE
001980         "        TOTAL DATA-AMOUNT               ".

001990*    ONE LINE PER DIVISION, WRITTEN AS THE DIVISION BREAKS.
002000 01  BSN-DIVISION-LINE.
002010     05  BSN-DL-DIVISION             PIC X(05).
002020     05  FILLER                      PIC X(06) VALUE SPACE.
002030     05  BSN-DL-ACCOUNTS             PIC Z(11)9.
002040     05  FILLER                      PIC X(03) VALUE SPACE.
002050     05  BSN-DL-RECORDS              PIC Z(11)9.
002060     05  FILLER                      PIC X(06) VALUE SPACE.
002070     05  BSN-DL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002080     05  FILLER                      PIC X(15) VALUE SPACE.

002090 01  BSN-TOTAL-LINE.
002100     05  BSN-TL-LABEL                PIC X(30).
002110     05  FILLER                      PIC X(01) VALUE SPACE.
002120     05  BSN-TL-COUNT                PIC Z(08)9.
002130     05  FILLER                      PIC X(40) VALUE SPACE.

002140 01  BSN-AMOUNT-LINE.
002150     05  BSN-AML-LABEL               PIC X(30).
002160     05  FILLER                      PIC X(01) VALUE SPACE.
002170     05  BSN-AML-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002180     05  FILLER                      PIC X(28) VALUE SPACE.

002190 PROCEDURE DIVISION.

002200*-----------------------------------------------------------------
002210* 0000-MAINLINE
002220*-----------------------------------------------------------------
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002250     IF BSN-RUN-OK
002260         PERFORM 2000-CLEAR-HISTORY THRU 2000-CLEAR-HISTORY-EXIT
002270     END-IF
002280     IF BSN-RUN-OK
002290         PERFORM 5000-SNAPSHOT-FILE THRU 5000-SNAPSHOT-FILE-EXIT
002300     END-IF
002310     PERFORM 5500-WRITE-TOTALS THRU 5500-WRITE-TOTALS-EXIT
002320     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002330     STOP RUN.

002340*-----------------------------------------------------------------
002350* 1000-INITIALIZE
002360*-----------------------------------------------------------------
002370* OPEN THE REPORT, TAKE THE MONTH AND RETENTION OFF THE CARD,
002380* AND OPEN DATA-FILE AND THE HISTORY FILE.  THE FIRST EVER RUN
002390* FINDS NO HISTORY FILE AND CREATES IT EMPTY.
002400 1000-INITIALIZE.
002410     ACCEPT BSN-RUN-DATE FROM DATE YYYYMMDD
002420     ACCEPT BSN-RUN-TIME FROM TIME
002422     MOVE "S" TO BSN-HIST-EVENT
002424     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002426         7700-WRITE-HISTORY-RECORD-EXIT
002430     OPEN OUTPUT REPORT-FILE
002440     IF NOT BSN-RPT-STATUS = "00"
002450         MOVE "UNABLE TO OPEN BALANCE SNAPSHOT REPORT" TO
002460             BSN-ERROR-MESSAGE
002470         PERFORM 9000-DISPLAY-ERROR THRU
002480             9000-DISPLAY-ERROR-EXIT
002490         MOVE "N" TO BSN-RUN-OK-SWITCH
002500         GO TO 1000-INITIALIZE-EXIT
002510     END-IF
002520     MOVE "Y" TO BSN-RPT-OPEN-SWITCH
002530     MOVE BSN-RUN-DATE TO BSN-BAN-DATE
002540     MOVE BSN-RUN-TIME TO BSN-BAN-TIME
002550     MOVE BSN-BANNER-LINE TO REPORT-RECORD
002560     PERFORM 7000-WRITE-REPORT-LINE THRU
002570         7000-WRITE-REPORT-LINE-EXIT
002580     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
002590     IF NOT BSN-RUN-OK
002600         GO TO 1000-INITIALIZE-EXIT
002610     END-IF
002620     OPEN INPUT DATA-FILE SHARED
002630     IF NOT BSN-DATA-STATUS-OK
002640         MOVE "UNABLE TO OPEN DATA-FILE SHARED INPUT" TO
002650             BSN-ERROR-MESSAGE
002660         PERFORM 9000-DISPLAY-ERROR THRU
002670             9000-DISPLAY-ERROR-EXIT
002680         MOVE "N" TO BSN-RUN-OK-SWITCH
002690         GO TO 1000-INITIALIZE-EXIT
002700     END-IF
002710     MOVE "Y" TO BSN-DATA-OPEN-SWITCH
002720     OPEN I-O BAL-FILE
002730     IF BSN-BAL-STATUS = "35"
002740*        FIRST EVER RUN - CREATE THE FILE EMPTY AND REOPEN.
002750         OPEN OUTPUT BAL-FILE
002760         IF BSN-BAL-STATUS = "00"
002770             CLOSE BAL-FILE
002780             OPEN I-O BAL-FILE
002790         END-IF
002800     END-IF
002810     IF NOT BSN-BAL-STATUS = "00"
002820         MOVE "UNABLE TO OPEN BALANCE HISTORY FILE BALHIST" TO
002830             BSN-ERROR-MESSAGE
002840         PERFORM 9000-DISPLAY-ERROR THRU
002850             9000-DISPLAY-ERROR-EXIT
002860         MOVE "N" TO BSN-RUN-OK-SWITCH
002870         GO TO 1000-INITIALIZE-EXIT
002880     END-IF
002890     MOVE "Y" TO BSN-BAL-OPEN-SWITCH.
002900 1000-INITIALIZE-EXIT.
002910     EXIT.

002920*-----------------------------------------------------------------
002930* 1100-READ-PARM
002940*-----------------------------------------------------------------
002950* NO CARD, OR A BLANK FIELD, TAKES THE DEFAULT.  A MONTH THAT IS
002960* NOT A REAL YYYYMM, OR A RETENTION THAT IS NOT 01-99, REFUSES
002970* THE RUN - A MISKEYED CARD MUST NOT FILE BALANCES UNDER THE
002980* WRONG MONTH OR PURGE MONTHS THAT SHOULD BE KEPT.
002990 1100-READ-PARM.
003000     MOVE SPACES TO PARM-RECORD
003010     OPEN INPUT PARM-FILE
003020     IF BSN-PARM-STATUS = "00"
003030         READ PARM-FILE
003040             AT END
003050                 MOVE SPACES TO PARM-RECORD
003060         END-READ
003070         CLOSE PARM-FILE
003080     END-IF
003090     IF PARM-PERIOD = SPACES
003100         MOVE BSN-RUN-YYYYMM TO BSN-PERIOD
003110     ELSE
003120         IF PARM-PERIOD IS NOT NUMERIC
003130             MOVE "BSNPARM MONTH IS NOT NUMERIC - RUN REFUSED" TO
003140                 BSN-ERROR-MESSAGE
003150             PERFORM 9000-DISPLAY-ERROR THRU
003160                 9000-DISPLAY-ERROR-EXIT
003170             MOVE "N" TO BSN-RUN-OK-SWITCH
003180             GO TO 1100-READ-PARM-EXIT
003190         END-IF
003200         MOVE PARM-PERIOD TO BSN-PERIOD
003210     END-IF
003220     IF BSN-PERIOD-YEAR = 0
003230         OR BSN-PERIOD-MONTH < 01
003240         OR BSN-PERIOD-MONTH > 12
003250         MOVE "BSNPARM MONTH IS NOT A VALID YYYYMM - RUN REFUSED"
003260             TO BSN-ERROR-MESSAGE
003270         PERFORM 9000-DISPLAY-ERROR THRU
003280             9000-DISPLAY-ERROR-EXIT
003290         MOVE "N" TO BSN-RUN-OK-SWITCH
003300         GO TO 1100-READ-PARM-EXIT
003310     END-IF
003320     IF PARM-KEEP-MONTHS = SPACES
003330         MOVE BSN-DEFAULT-KEEP TO BSN-KEEP-MONTHS
003340     ELSE
003350         IF PARM-KEEP-MONTHS IS NOT NUMERIC
003360             OR PARM-KEEP-MONTHS = "00"
003370             MOVE "BSNPARM MONTHS TO KEEP NOT 01-99 - RUN REFUSED"
003380                 TO BSN-ERROR-MESSAGE
003390             PERFORM 9000-DISPLAY-ERROR THRU
003400                 9000-DISPLAY-ERROR-EXIT
003410             MOVE "N" TO BSN-RUN-OK-SWITCH
003420             GO TO 1100-READ-PARM-EXIT
003430         END-IF
003440         MOVE PARM-KEEP-MONTHS TO BSN-KEEP-MONTHS
003450     END-IF
003460*    THE OLDEST MONTH KEPT, COUNTING THE ONE BEING CLOSED.
003470     COMPUTE BSN-MONTH-NUMBER =
003480         BSN-PERIOD-YEAR * 12 + BSN-PERIOD-MONTH - 1
003490         - BSN-KEEP-MONTHS + 1
003500     DIVIDE BSN-MONTH-NUMBER BY 12
003510         GIVING BSN-CUTOFF-YEAR
003520         REMAINDER BSN-MONTH-REMAINDER
003530     COMPUTE BSN-CUTOFF-MONTH = BSN-MONTH-REMAINDER + 1
003540     MOVE BSN-PERIOD TO BSN-PL-PERIOD
003550     MOVE BSN-KEEP-MONTHS TO BSN-PL-KEEP
003560     MOVE BSN-CUTOFF-PERIOD TO BSN-PL-CUTOFF
003570     MOVE BSN-PERIOD-LINE TO REPORT-RECORD
003580     PERFORM 7000-WRITE-REPORT-LINE THRU
003590         7000-WRITE-REPORT-LINE-EXIT
003600     MOVE SPACES TO REPORT-RECORD
003610     PERFORM 7000-WRITE-REPORT-LINE THRU
003620         7000-WRITE-REPORT-LINE-EXIT.
003630 1100-READ-PARM-EXIT.
003640     EXIT.

003650*-----------------------------------------------------------------
003660* 2000-CLEAR-HISTORY
003670*-----------------------------------------------------------------
003680* REFUSE A MONTH EARLIER THAN ONE ALREADY ON FILE, THEN DELETE
003690* THE MONTHS OLDER THAN THE WINDOW AND ANY EARLIER RUN OF THIS
003700* MONTH, BOTH THROUGH THE PERIOD ALTERNATE KEY.
003710 2000-CLEAR-HISTORY.
003720     MOVE BSN-PERIOD TO BHS-PERIOD
003730     START BAL-FILE
003740         KEY IS GREATER THAN BHS-PERIOD
003750         INVALID KEY
003760             CONTINUE
003770     END-START
003780     IF BSN-BAL-STATUS = "00"
003790         MOVE "BALHIST ALREADY HOLDS A LATER MONTH - RUN REFUSED"
003800             TO BSN-ERROR-MESSAGE
003810         PERFORM 9000-DISPLAY-ERROR THRU
003820             9000-DISPLAY-ERROR-EXIT
003830         MOVE "N" TO BSN-RUN-OK-SWITCH
003840         GO TO 2000-CLEAR-HISTORY-EXIT
003850     END-IF
003860     MOVE 0 TO BSN-DELETE-FROM
003870     MOVE BSN-CUTOFF-PERIOD TO BSN-DELETE-BELOW
003880     PERFORM 2200-DELETE-PERIODS THRU 2200-DELETE-PERIODS-EXIT
003890     MOVE BSN-DELETED-COUNT TO BSN-PURGED-COUNT
003900     IF NOT BSN-RUN-OK
003910         GO TO 2000-CLEAR-HISTORY-EXIT
003920     END-IF
003930     MOVE BSN-PERIOD TO BSN-DELETE-FROM
003940     COMPUTE BSN-DELETE-BELOW = BSN-PERIOD + 1
003950     PERFORM 2200-DELETE-PERIODS THRU 2200-DELETE-PERIODS-EXIT
003960     MOVE BSN-DELETED-COUNT TO BSN-REPLACED-COUNT.
003970 2000-CLEAR-HISTORY-EXIT.
003980     EXIT.

003990*-----------------------------------------------------------------
004000* 2200-DELETE-PERIODS
004010*-----------------------------------------------------------------
004020* DELETE EVERY HISTORY RECORD FROM MONTH BSN-DELETE-FROM UP TO
004030* (NOT INCLUDING) BSN-DELETE-BELOW, COUNTING THEM IN
004040* BSN-DELETED-COUNT.  A FAILED DELETE FAILS THE RUN.
004050 2200-DELETE-PERIODS.
004060     MOVE 0 TO BSN-DELETED-COUNT
004070     MOVE "N" TO BSN-BAL-EOF-SWITCH
004080     MOVE BSN-DELETE-FROM TO BHS-PERIOD
004090     START BAL-FILE
004100         KEY IS NOT LESS THAN BHS-PERIOD
004110         INVALID KEY
004120             GO TO 2200-DELETE-PERIODS-EXIT
004130     END-START
004140     PERFORM 2210-DELETE-ONE-RECORD THRU
004150         2210-DELETE-ONE-RECORD-EXIT
004160         UNTIL BSN-BAL-EOF OR NOT BSN-RUN-OK.
004170 2200-DELETE-PERIODS-EXIT.
004180     EXIT.

004190*-----------------------------------------------------------------
004200* 2210-DELETE-ONE-RECORD
004210*-----------------------------------------------------------------
004220 2210-DELETE-ONE-RECORD.
004230     READ BAL-FILE NEXT RECORD
004240         AT END
004250             MOVE "Y" TO BSN-BAL-EOF-SWITCH
004260             GO TO 2210-DELETE-ONE-RECORD-EXIT
004270     END-READ
004280     IF NOT BHS-PERIOD < BSN-DELETE-BELOW
004290         MOVE "Y" TO BSN-BAL-EOF-SWITCH
004300         GO TO 2210-DELETE-ONE-RECORD-EXIT
004310     END-IF
004320     DELETE BAL-FILE RECORD
004330     IF NOT BSN-BAL-STATUS = "00"
004340         MOVE "ERROR DELETING FROM BALHIST - RUN ABANDONED" TO
004350             BSN-ERROR-MESSAGE
004360         PERFORM 9000-DISPLAY-ERROR THRU
004370             9000-DISPLAY-ERROR-EXIT
004380         MOVE "N" TO BSN-RUN-OK-SWITCH
004390         GO TO 2210-DELETE-ONE-RECORD-EXIT
004400     END-IF
004410     ADD 1 TO BSN-DELETED-COUNT.
004420 2210-DELETE-ONE-RECORD-EXIT.
004430     EXIT.

004440*-----------------------------------------------------------------
004450* 5000-SNAPSHOT-FILE
004460*-----------------------------------------------------------------
004470 5000-SNAPSHOT-FILE.
004480     MOVE BSN-COLUMN-LINE TO REPORT-RECORD
004490     PERFORM 7000-WRITE-REPORT-LINE THRU
004500         7000-WRITE-REPORT-LINE-EXIT
004510     PERFORM 5100-READ-NEXT-RECORD THRU
004520         5100-READ-NEXT-RECORD-EXIT
004530         UNTIL BSN-EOF OR NOT BSN-RUN-OK
004540     IF BSN-RUN-OK AND BSN-ACCT-IN-PROGRESS
004550         PERFORM 5200-WRITE-ACCOUNT THRU 5200-WRITE-ACCOUNT-EXIT
004560     END-IF
004570     IF BSN-DIV-IN-PROGRESS
004580         PERFORM 5400-WRITE-DIVISION-LINE THRU
004590             5400-WRITE-DIVISION-LINE-EXIT
004600     END-IF.
004610 5000-SNAPSHOT-FILE-EXIT.
004620     EXIT.

004630*-----------------------------------------------------------------
004640* 5100-READ-NEXT-RECORD
004650*-----------------------------------------------------------------
004660* ONE RECORD OF THE FULL-FILE PASS.  A CHANGE OF ACCOUNT WRITES
004670* THE PRIOR ACCOUNT'S HISTORY RECORD; A CHANGE OF DIVISION THEN
004680* WRITES THE PRIOR DIVISION'S CONTROL LINE.  THE ACCOUNT'S NAME
004690* IS TAKEN FROM ITS FIRST RECORD, AS THE NAME INDEX DOES.
004700 5100-READ-NEXT-RECORD.
004710     READ DATA-FILE NEXT RECORD
004720         AT END
004730             MOVE "Y" TO BSN-EOF-SWITCH
004740             GO TO 5100-READ-NEXT-RECORD-EXIT
004750     END-READ
004760     ADD 1 TO BSN-READ-COUNT
004770     IF BSN-ACCT-IN-PROGRESS
004780         AND (DATA-PARTIAL-KEY-1 NOT = BSN-ACCT-KEY-1
004790             OR DATA-PARTIAL-KEY-2 NOT = BSN-ACCT-KEY-2)
004800         PERFORM 5200-WRITE-ACCOUNT THRU 5200-WRITE-ACCOUNT-EXIT
004810         IF NOT BSN-RUN-OK
004820             GO TO 5100-READ-NEXT-RECORD-EXIT
004830         END-IF
004840     END-IF
004850     IF BSN-DIV-IN-PROGRESS
004860         AND DATA-PARTIAL-KEY-1 NOT = BSN-DIV-KEY
004870         PERFORM 5400-WRITE-DIVISION-LINE THRU
004880             5400-WRITE-DIVISION-LINE-EXIT
004890     END-IF
004900     IF NOT BSN-ACCT-IN-PROGRESS
004910         MOVE DATA-PARTIAL-KEY-1 TO BSN-ACCT-KEY-1
004920         MOVE DATA-PARTIAL-KEY-2 TO BSN-ACCT-KEY-2
004930         MOVE DATA-CUSTOMER-NAME TO BSN-ACCT-NAME
004940         MOVE DATA-STATUS-CODE TO BSN-ACCT-FIRST-STATUS
004950         MOVE 0 TO BSN-ACCT-RECORDS
004960         MOVE 0 TO BSN-ACCT-AMOUNT
004970         MOVE "N" TO BSN-ANY-ACTIVE-SWITCH
004980         MOVE "N" TO BSN-ANY-SUSPENDED-SWITCH
004990         MOVE "Y" TO BSN-ALL-CLOSED-SWITCH
005000         MOVE "Y" TO BSN-ACCT-SWITCH
005010         MOVE DATA-PARTIAL-KEY-1 TO BSN-DIV-KEY
005020         MOVE "Y" TO BSN-DIV-SWITCH
005030     END-IF
005040     ADD 1 TO BSN-ACCT-RECORDS
005050     ADD DATA-AMOUNT TO BSN-ACCT-AMOUNT
005060     EVALUATE TRUE
005070         WHEN DATA-STATUS-ACTIVE
005080             MOVE "Y" TO BSN-ANY-ACTIVE-SWITCH
005090             MOVE "N" TO BSN-ALL-CLOSED-SWITCH
005100         WHEN DATA-STATUS-SUSPENDED
005110             MOVE "Y" TO BSN-ANY-SUSPENDED-SWITCH
005120             MOVE "N" TO BSN-ALL-CLOSED-SWITCH
005130         WHEN DATA-STATUS-CLOSED
005140             CONTINUE
005150         WHEN OTHER
005160             MOVE "N" TO BSN-ALL-CLOSED-SWITCH
005170     END-EVALUATE.
005180 5100-READ-NEXT-RECORD-EXIT.
005190     EXIT.

005200*-----------------------------------------------------------------
005210* 5200-WRITE-ACCOUNT
005220*-----------------------------------------------------------------
005230* FILE THE ACCOUNT IN HAND FOR THE MONTH.  ITS STATUS IS ACTIVE
005240* IF ANY RECORD IS, ELSE SUSPENDED IF ANY RECORD IS, ELSE CLOSED
005250* IF EVERY RECORD IS; AN ACCOUNT WHOSE RECORDS CARRY ONLY CODES
005260* OUTSIDE THOSE THREE (SEE DATASWEEP RULE 01) KEEPS ITS FIRST
005270* RECORD'S CODE AS IT STANDS.  A FAILED WRITE FAILS THE RUN.
005280 5200-WRITE-ACCOUNT.
005290     MOVE "N" TO BSN-ACCT-SWITCH
005300     MOVE SPACES TO BHS-RECORD
005310     MOVE BSN-ACCT-KEY-1 TO BHS-DIVISION
005320     MOVE BSN-ACCT-KEY-2 TO BHS-ACCOUNT
005330     MOVE BSN-PERIOD TO BHS-PERIOD
005340     EVALUATE TRUE
005350         WHEN BSN-ANY-ACTIVE
005360             MOVE "A" TO BHS-STATUS
005370         WHEN BSN-ANY-SUSPENDED
005380             MOVE "S" TO BHS-STATUS
005390         WHEN BSN-ALL-CLOSED
005400             MOVE "C" TO BHS-STATUS
005410         WHEN OTHER
005420             MOVE BSN-ACCT-FIRST-STATUS TO BHS-STATUS
005430     END-EVALUATE
005440     MOVE BSN-ACCT-NAME TO BHS-CUSTOMER-NAME
005450     MOVE BSN-ACCT-RECORDS TO BHS-RECORD-COUNT
005460     MOVE BSN-ACCT-AMOUNT TO BHS-TOTAL-AMOUNT
005470     MOVE BSN-RUN-DATE TO BHS-SNAP-DATE
005480     MOVE BSN-RUN-TIME TO BHS-SNAP-TIME
005490     WRITE BHS-RECORD
005500     IF NOT BSN-BAL-STATUS = "00"
005510         MOVE "ERROR WRITING BALHIST - RUN ABANDONED, RERUN TO
005520-            " REPLACE THE MONTH" TO BSN-ERROR-MESSAGE
005530         PERFORM 9000-DISPLAY-ERROR THRU
005540             9000-DISPLAY-ERROR-EXIT
005550         MOVE "N" TO BSN-RUN-OK-SWITCH
005560         GO TO 5200-WRITE-ACCOUNT-EXIT
005570     END-IF
005580     ADD 1 TO BSN-ACCOUNT-COUNT
005590     ADD 1 TO BSN-DIV-ACCOUNTS
005600     ADD BSN-ACCT-RECORDS TO BSN-DIV-RECORDS
005610     ADD BSN-ACCT-AMOUNT TO BSN-DIV-AMOUNT
005620     ADD BSN-ACCT-AMOUNT TO BSN-TOTAL-AMOUNT.
005630 5200-WRITE-ACCOUNT-EXIT.
005640     EXIT.

005650*-----------------------------------------------------------------
005660* 5400-WRITE-DIVISION-LINE
005670*-----------------------------------------------------------------
005680 5400-WRITE-DIVISION-LINE.
005690     MOVE "N" TO BSN-DIV-SWITCH
005700     MOVE BSN-DIV-KEY TO BSN-DL-DIVISION
005710     MOVE BSN-DIV-ACCOUNTS TO BSN-DL-ACCOUNTS
005720     MOVE BSN-DIV-RECORDS TO BSN-DL-RECORDS
005730     MOVE BSN-DIV-AMOUNT TO BSN-DL-AMOUNT
005740     MOVE BSN-DIVISION-LINE TO REPORT-RECORD
005750     PERFORM 7000-WRITE-REPORT-LINE THRU
005760         7000-WRITE-REPORT-LINE-EXIT
005770     MOVE 0 TO BSN-DIV-ACCOUNTS
005780     MOVE 0 TO BSN-DIV-RECORDS
005790     MOVE 0 TO BSN-DIV-AMOUNT.
005800 5400-WRITE-DIVISION-LINE-EXIT.
005810     EXIT.

005820*-----------------------------------------------------------------
005830* 5500-WRITE-TOTALS
005840*-----------------------------------------------------------------
005850* THE RUN TOTALS.  WRITTEN FOR A FAILED RUN TOO, SO THE REPORT
005860* SHOWS HOW FAR IT GOT.
005870 5500-WRITE-TOTALS.
005880     IF NOT BSN-RPT-IS-OPEN
005890         GO TO 5500-WRITE-TOTALS-EXIT
005900     END-IF
005910     MOVE SPACES TO REPORT-RECORD
005920     PERFORM 7000-WRITE-REPORT-LINE THRU
005930         7000-WRITE-REPORT-LINE-EXIT
005940     MOVE "DATA-FILE RECORDS READ:" TO BSN-TL-LABEL
005950     MOVE BSN-READ-COUNT TO BSN-TL-COUNT
005960     PERFORM 5550-WRITE-TOTAL-LINE THRU 5550-WRITE-TOTAL-LINE-EXIT
005970     MOVE "ACCOUNTS WRITTEN:" TO BSN-TL-LABEL
005980     MOVE BSN-ACCOUNT-COUNT TO BSN-TL-COUNT
005990     PERFORM 5550-WRITE-TOTAL-LINE THRU 5550-WRITE-TOTAL-LINE-EXIT
006000     MOVE "PRIOR RUN RECORDS REPLACED:" TO BSN-TL-LABEL
006010     MOVE BSN-REPLACED-COUNT TO BSN-TL-COUNT
006020     PERFORM 5550-WRITE-TOTAL-LINE THRU 5550-WRITE-TOTAL-LINE-EXIT
006030     MOVE "EXPIRED RECORDS PURGED:" TO BSN-TL-LABEL
006040     MOVE BSN-PURGED-COUNT TO BSN-TL-COUNT
006050     PERFORM 5550-WRITE-TOTAL-LINE THRU 5550-WRITE-TOTAL-LINE-EXIT
006060     MOVE "TOTAL DATA-AMOUNT:" TO BSN-AML-LABEL
006070     MOVE BSN-TOTAL-AMOUNT TO BSN-AML-AMOUNT
006080     MOVE BSN-AMOUNT-LINE TO REPORT-RECORD
006090     PERFORM 7000-WRITE-REPORT-LINE THRU
006100         7000-WRITE-REPORT-LINE-EXIT
006110     IF NOT BSN-RUN-OK
006120         MOVE "*** SNAPSHOT NOT COMPLETE - SEE THE CONSOLE ***" TO
006130             REPORT-RECORD
006140         PERFORM 7000-WRITE-REPORT-LINE THRU
006150             7000-WRITE-REPORT-LINE-EXIT
006160     END-IF.
006170 5500-WRITE-TOTALS-EXIT.
006180     EXIT.

006190*-----------------------------------------------------------------
006200* 5550-WRITE-TOTAL-LINE
006210*-----------------------------------------------------------------
006220 5550-WRITE-TOTAL-LINE.
006230     MOVE BSN-TOTAL-LINE TO REPORT-RECORD
006240     PERFORM 7000-WRITE-REPORT-LINE THRU
006250         7000-WRITE-REPORT-LINE-EXIT.
006260 5550-WRITE-TOTAL-LINE-EXIT.
006270     EXIT.

006280*-----------------------------------------------------------------
006290* 7000-WRITE-REPORT-LINE
006300*-----------------------------------------------------------------
006310 7000-WRITE-REPORT-LINE.
006320     WRITE REPORT-RECORD
006330     IF NOT BSN-RPT-STATUS = "00"
006340         MOVE "ERROR WRITING BALANCE SNAPSHOT REPORT" TO
006350             BSN-ERROR-MESSAGE
006360         PERFORM 9000-DISPLAY-ERROR THRU
006370             9000-DISPLAY-ERROR-EXIT
006380     END-IF.
006390 7000-WRITE-REPORT-LINE-EXIT.
006400     EXIT.

006401*-----------------------------------------------------------------
006402* 7700-WRITE-HISTORY-RECORD
006403*-----------------------------------------------------------------
006404* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
006405* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
006406* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
006407* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
006408 7700-WRITE-HISTORY-RECORD.
006409     IF BSN-HIST-EVENT = "S"
006410         ACCEPT BSN-HIST-START-DATE FROM DATE YYYYMMDD
006411         ACCEPT BSN-HIST-START-TIME FROM TIME
006412     END-IF
006413     OPEN EXTEND HIST-FILE
006414     IF NOT BSN-HIST-STATUS = "00" AND
006415         NOT BSN-HIST-STATUS = "05"
006416         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
006417             BSN-ERROR-MESSAGE
006418         PERFORM 9000-DISPLAY-ERROR THRU
006419             9000-DISPLAY-ERROR-EXIT
006420         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
006421     END-IF
006422     MOVE SPACES TO RHS-RECORD
006423     MOVE "BALSNAP   " TO RHS-STEP
006424     MOVE "P" TO RHS-KIND
006425     MOVE BSN-HIST-EVENT TO RHS-EVENT
006426     MOVE BSN-HIST-START-DATE TO RHS-START-DATE
006427     MOVE BSN-HIST-START-TIME TO RHS-START-TIME
006428     MOVE 0 TO RHS-END-DATE
006429     MOVE 0 TO RHS-END-TIME
006430     MOVE 0 TO RHS-COMPLETION-CODE
006431     MOVE 0 TO RHS-COUNT-VALUE(1)
006432     MOVE 0 TO RHS-COUNT-VALUE(2)
006433     MOVE 0 TO RHS-COUNT-VALUE(3)
006434     MOVE 0 TO RHS-COUNT-VALUE(4)
006435     IF RHS-ENDED
006436         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
006437         ACCEPT RHS-END-TIME FROM TIME
006438         MOVE BSN-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
006439         MOVE "READ    " TO RHS-COUNT-LABEL(1)
006440         MOVE BSN-READ-COUNT TO RHS-COUNT-VALUE(1)
006441         MOVE "ACCOUNTS" TO RHS-COUNT-LABEL(2)
006442         MOVE BSN-ACCOUNT-COUNT TO RHS-COUNT-VALUE(2)
006443         MOVE "REPLACED" TO RHS-COUNT-LABEL(3)
006444         MOVE BSN-REPLACED-COUNT TO RHS-COUNT-VALUE(3)
006445         MOVE "PURGED  " TO RHS-COUNT-LABEL(4)
006446         MOVE BSN-PURGED-COUNT TO RHS-COUNT-VALUE(4)
006447     END-IF
006448     WRITE RHS-RECORD
006449     IF NOT BSN-HIST-STATUS = "00"
006450         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
006451             BSN-ERROR-MESSAGE
006452         PERFORM 9000-DISPLAY-ERROR THRU
006453             9000-DISPLAY-ERROR-EXIT
006454     END-IF
006455     CLOSE HIST-FILE.
006456 7700-WRITE-HISTORY-RECORD-EXIT.
006457     EXIT.

006458*-----------------------------------------------------------------
006459* 8000-TERMINATE
006460*-----------------------------------------------------------------
006461 8000-TERMINATE.
006462     IF BSN-DATA-IS-OPEN
006463         CLOSE DATA-FILE
006470     END-IF
006480     IF BSN-BAL-IS-OPEN
006490         CLOSE BAL-FILE
006500     END-IF
006510     IF BSN-RPT-IS-OPEN
006520         CLOSE REPORT-FILE
006530     END-IF
006540     IF BSN-FINAL-RETURN-CODE = 0 AND NOT BSN-RUN-OK
006550         MOVE BSN-RETURN-ERROR TO BSN-FINAL-RETURN-CODE
006560     END-IF
006570     IF BSN-FINAL-RETURN-CODE = BSN-RETURN-OK
006580         AND BSN-ACCOUNT-COUNT = 0
006590         MOVE BSN-RETURN-WARNING TO BSN-FINAL-RETURN-CODE
006600     END-IF
006602     MOVE "E" TO BSN-HIST-EVENT
006604     PERFORM 7700-WRITE-HISTORY-RECORD THRU
006606         7700-WRITE-HISTORY-RECORD-EXIT
006610     MOVE BSN-FINAL-RETURN-CODE TO RETURN-CODE.
006620 8000-TERMINATE-EXIT.
006630     EXIT.

006640*-----------------------------------------------------------------
006650* 9000-DISPLAY-ERROR
006660*-----------------------------------------------------------------
006670 9000-DISPLAY-ERROR.
006680     DISPLAY "BALSNAP: " BSN-ERROR-MESSAGE.
006690 9000-DISPLAY-ERROR-EXIT.
006700     EXIT.
