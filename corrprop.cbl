000010*-----------------------------------------------------------------
000020* CORRPROP
000030*-----------------------------------------------------------------
000040*
000050* NIGHTLY CORRECTION PROPOSALS FROM THE OPEN RECONCILIATION
000060* EXCEPTIONS.  RUN BY RANGERUN STRAIGHT AFTER DATARECON, IT
000070* READS THE CARRY-FORWARD EXCEPTION MASTER (EXCPMAST, SEE
000080* EXCREC) AND, FOR EVERY OPEN AMOUNT DIFF, STATUS DIFF, OR
000090* BILL ONLY BREAK, PROPOSES THE DATAAPPLY TRANFILE CARDS THAT
000100* WOULD BRING DATA-FILE INTO LINE WITH THE BILLING EXTRACT.
000110* BILLING IS TAKEN AS THE SIDE OF RECORD - A REVIEWER WHO
000120* HOLDS DATA-FILE RIGHT INSTEAD REJECTS THE PROPOSAL.
000130*
000140*     BILL ONLY   - ONE A CARD ADDING THE ACCOUNT AS RECORD
000150*                   0001 WITH BILLING'S STATUS AND AMOUNT.
000160*                   BILLING CARRIES NO CUSTOMER NAME, SO THE
000170*                   APPROVAL CARD MUST SUPPLY ONE (SEE CORRREL).
000180*     STATUS DIFF - A C CARD PER RECORD OF THE ACCOUNT SETTING
000190*                   BILLING'S STATUS.
000200*     AMOUNT DIFF - A C CARD ON THE ACCOUNT'S LAST RECORD
000210*                   CARRYING THE WHOLE DIFFERENCE, SO THE
000220*                   ACCOUNT TOTAL COMES TO BILLING'S AMOUNT.
000230* A BREAK ON BOTH AMOUNT AND STATUS GETS ONE COMBINED SET OF
000240* CARDS.  C CARDS CARRY EACH RECORD'S OWN NAME AND A BLANK
000250* DATE, SO DATAAPPLY STAMPS ITS RUN DATE.  DATA ONLY BREAKS
000260* ARE NOT PROPOSED - DELETING A DATA-FILE ACCOUNT IS A PURGE,
000270* NOT A CORRECTION.
000280*
000290* EACH PROPOSED CARD IS WRITTEN PENDING TO CORRPEND (SEE
000300* CORREC) AND PRINTED ON THE CORRRPT REVIEW REPORT UNDER ITS
000310* EXCEPTION.  AN EXCEPTION THAT ALREADY HAS A PENDING,
000320* REJECTED, OR RELEASED PROPOSAL IS NOT PROPOSED AGAIN; THOSE
000330* ARE LISTED AT THE END OF THE REPORT WITH THEIR DATES UNTIL
000340* DATARECON SEES THE BREAK CLEAR.  A BREAK THE CARDS CANNOT
000350* FIX - A NEGATIVE AMOUNT, AN INVALID BILLING STATUS, AN
000360* ACCOUNT TOO LARGE TO HOLD - IS LISTED FOR MANUAL CORRECTION.
000370* NOTHING HERE CHANGES DATA-FILE; ONLY CORRREL RELEASES CARDS,
000380* AND ONLY APPROVED ONES.
000390*
000400* RETURN CODE 0 MEANS THE RUN COMPLETED, 4 MEANS AT LEAST ONE
000410* BREAK NEEDS MANUAL CORRECTION, 16 MEANS THE RUN FAILED (A
000420* FILE ERROR OR A BILLING EXTRACT OUT OF SEQUENCE).
000430*
000440* MODIFICATION HISTORY
000450* DATE       INIT DESCRIPTION
000460* ---------- ---- --------------------------------------------
000470* 2026-10-15 RLH  ORIGINAL PROGRAM - PROPOSES DATAAPPLY CARDS
000480*                 FOR THE OPEN RECONCILIATION BREAKS, FOR
000490*                 REVIEW AND RELEASE THROUGH CORRREL.
000492* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000494*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000496*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000498*                 GATES AND THE MORNING BATCH-STATUS REPORT.

000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.                  corrprop.
000520     AUTHOR.                      R L HUTCHINS.
000530     INSTALLATION.                DATA FILE SERVICES.
000540     DATE-WRITTEN.                2026-10-15.
000550     DATE-COMPILED.                2026-10-15.

000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000590 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620*    DATA-FILE - READ ONLY, ONE ACCOUNT AT A TIME BY KEY.
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
000730         FILE STATUS IS CPR-DATA-STATUS.
000740*    BILL-FILE - THE BILLING SYSTEM'S NIGHTLY ACCOUNT EXTRACT,
000750*    IN ASCENDING DIVISION/ACCOUNT ORDER, AS DATARECON READ IT.
000760     SELECT BILL-FILE ASSIGN TO "BILLEXT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS CPR-BILL-STATUS.
000790*    EXC-FILE - THE CARRY-FORWARD EXCEPTION MASTER, READ IN
000800*    KEY ORDER (SEE EXCREC).
000810     SELECT EXC-FILE ASSIGN TO "EXCPMAST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS EXC-KEY
000850         FILE STATUS IS CPR-EXCP-STATUS.
000860*    CORR-FILE - THE PENDING-CORRECTION FILE (SEE CORREC).
000870     SELECT CORR-FILE ASSIGN TO "CORRPEND"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS COR-KEY
000910         FILE STATUS IS CPR-CORR-STATUS.
000920*    REPORT-FILE - THE REVIEW REPORT.
000930     SELECT REPORT-FILE ASSIGN TO "CORRRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS CPR-RPT-STATUS.
000951*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000952*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000953     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000954         ORGANIZATION IS LINE SEQUENTIAL
000955         FILE STATUS IS CPR-HIST-STATUS.

000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  DATA-FILE.
000990     COPY DATAREC.

001000 FD  BILL-FILE.
001010     COPY BILLREC.

001020 FD  EXC-FILE.
001030     COPY EXCREC.

001040 FD  CORR-FILE.
001050     COPY CORREC.

001060 FD  REPORT-FILE.
001070 01  REPORT-RECORD               PIC X(80).

001073 FD  HIST-FILE.
001076     COPY RHSREC.

001080 WORKING-STORAGE SECTION.
001090*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001100 77  CPR-MAX-RECORDS             PIC 9(04) VALUE 50.
001110 77  CPR-MAX-CARD-AMOUNT         PIC 9(09)V99 VALUE 999999999.99.
001120 77  CPR-RETURN-OK               PIC 9(02) VALUE 00.
001130 77  CPR-RETURN-WARNING          PIC 9(02) VALUE 04.
001140 77  CPR-RETURN-ERROR            PIC 9(02) VALUE 16.

001150 01  CPR-SWITCHES.
001160     05  CPR-EXCP-EOF-SWITCH         PIC X(01) VALUE "N".
001170         88  CPR-EXCP-EOF                  VALUE "Y".
001180     05  CPR-BILL-EOF-SWITCH         PIC X(01) VALUE "N".
001190         88  CPR-BILL-EOF                  VALUE "Y".
001200     05  CPR-DATA-EOF-SWITCH         PIC X(01) VALUE "N".
001210         88  CPR-DATA-EOF                  VALUE "Y".
001220     05  CPR-CORR-EOF-SWITCH         PIC X(01) VALUE "N".
001230         88  CPR-CORR-EOF                  VALUE "Y".
001240     05  CPR-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001250         88  CPR-RUN-OK                    VALUE "Y".
001260     05  CPR-DATA-OPEN-SWITCH        PIC X(01) VALUE "N".
001270         88  CPR-DATA-IS-OPEN              VALUE "Y".
001280     05  CPR-BILL-OPEN-SWITCH        PIC X(01) VALUE "N".
001290         88  CPR-BILL-IS-OPEN              VALUE "Y".
001300     05  CPR-EXCP-OPEN-SWITCH        PIC X(01) VALUE "N".
001310         88  CPR-EXCP-IS-OPEN              VALUE "Y".
001320     05  CPR-CORR-OPEN-SWITCH        PIC X(01) VALUE "N".
001330         88  CPR-CORR-IS-OPEN              VALUE "Y".
001340     05  CPR-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001350         88  CPR-RPT-IS-OPEN               VALUE "Y".
001360     05  CPR-BILL-FOUND-SWITCH       PIC X(01) VALUE "N".
001370         88  CPR-BILL-FOUND                VALUE "Y".
001380     05  CPR-OPEN-FOUND-SWITCH       PIC X(01) VALUE "N".
001390         88  CPR-OPEN-PROPOSAL-FOUND       VALUE "Y".
001400     05  CPR-RECS-FULL-SWITCH        PIC X(01) VALUE "N".
001410         88  CPR-RECORD-TABLE-FULL         VALUE "Y".
001420     05  CPR-NAME-SWITCH             PIC X(01) VALUE "N".
001430         88  CPR-NAME-REQUIRED             VALUE "Y".
001440*    WHAT BECOMES OF THE EXCEPTION IN HAND.
001450     05  CPR-OUTCOME-SWITCH          PIC X(01) VALUE SPACE.
001460         88  CPR-OUTCOME-PROPOSE           VALUE "P".
001470         88  CPR-OUTCOME-MANUAL            VALUE "M".
001480         88  CPR-OUTCOME-SKIP              VALUE "S".

001490*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001500 01  CPR-FILE-STATUSES.
001510     05  CPR-DATA-STATUS             PIC X(02).
001520         88  CPR-DATA-STATUS-OK        VALUE "00".
001530     05  CPR-BILL-STATUS             PIC X(02).
001540     05  CPR-EXCP-STATUS             PIC X(02).
001550     05  CPR-CORR-STATUS             PIC X(02).
001560     05  CPR-RPT-STATUS              PIC X(02).
001561     05  CPR-HIST-STATUS             PIC X(02).

001562*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001563 01  CPR-HISTORY-WORK.
001564     05  CPR-HIST-EVENT              PIC X(01).
001565     05  CPR-HIST-START-DATE         PIC 9(08) VALUE 0.
001566     05  CPR-HIST-START-TIME         PIC 9(08) VALUE 0.

001570 01  CPR-RUN-DATE                PIC 9(08).

001580*    THE BILLING EXTRACT RECORD IN HAND, PLUS THE PRIOR KEY FOR
001590*    THE SEQUENCE CHECK.  KEY IS HIGH-VALUES ONCE THE EXTRACT
001600*    IS EXHAUSTED.
001610 01  CPR-BILL-GROUP.
001620     05  CPR-BILL-GROUP-KEY.
001630         10  CPR-BILL-KEY-1          PIC X(05).
001640         10  CPR-BILL-KEY-2          PIC X(11).
001650     05  CPR-BILL-GROUP-STATUS       PIC X(01).
001660         88  CPR-BILL-STATUS-VALID         VALUE "A" "C" "S".
001670     05  CPR-BILL-GROUP-AMOUNT       PIC S9(11)V99 COMP-3.
001680 01  CPR-PRIOR-BILL-KEY          PIC X(16).

001690*    THE EXCEPTION ACCOUNT'S DATA-FILE RECORDS, IN KEY ORDER,
001700*    WITH THE ACCOUNT STATUS (FIRST RECORD'S, AS DATARECON
001710*    ROLLS IT UP) AND TOTAL.
001720 01  CPR-ACCOUNT-TABLE.
001730     05  CPR-RECORD-COUNT            PIC 9(04) COMP VALUE 0.
001740     05  CPR-RECORD-ENTRY OCCURS 50 TIMES
001750             INDEXED BY CPR-RX.
001760         10  CPR-RT-KEY-3            PIC 9(04).
001770         10  CPR-RT-NAME             PIC X(30).
001780         10  CPR-RT-STATUS           PIC X(01).
001790         10  CPR-RT-AMOUNT           PIC S9(09)V99 COMP-3.
001800 01  CPR-ACCOUNT-TOTALS.
001810     05  CPR-DATA-GROUP-STATUS       PIC X(01).
001820     05  CPR-DATA-GROUP-AMOUNT       PIC S9(11)V99 COMP-3.
001830     05  CPR-AMOUNT-DIFF             PIC S9(11)V99 COMP-3.
001840     05  CPR-NEW-STATUS              PIC X(01).
001850     05  CPR-NEW-AMOUNT              PIC S9(11)V99 COMP-3.

001860*    THE CARDS PROPOSED FOR THE EXCEPTION IN HAND, HELD UNTIL
001870*    THE WHOLE PROPOSAL IS KNOWN TO BE GOOD.
001880 01  CPR-CARD-TABLE.
001890     05  CPR-CARD-COUNT              PIC 9(04) COMP VALUE 0.
001900     05  CPR-CARD-ENTRY OCCURS 50 TIMES.
001910         10  CPR-CT-IMAGE            PIC X(80).
001920 01  CPR-CARD-SUB                PIC S9(04) COMP VALUE 0.

001930*    WHY THE EXCEPTION IN HAND WAS NOT PROPOSED.
001940 01  CPR-REASON                  PIC X(44).

001950 01  CPR-COUNTERS.
001960     05  CPR-EXCP-READ-COUNT         PIC 9(09) COMP VALUE 0.
001970     05  CPR-DATA-ONLY-COUNT         PIC 9(09) COMP VALUE 0.
001980     05  CPR-ALREADY-OPEN-COUNT      PIC 9(09) COMP VALUE 0.
001990     05  CPR-PROPOSAL-COUNT          PIC 9(09) COMP VALUE 0.
002000     05  CPR-CARDS-WRITTEN           PIC 9(09) COMP VALUE 0.
002010     05  CPR-SKIP-COUNT              PIC 9(09) COMP VALUE 0.
002020     05  CPR-MANUAL-COUNT            PIC 9(09) COMP VALUE 0.
002030     05  CPR-OUTSTANDING-COUNT       PIC 9(09) COMP VALUE 0.

002040 01  CPR-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
002050 01  CPR-ERROR-MESSAGE           PIC X(80).

002060*    REPORT LINE LAYOUTS.
002070 01  CPR-BANNER-LINE.
002080     05  FILLER                      PIC X(40)
002090         VALUE "RECONCILIATION CORRECTION PROPOSALS".
002100     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
002110     05  CPR-BAN-RUN-DATE            PIC 9(08).
002120     05  FILLER                      PIC X(22) VALUE SPACE.

002130 01  CPR-SECTION-LINE.
002140     05  CPR-SEC-LABEL               PIC X(40).
002150     05  FILLER                      PIC X(40) VALUE SPACE.

002160*    ONE LINE PER PROPOSAL - THE BREAK AS IT STANDS TONIGHT,
002170*    DATA-FILE SIDE FIRST, BILLING SIDE SECOND - FOLLOWED BY
002180*    ITS CARDS.
002190 01  CPR-PROPOSAL-LINE.
002200     05  CPR-PL-KEY-1                PIC X(05).
002210     05  FILLER                      PIC X(01) VALUE SPACE.
002220     05  CPR-PL-KEY-2                PIC X(11).
002230     05  FILLER                      PIC X(01) VALUE SPACE.
002240     05  CPR-PL-FLAGS                PIC X(04).
002250     05  FILLER                      PIC X(07) VALUE "  DATA ".
002260     05  CPR-PL-DATA-STATUS          PIC X(01).
002270     05  FILLER                      PIC X(01) VALUE SPACE.
002280     05  CPR-PL-DATA-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002290     05  FILLER                      PIC X(07) VALUE "  BILL ".
002300     05  CPR-PL-BILL-STATUS          PIC X(01).
002310     05  FILLER                      PIC X(01) VALUE SPACE.
002320     05  CPR-PL-BILL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002330     05  FILLER                      PIC X(04) VALUE SPACE.

002340*    ONE PROPOSED CARD, EXACTLY AS IT WILL REACH TRANFILE.
002350 01  CPR-CARD-LINE.
002360     05  FILLER                      PIC X(02) VALUE SPACE.
002370     05  CPR-CL-CARD                 PIC X(78).

002380*    A BREAK THAT WAS NOT PROPOSED, AND WHY.
002390 01  CPR-REASON-LINE.
002400     05  CPR-RL-TAG                  PIC X(13).
002410     05  CPR-RL-KEY-1                PIC X(05).
002420     05  FILLER                      PIC X(01) VALUE SPACE.
002430     05  CPR-RL-KEY-2                PIC X(11).
002440     05  FILLER                      PIC X(01) VALUE SPACE.
002450     05  CPR-RL-FLAGS                PIC X(04).
002460     05  FILLER                      PIC X(01) VALUE SPACE.
002470     05  CPR-RL-REASON               PIC X(44).

002480*    ONE LINE PER OPEN PROPOSAL ON CORRPEND.
002490 01  CPR-OPEN-LINE.
002500     05  CPR-OL-KEY-1                PIC X(05).
002510     05  FILLER                      PIC X(01) VALUE SPACE.
002520     05  CPR-OL-KEY-2                PIC X(11).
002530     05  FILLER                      PIC X(01) VALUE SPACE.
002540     05  CPR-OL-STATE                PIC X(08).
002550     05  FILLER                      PIC X(11)
002560         VALUE " PROPOSED: ".
002570     05  CPR-OL-PROPOSED             PIC 9(08).
002580     05  FILLER                      PIC X(11)
002590         VALUE " REVIEWED: ".
002600     05  CPR-OL-REVIEWED             PIC X(08).
002610     05  FILLER                      PIC X(08) VALUE "  CARDS:".
002620     05  CPR-OL-CARDS                PIC Z9.
002630     05  FILLER                      PIC X(06) VALUE SPACE.
002640 01  CPR-REVIEW-DATE-X           PIC X(08).
002650 01  CPR-REVIEW-DATE-9 REDEFINES CPR-REVIEW-DATE-X
002660                                 PIC 9(08).

002670 01  CPR-SUMMARY-LINE.
002680     05  CPR-SUM-LABEL               PIC X(24).
002690     05  CPR-SUM-COUNT               PIC Z(08)9.
002700     05  FILLER                      PIC X(47) VALUE SPACE.

002710 PROCEDURE DIVISION.

002720*-----------------------------------------------------------------
002730* 0000-MAINLINE
002740*-----------------------------------------------------------------
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002770     IF CPR-RUN-OK
002780         PERFORM 2000-PROCESS-EXCEPTION THRU
002790             2000-PROCESS-EXCEPTION-EXIT
002800             UNTIL CPR-EXCP-EOF
002810                 OR NOT CPR-RUN-OK
002820     END-IF
002830     IF CPR-RUN-OK
002840         PERFORM 5000-REPORT-OPEN-PROPOSALS THRU
002850             5000-REPORT-OPEN-PROPOSALS-EXIT
002860         PERFORM 5500-WRITE-SUMMARY THRU 5500-WRITE-SUMMARY-EXIT
002870     END-IF
002880     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002890     STOP RUN.

002900*-----------------------------------------------------------------
002910* 1000-INITIALIZE
002920*-----------------------------------------------------------------
002930* OPEN EVERY FILE.  THE PENDING-CORRECTION FILE IS CREATED ON
002940* THE FIRST EVER RUN; EVERY OTHER FILE MUST ALREADY EXIST.
002950 1000-INITIALIZE.
002960     ACCEPT CPR-RUN-DATE FROM DATE YYYYMMDD
002962     MOVE "S" TO CPR-HIST-EVENT
002964     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002966         7700-WRITE-HISTORY-RECORD-EXIT
002970     OPEN INPUT DATA-FILE SHARED
002980     IF NOT CPR-DATA-STATUS-OK
002990         MOVE "UNABLE TO OPEN DATA-FILE SHARED INPUT" TO
003000             CPR-ERROR-MESSAGE
003010         PERFORM 9000-DISPLAY-ERROR THRU
003020             9000-DISPLAY-ERROR-EXIT
003030         MOVE "N" TO CPR-RUN-OK-SWITCH
003040         GO TO 1000-INITIALIZE-EXIT
003050     END-IF
003060     MOVE "Y" TO CPR-DATA-OPEN-SWITCH
003070     OPEN INPUT BILL-FILE
003080     IF NOT CPR-BILL-STATUS = "00"
003090         MOVE "UNABLE TO OPEN BILLING EXTRACT BILLEXT" TO
003100             CPR-ERROR-MESSAGE
003110         PERFORM 9000-DISPLAY-ERROR THRU
003120             9000-DISPLAY-ERROR-EXIT
003130         MOVE "N" TO CPR-RUN-OK-SWITCH
003140         GO TO 1000-INITIALIZE-EXIT
003150     END-IF
003160     MOVE "Y" TO CPR-BILL-OPEN-SWITCH
003170     OPEN INPUT EXC-FILE
003180     IF NOT CPR-EXCP-STATUS = "00"
003190         MOVE "UNABLE TO OPEN EXCEPTION MASTER EXCPMAST" TO
003200             CPR-ERROR-MESSAGE
003210         PERFORM 9000-DISPLAY-ERROR THRU
003220             9000-DISPLAY-ERROR-EXIT
003230         MOVE "N" TO CPR-RUN-OK-SWITCH
003240         GO TO 1000-INITIALIZE-EXIT
003250     END-IF
003260     MOVE "Y" TO CPR-EXCP-OPEN-SWITCH
003270     OPEN I-O CORR-FILE
003280     IF CPR-CORR-STATUS = "35"
003290*        FIRST EVER RUN - CREATE THE FILE EMPTY AND REOPEN.
003300         OPEN OUTPUT CORR-FILE
003310         IF CPR-CORR-STATUS = "00"
003320             CLOSE CORR-FILE
003330             OPEN I-O CORR-FILE
003340         END-IF
003350     END-IF
003360     IF NOT CPR-CORR-STATUS = "00"
003370         MOVE "UNABLE TO OPEN PENDING-CORRECTION FILE CORRPEND"
003380             TO CPR-ERROR-MESSAGE
003390         PERFORM 9000-DISPLAY-ERROR THRU
003400             9000-DISPLAY-ERROR-EXIT
003410         MOVE "N" TO CPR-RUN-OK-SWITCH
003420         GO TO 1000-INITIALIZE-EXIT
003430     END-IF
003440     MOVE "Y" TO CPR-CORR-OPEN-SWITCH
003450     OPEN OUTPUT REPORT-FILE
003460     IF NOT CPR-RPT-STATUS = "00"
003470         MOVE "UNABLE TO OPEN CORRECTION REVIEW REPORT" TO
003480             CPR-ERROR-MESSAGE
003490         PERFORM 9000-DISPLAY-ERROR THRU
003500             9000-DISPLAY-ERROR-EXIT
003510         MOVE "N" TO CPR-RUN-OK-SWITCH
003520         GO TO 1000-INITIALIZE-EXIT
003530     END-IF
003540     MOVE "Y" TO CPR-RPT-OPEN-SWITCH
003550     MOVE LOW-VALUES TO CPR-BILL-GROUP-KEY
003560     MOVE LOW-VALUES TO CPR-PRIOR-BILL-KEY
003570     MOVE CPR-RUN-DATE TO CPR-BAN-RUN-DATE
003580     MOVE CPR-BANNER-LINE TO REPORT-RECORD
003590     PERFORM 7000-WRITE-REPORT-LINE THRU
003600         7000-WRITE-REPORT-LINE-EXIT
003610     MOVE SPACES TO REPORT-RECORD
003620     PERFORM 7000-WRITE-REPORT-LINE THRU
003630         7000-WRITE-REPORT-LINE-EXIT
003640     MOVE "PROPOSALS, IN EXCEPTION ORDER" TO CPR-SEC-LABEL
003650     MOVE CPR-SECTION-LINE TO REPORT-RECORD
003660     PERFORM 7000-WRITE-REPORT-LINE THRU
003670         7000-WRITE-REPORT-LINE-EXIT.
003680 1000-INITIALIZE-EXIT.
003690     EXIT.

003700*-----------------------------------------------------------------
003710* 2000-PROCESS-EXCEPTION
003720*-----------------------------------------------------------------
003730* TAKE THE NEXT OPEN EXCEPTION OFF THE MASTER AND PROPOSE ITS
003740* CORRECTION, UNLESS IT IS DATA ONLY OR ALREADY HAS AN OPEN
003750* PROPOSAL.  THE PROPOSAL IS WORKED OUT FROM TONIGHT'S DATA-
003760* FILE RECORDS AND BILLING EXTRACT, NOT FROM THE FLAGS ALONE,
003770* SO A BREAK THAT HAS SHIFTED SINCE DATARECON RAN IS NEVER
003780* PROPOSED ON STALE FIGURES.
003790 2000-PROCESS-EXCEPTION.
003800     READ EXC-FILE NEXT RECORD
003810         AT END
003820             MOVE "Y" TO CPR-EXCP-EOF-SWITCH
003830             GO TO 2000-PROCESS-EXCEPTION-EXIT
003840     END-READ
003850     IF NOT CPR-EXCP-STATUS = "00"
003860         MOVE "ERROR READING EXCEPTION MASTER" TO
003870             CPR-ERROR-MESSAGE
003880         PERFORM 9000-DISPLAY-ERROR THRU
003890             9000-DISPLAY-ERROR-EXIT
003900         MOVE "N" TO CPR-RUN-OK-SWITCH
003910         GO TO 2000-PROCESS-EXCEPTION-EXIT
003920     END-IF
003930     ADD 1 TO CPR-EXCP-READ-COUNT
003940     IF EXC-BILL-ONLY-FLAG = SPACE
003950         AND EXC-AMOUNT-FLAG = SPACE
003960         AND EXC-STATUS-FLAG = SPACE
003970         ADD 1 TO CPR-DATA-ONLY-COUNT
003980         GO TO 2000-PROCESS-EXCEPTION-EXIT
003990     END-IF
004000     PERFORM 2100-CHECK-OPEN-PROPOSAL THRU
004010         2100-CHECK-OPEN-PROPOSAL-EXIT
004020     IF CPR-OPEN-PROPOSAL-FOUND
004030         ADD 1 TO CPR-ALREADY-OPEN-COUNT
004040         GO TO 2000-PROCESS-EXCEPTION-EXIT
004050     END-IF
004060     PERFORM 2200-POSITION-BILL THRU 2200-POSITION-BILL-EXIT
004070     IF NOT CPR-RUN-OK
004080         GO TO 2000-PROCESS-EXCEPTION-EXIT
004090     END-IF
004100     PERFORM 2300-LOAD-ACCOUNT THRU 2300-LOAD-ACCOUNT-EXIT
004110     PERFORM 3000-BUILD-PROPOSAL THRU 3000-BUILD-PROPOSAL-EXIT
004120     EVALUATE TRUE
004130         WHEN CPR-OUTCOME-PROPOSE
004140             PERFORM 4000-WRITE-PROPOSAL THRU
004150                 4000-WRITE-PROPOSAL-EXIT
004160         WHEN CPR-OUTCOME-MANUAL
004170             ADD 1 TO CPR-MANUAL-COUNT
004180             MOVE "MANUAL       " TO CPR-RL-TAG
004190             PERFORM 4500-WRITE-REASON-LINE THRU
004200                 4500-WRITE-REASON-LINE-EXIT
004210         WHEN OTHER
004220             ADD 1 TO CPR-SKIP-COUNT
004230             MOVE "NOT PROPOSED " TO CPR-RL-TAG
004240             PERFORM 4500-WRITE-REASON-LINE THRU
004250                 4500-WRITE-REASON-LINE-EXIT
004260     END-EVALUATE.
004270 2000-PROCESS-EXCEPTION-EXIT.
004280     EXIT.

004290*-----------------------------------------------------------------
004300* 2100-CHECK-OPEN-PROPOSAL
004310*-----------------------------------------------------------------
004320* LOOK THROUGH THE EXCEPTION'S PROPOSAL HISTORY ON CORRPEND
004330* FOR ONE STILL PENDING, REJECTED, OR RELEASED.
004340 2100-CHECK-OPEN-PROPOSAL.
004350     MOVE "N" TO CPR-OPEN-FOUND-SWITCH
004360     MOVE "N" TO CPR-CORR-EOF-SWITCH
004370     MOVE LOW-VALUES TO COR-KEY
004380     MOVE EXC-KEY TO COR-EXC-KEY
004390     START CORR-FILE
004400         KEY IS NOT LESS THAN COR-KEY
004410         INVALID KEY
004420             GO TO 2100-CHECK-OPEN-PROPOSAL-EXIT
004430     END-START
004440     PERFORM 2150-READ-ACCOUNT-PROPOSAL THRU
004450         2150-READ-ACCOUNT-PROPOSAL-EXIT
004460         UNTIL CPR-CORR-EOF
004470             OR CPR-OPEN-PROPOSAL-FOUND.
004480 2100-CHECK-OPEN-PROPOSAL-EXIT.
004490     EXIT.

004500*-----------------------------------------------------------------
004510* 2150-READ-ACCOUNT-PROPOSAL
004520*-----------------------------------------------------------------
004530 2150-READ-ACCOUNT-PROPOSAL.
004540     READ CORR-FILE NEXT RECORD
004550         AT END
004560             MOVE "Y" TO CPR-CORR-EOF-SWITCH
004570             GO TO 2150-READ-ACCOUNT-PROPOSAL-EXIT
004580     END-READ
004590     IF COR-EXC-KEY NOT = EXC-KEY
004600         MOVE "Y" TO CPR-CORR-EOF-SWITCH
004610         GO TO 2150-READ-ACCOUNT-PROPOSAL-EXIT
004620     END-IF
004630     IF COR-STATE-OPEN
004640         MOVE "Y" TO CPR-OPEN-FOUND-SWITCH
004650     END-IF.
004660 2150-READ-ACCOUNT-PROPOSAL-EXIT.
004670     EXIT.

004680*-----------------------------------------------------------------
004690* 2200-POSITION-BILL
004700*-----------------------------------------------------------------
004710* ADVANCE THE BILLING EXTRACT TO THE EXCEPTION'S KEY.  BOTH
004720* FILES ARE IN DIVISION/ACCOUNT ORDER, SO THE EXTRACT IS READ
004730* ONCE FOR THE WHOLE RUN.
004740 2200-POSITION-BILL.
004750     MOVE "N" TO CPR-BILL-FOUND-SWITCH
004760     PERFORM 2250-READ-BILL-RECORD THRU
004770         2250-READ-BILL-RECORD-EXIT
004780         UNTIL CPR-BILL-GROUP-KEY NOT < EXC-KEY
004790             OR NOT CPR-RUN-OK
004800     IF CPR-BILL-GROUP-KEY = EXC-KEY
004810         MOVE "Y" TO CPR-BILL-FOUND-SWITCH
004820     END-IF.
004830 2200-POSITION-BILL-EXIT.
004840     EXIT.

004850*-----------------------------------------------------------------
004860* 2250-READ-BILL-RECORD
004870*-----------------------------------------------------------------
004880* FETCH THE NEXT BILLING EXTRACT RECORD, PROVING THE EXTRACT
004890* IS STILL IN ASCENDING KEY ORDER AS DATARECON DOES.
004900 2250-READ-BILL-RECORD.
004910     IF CPR-BILL-EOF
004920         MOVE HIGH-VALUES TO CPR-BILL-GROUP-KEY
004930         GO TO 2250-READ-BILL-RECORD-EXIT
004940     END-IF
004950     READ BILL-FILE
004960         AT END
004970             MOVE "Y" TO CPR-BILL-EOF-SWITCH
004980             MOVE HIGH-VALUES TO CPR-BILL-GROUP-KEY
004990             GO TO 2250-READ-BILL-RECORD-EXIT
005000     END-READ
005010     MOVE BILL-DIVISION-CODE TO CPR-BILL-KEY-1
005020     MOVE BILL-ACCOUNT-NUMBER TO CPR-BILL-KEY-2
005030     MOVE BILL-STATUS-CODE TO CPR-BILL-GROUP-STATUS
005040     MOVE BILL-AMOUNT TO CPR-BILL-GROUP-AMOUNT
005050     IF CPR-BILL-GROUP-KEY < CPR-PRIOR-BILL-KEY
005060         MOVE "BILLING EXTRACT OUT OF SEQUENCE - RUN FAILED" TO
005070             CPR-ERROR-MESSAGE
005080         PERFORM 9000-DISPLAY-ERROR THRU
005090             9000-DISPLAY-ERROR-EXIT
005100         MOVE "N" TO CPR-RUN-OK-SWITCH
005110         MOVE CPR-RETURN-ERROR TO CPR-FINAL-RETURN-CODE
005120         GO TO 2250-READ-BILL-RECORD-EXIT
005130     END-IF
005140     MOVE CPR-BILL-GROUP-KEY TO CPR-PRIOR-BILL-KEY.
005150 2250-READ-BILL-RECORD-EXIT.
005160     EXIT.

005170*-----------------------------------------------------------------
005180* 2300-LOAD-ACCOUNT
005190*-----------------------------------------------------------------
005200* LOAD THE EXCEPTION ACCOUNT'S DATA-FILE RECORDS AND ROLL UP
005210* ITS STATUS AND TOTAL THE WAY DATARECON DOES.  THE TOTAL
005220* KEEPS RUNNING PAST A FULL TABLE SO THE REPORT STILL SHOWS
005230* THE TRUE FIGURE.
005240 2300-LOAD-ACCOUNT.
005250     MOVE 0 TO CPR-RECORD-COUNT
005260     MOVE 0 TO CPR-DATA-GROUP-AMOUNT
005270     MOVE SPACE TO CPR-DATA-GROUP-STATUS
005280     MOVE "N" TO CPR-RECS-FULL-SWITCH
005290     MOVE "N" TO CPR-DATA-EOF-SWITCH
005300     MOVE EXC-DIVISION-CODE TO DATA-PARTIAL-KEY-1
005310     MOVE EXC-ACCOUNT-NUMBER TO DATA-PARTIAL-KEY-2
005320     MOVE 0 TO DATA-PARTIAL-KEY-3
005330     START DATA-FILE
005340         KEY IS NOT LESS THAN DATA-KEY-COMPOSITE
005350         INVALID KEY
005360             GO TO 2300-LOAD-ACCOUNT-EXIT
005370     END-START
005380     PERFORM 2350-LOAD-ACCOUNT-RECORD THRU
005390         2350-LOAD-ACCOUNT-RECORD-EXIT
005400         UNTIL CPR-DATA-EOF.
005410 2300-LOAD-ACCOUNT-EXIT.
005420     EXIT.

005430*-----------------------------------------------------------------
005440* 2350-LOAD-ACCOUNT-RECORD
005450*-----------------------------------------------------------------
005460 2350-LOAD-ACCOUNT-RECORD.
005470     READ DATA-FILE NEXT RECORD
005480         AT END
005490             MOVE "Y" TO CPR-DATA-EOF-SWITCH
005500             GO TO 2350-LOAD-ACCOUNT-RECORD-EXIT
005510     END-READ
005520     IF DATA-PARTIAL-KEY-1 NOT = EXC-DIVISION-CODE
005530         OR DATA-PARTIAL-KEY-2 NOT = EXC-ACCOUNT-NUMBER
005540         MOVE "Y" TO CPR-DATA-EOF-SWITCH
005550         GO TO 2350-LOAD-ACCOUNT-RECORD-EXIT
005560     END-IF
005570     IF CPR-RECORD-COUNT = 0
005580         AND NOT CPR-RECORD-TABLE-FULL
005590         MOVE DATA-STATUS-CODE TO CPR-DATA-GROUP-STATUS
005600     END-IF
005610     ADD DATA-AMOUNT TO CPR-DATA-GROUP-AMOUNT
005620     IF CPR-RECORD-COUNT NOT < CPR-MAX-RECORDS
005630         MOVE "Y" TO CPR-RECS-FULL-SWITCH
005640         GO TO 2350-LOAD-ACCOUNT-RECORD-EXIT
005650     END-IF
005660     ADD 1 TO CPR-RECORD-COUNT
005670     SET CPR-RX TO CPR-RECORD-COUNT
005680     MOVE DATA-PARTIAL-KEY-3 TO CPR-RT-KEY-3(CPR-RX)
005690     MOVE DATA-CUSTOMER-NAME TO CPR-RT-NAME(CPR-RX)
005700     MOVE DATA-STATUS-CODE TO CPR-RT-STATUS(CPR-RX)
005710     MOVE DATA-AMOUNT TO CPR-RT-AMOUNT(CPR-RX).
005720 2350-LOAD-ACCOUNT-RECORD-EXIT.
005730     EXIT.

005740*-----------------------------------------------------------------
005750* 3000-BUILD-PROPOSAL
005760*-----------------------------------------------------------------
005770* DECIDE WHAT TONIGHT'S FIGURES SUPPORT: AN A CARD FOR AN
005780* ACCOUNT ONLY BILLING HAS, C CARDS FOR ONE BOTH SIDES HAVE,
005790* OR NOTHING WITH A REASON.
005800 3000-BUILD-PROPOSAL.
005810     MOVE 0 TO CPR-CARD-COUNT
005820     MOVE "N" TO CPR-NAME-SWITCH
005830     MOVE SPACES TO CPR-REASON
005840     MOVE "P" TO CPR-OUTCOME-SWITCH
005850     EVALUATE TRUE
005860         WHEN NOT CPR-BILL-FOUND
005870             AND CPR-RECORD-COUNT = 0
005880             MOVE "S" TO CPR-OUTCOME-SWITCH
005890             MOVE "ACCOUNT NO LONGER ON EITHER SIDE" TO
005900                 CPR-REASON
005910         WHEN NOT CPR-BILL-FOUND
005920             MOVE "S" TO CPR-OUTCOME-SWITCH
005930             MOVE "NOW ON DATA-FILE ONLY" TO CPR-REASON
005940         WHEN NOT CPR-BILL-STATUS-VALID
005950             MOVE "M" TO CPR-OUTCOME-SWITCH
005960             MOVE "BILLING STATUS NOT A, C, OR S" TO CPR-REASON
005970         WHEN CPR-RECORD-COUNT = 0
005980             PERFORM 3100-PROPOSE-ADD THRU
005990                 3100-PROPOSE-ADD-EXIT
006000         WHEN CPR-RECORD-TABLE-FULL
006010             MOVE "M" TO CPR-OUTCOME-SWITCH
006020             MOVE "ACCOUNT HAS MORE THAN 50 RECORDS" TO
006030                 CPR-REASON
006040         WHEN OTHER
006050             PERFORM 3200-PROPOSE-CHANGES THRU
006060                 3200-PROPOSE-CHANGES-EXIT
006070     END-EVALUATE.
006080 3000-BUILD-PROPOSAL-EXIT.
006090     EXIT.

006100*-----------------------------------------------------------------
006110* 3100-PROPOSE-ADD
006120*-----------------------------------------------------------------
006130* BILL ONLY - ADD THE ACCOUNT AS RECORD 0001.  THE NAME IS
006140* LEFT BLANK FOR THE APPROVAL CARD TO SUPPLY.
006150 3100-PROPOSE-ADD.
006160     IF CPR-BILL-GROUP-AMOUNT < 0
006170         MOVE "M" TO CPR-OUTCOME-SWITCH
006180         MOVE "NEGATIVE BILLING AMOUNT - CANNOT BE CARDED" TO
006190             CPR-REASON
006200         GO TO 3100-PROPOSE-ADD-EXIT
006210     END-IF
006220     IF CPR-BILL-GROUP-AMOUNT > CPR-MAX-CARD-AMOUNT
006230         MOVE "M" TO CPR-OUTCOME-SWITCH
006240         MOVE "BILLING AMOUNT TOO LARGE FOR A CARD" TO CPR-REASON
006250         GO TO 3100-PROPOSE-ADD-EXIT
006260     END-IF
006270     MOVE SPACES TO COR-CARD-IMAGE
006280     MOVE "A" TO COR-CARD-ACTION
006290     MOVE EXC-DIVISION-CODE TO COR-CARD-KEY-1
006300     MOVE EXC-ACCOUNT-NUMBER TO COR-CARD-KEY-2
006310     MOVE 1 TO COR-CARD-KEY-3
006320     MOVE CPR-BILL-GROUP-STATUS TO COR-CARD-STATUS
006330     MOVE CPR-BILL-GROUP-AMOUNT TO COR-CARD-AMOUNT
006340     PERFORM 3900-ADD-CARD THRU 3900-ADD-CARD-EXIT
006350     MOVE "Y" TO CPR-NAME-SWITCH.
006360 3100-PROPOSE-ADD-EXIT.
006370     EXIT.

006380*-----------------------------------------------------------------
006390* 3200-PROPOSE-CHANGES
006400*-----------------------------------------------------------------
006410* AMOUNT AND/OR STATUS DIFF - ONE C CARD FOR EACH RECORD THAT
006420* HAS TO CHANGE.  THE AMOUNT IS ONLY TOUCHED WHEN DATARECON
006430* FLAGGED IT, SO A DIFFERENCE INSIDE THE TOLERANCE IS LEFT
006440* ALONE.  ONE UNCARDABLE RECORD SENDS THE WHOLE ACCOUNT TO
006450* MANUAL CORRECTION - HALF A CORRECTION IS NOT PROPOSED.
006460 3200-PROPOSE-CHANGES.
006470     MOVE 0 TO CPR-AMOUNT-DIFF
006480     IF EXC-AMOUNT-FLAG = "A"
006490         SUBTRACT CPR-DATA-GROUP-AMOUNT FROM CPR-BILL-GROUP-AMOUNT
006500             GIVING CPR-AMOUNT-DIFF
006510     END-IF
006520     PERFORM 3250-PROPOSE-RECORD-CHANGE THRU
006530         3250-PROPOSE-RECORD-CHANGE-EXIT
006540         VARYING CPR-RX FROM 1 BY 1
006550         UNTIL CPR-RX > CPR-RECORD-COUNT
006560             OR CPR-OUTCOME-MANUAL
006570     IF CPR-OUTCOME-MANUAL
006580         MOVE 0 TO CPR-CARD-COUNT
006590         GO TO 3200-PROPOSE-CHANGES-EXIT
006600     END-IF
006610     IF CPR-CARD-COUNT = 0
006620         MOVE "S" TO CPR-OUTCOME-SWITCH
006630         MOVE "ACCOUNT NOW AGREES WITH BILLING" TO CPR-REASON
006640     END-IF.
006650 3200-PROPOSE-CHANGES-EXIT.
006660     EXIT.

006670*-----------------------------------------------------------------
006680* 3250-PROPOSE-RECORD-CHANGE
006690*-----------------------------------------------------------------
006700* ONE RECORD: BILLING'S STATUS WHEN THE STATUS BROKE, AND THE
006710* WHOLE AMOUNT DIFFERENCE ON THE ACCOUNT'S LAST RECORD.  A
006720* RECORD LEFT AS IT IS GETS NO CARD.
006730 3250-PROPOSE-RECORD-CHANGE.
006740     MOVE CPR-RT-STATUS(CPR-RX) TO CPR-NEW-STATUS
006750     IF EXC-STATUS-FLAG = "S"
006760         MOVE CPR-BILL-GROUP-STATUS TO CPR-NEW-STATUS
006770     END-IF
006780     MOVE CPR-RT-AMOUNT(CPR-RX) TO CPR-NEW-AMOUNT
006790     IF CPR-RX = CPR-RECORD-COUNT
006800         ADD CPR-AMOUNT-DIFF TO CPR-NEW-AMOUNT
006810     END-IF
006820     IF CPR-NEW-STATUS = CPR-RT-STATUS(CPR-RX)
006830         AND CPR-NEW-AMOUNT = CPR-RT-AMOUNT(CPR-RX)
006840         GO TO 3250-PROPOSE-RECORD-CHANGE-EXIT
006850     END-IF
006860     IF CPR-NEW-AMOUNT < 0
006870         MOVE "M" TO CPR-OUTCOME-SWITCH
006880         MOVE "RECORD AMOUNT WOULD BE NEGATIVE" TO CPR-REASON
006890         GO TO 3250-PROPOSE-RECORD-CHANGE-EXIT
006900     END-IF
006910     IF CPR-NEW-AMOUNT > CPR-MAX-CARD-AMOUNT
006920         MOVE "M" TO CPR-OUTCOME-SWITCH
006930         MOVE "RECORD AMOUNT TOO LARGE FOR A CARD" TO CPR-REASON
006940         GO TO 3250-PROPOSE-RECORD-CHANGE-EXIT
006950     END-IF
006960     MOVE SPACES TO COR-CARD-IMAGE
006970     MOVE "C" TO COR-CARD-ACTION
006980     MOVE EXC-DIVISION-CODE TO COR-CARD-KEY-1
006990     MOVE EXC-ACCOUNT-NUMBER TO COR-CARD-KEY-2
007000     MOVE CPR-RT-KEY-3(CPR-RX) TO COR-CARD-KEY-3
007010     MOVE CPR-RT-NAME(CPR-RX) TO COR-CARD-NAME
007020     MOVE CPR-NEW-STATUS TO COR-CARD-STATUS
007030     MOVE CPR-NEW-AMOUNT TO COR-CARD-AMOUNT
007040     PERFORM 3900-ADD-CARD THRU 3900-ADD-CARD-EXIT.
007050 3250-PROPOSE-RECORD-CHANGE-EXIT.
007060     EXIT.

007070*-----------------------------------------------------------------
007080* 3900-ADD-CARD
007090*-----------------------------------------------------------------
007100 3900-ADD-CARD.
007110     ADD 1 TO CPR-CARD-COUNT
007120     MOVE COR-CARD-IMAGE TO CPR-CT-IMAGE(CPR-CARD-COUNT).
007130 3900-ADD-CARD-EXIT.
007140     EXIT.

007150*-----------------------------------------------------------------
007160* 4000-WRITE-PROPOSAL
007170*-----------------------------------------------------------------
007180* PRINT THE BREAK AND WRITE ITS CARDS PENDING TO CORRPEND, ALL
007190* UNDER TONIGHT'S DATE, NUMBERED FROM 01.
007200 4000-WRITE-PROPOSAL.
007210     ADD 1 TO CPR-PROPOSAL-COUNT
007220     MOVE EXC-DIVISION-CODE TO CPR-PL-KEY-1
007230     MOVE EXC-ACCOUNT-NUMBER TO CPR-PL-KEY-2
007240     MOVE EXC-TYPE-FLAGS TO CPR-PL-FLAGS
007250     MOVE CPR-DATA-GROUP-STATUS TO CPR-PL-DATA-STATUS
007260     MOVE CPR-DATA-GROUP-AMOUNT TO CPR-PL-DATA-AMOUNT
007270     MOVE CPR-BILL-GROUP-STATUS TO CPR-PL-BILL-STATUS
007280     MOVE CPR-BILL-GROUP-AMOUNT TO CPR-PL-BILL-AMOUNT
007290     MOVE CPR-PROPOSAL-LINE TO REPORT-RECORD
007300     PERFORM 7000-WRITE-REPORT-LINE THRU
007310         7000-WRITE-REPORT-LINE-EXIT
007320     PERFORM 4100-WRITE-PROPOSAL-CARD THRU
007330         4100-WRITE-PROPOSAL-CARD-EXIT
007340         VARYING CPR-CARD-SUB FROM 1 BY 1
007350         UNTIL CPR-CARD-SUB > CPR-CARD-COUNT
007360             OR NOT CPR-RUN-OK
007370     IF CPR-NAME-REQUIRED
007380         MOVE "  ** NEW ACCOUNT - APPROVAL MUST SUPPLY THE NAME"
007390             TO REPORT-RECORD
007400         PERFORM 7000-WRITE-REPORT-LINE THRU
007410             7000-WRITE-REPORT-LINE-EXIT
007420     END-IF.
007430 4000-WRITE-PROPOSAL-EXIT.
007440     EXIT.

007450*-----------------------------------------------------------------
007460* 4100-WRITE-PROPOSAL-CARD
007470*-----------------------------------------------------------------
007480 4100-WRITE-PROPOSAL-CARD.
007490     MOVE SPACES TO COR-RECORD
007500     MOVE EXC-KEY TO COR-EXC-KEY
007510     MOVE CPR-RUN-DATE TO COR-PROPOSED-DATE
007520     MOVE CPR-CARD-SUB TO COR-CARD-NUMBER
007530     MOVE "P" TO COR-STATE
007540     MOVE EXC-TYPE-FLAGS TO COR-TYPE-FLAGS
007550     MOVE CPR-CARD-COUNT TO COR-CARD-COUNT
007560     MOVE CPR-DATA-GROUP-STATUS TO COR-DATA-STATUS
007570     MOVE CPR-BILL-GROUP-STATUS TO COR-BILL-STATUS
007580     MOVE CPR-DATA-GROUP-AMOUNT TO COR-DATA-AMOUNT
007590     MOVE CPR-BILL-GROUP-AMOUNT TO COR-BILL-AMOUNT
007600     MOVE CPR-NAME-SWITCH TO COR-NAME-SWITCH
007610     MOVE 0 TO COR-REVIEW-DATE
007620     MOVE 0 TO COR-CLEARED-DATE
007630     MOVE CPR-CT-IMAGE(CPR-CARD-SUB) TO COR-CARD-IMAGE
007640     WRITE COR-RECORD
007650     IF NOT CPR-CORR-STATUS = "00"
007660         MOVE "ERROR WRITING PENDING-CORRECTION FILE" TO
007670             CPR-ERROR-MESSAGE
007680         PERFORM 9000-DISPLAY-ERROR THRU
007690             9000-DISPLAY-ERROR-EXIT
007700         MOVE "N" TO CPR-RUN-OK-SWITCH
007710         GO TO 4100-WRITE-PROPOSAL-CARD-EXIT
007720     END-IF
007730     ADD 1 TO CPR-CARDS-WRITTEN
007740     MOVE CPR-CT-IMAGE(CPR-CARD-SUB) TO CPR-CL-CARD
007750     MOVE CPR-CARD-LINE TO REPORT-RECORD
007760     PERFORM 7000-WRITE-REPORT-LINE THRU
007770         7000-WRITE-REPORT-LINE-EXIT.
007780 4100-WRITE-PROPOSAL-CARD-EXIT.
007790     EXIT.

007800*-----------------------------------------------------------------
007810* 4500-WRITE-REASON-LINE
007820*-----------------------------------------------------------------
007830 4500-WRITE-REASON-LINE.
007840     MOVE EXC-DIVISION-CODE TO CPR-RL-KEY-1
007850     MOVE EXC-ACCOUNT-NUMBER TO CPR-RL-KEY-2
007860     MOVE EXC-TYPE-FLAGS TO CPR-RL-FLAGS
007870     MOVE CPR-REASON TO CPR-RL-REASON
007880     MOVE CPR-REASON-LINE TO REPORT-RECORD
007890     PERFORM 7000-WRITE-REPORT-LINE THRU
007900         7000-WRITE-REPORT-LINE-EXIT.
007910 4500-WRITE-REASON-LINE-EXIT.
007920     EXIT.

007930*-----------------------------------------------------------------
007940* 5000-REPORT-OPEN-PROPOSALS
007950*-----------------------------------------------------------------
007960* EVERY PROPOSAL STILL OPEN ON CORRPEND - TONIGHT'S AND ANY
007970* EARLIER ONE AWAITING REVIEW, REJECTED, OR RELEASED BUT NOT
007980* YET SEEN TO CLEAR - ONE LINE EACH, FROM ITS CARD 01.
007990 5000-REPORT-OPEN-PROPOSALS.
008000     MOVE SPACES TO REPORT-RECORD
008010     PERFORM 7000-WRITE-REPORT-LINE THRU
008020         7000-WRITE-REPORT-LINE-EXIT
008030     MOVE "OPEN PROPOSALS ON CORRPEND" TO CPR-SEC-LABEL
008040     MOVE CPR-SECTION-LINE TO REPORT-RECORD
008050     PERFORM 7000-WRITE-REPORT-LINE THRU
008060         7000-WRITE-REPORT-LINE-EXIT
008070     MOVE "N" TO CPR-CORR-EOF-SWITCH
008080     MOVE LOW-VALUES TO COR-KEY
008090     START CORR-FILE
008100         KEY IS NOT LESS THAN COR-KEY
008110         INVALID KEY
008120             MOVE "Y" TO CPR-CORR-EOF-SWITCH
008130     END-START
008140     PERFORM 5100-PASS-OPEN-PROPOSAL THRU
008150         5100-PASS-OPEN-PROPOSAL-EXIT
008160         UNTIL CPR-CORR-EOF.
008170 5000-REPORT-OPEN-PROPOSALS-EXIT.
008180     EXIT.

008190*-----------------------------------------------------------------
008200* 5100-PASS-OPEN-PROPOSAL
008210*-----------------------------------------------------------------
008220 5100-PASS-OPEN-PROPOSAL.
008230     READ CORR-FILE NEXT RECORD
008240         AT END
008250             MOVE "Y" TO CPR-CORR-EOF-SWITCH
008260             GO TO 5100-PASS-OPEN-PROPOSAL-EXIT
008270     END-READ
008280     IF COR-CARD-NUMBER NOT = 1
008290         OR NOT COR-STATE-OPEN
008300         GO TO 5100-PASS-OPEN-PROPOSAL-EXIT
008310     END-IF
008320     ADD 1 TO CPR-OUTSTANDING-COUNT
008330     MOVE COR-DIVISION-CODE TO CPR-OL-KEY-1
008340     MOVE COR-ACCOUNT-NUMBER TO CPR-OL-KEY-2
008350     EVALUATE TRUE
008360         WHEN COR-STATE-PENDING
008370             MOVE "PENDING " TO CPR-OL-STATE
008380         WHEN COR-STATE-REJECTED
008390             MOVE "REJECTED" TO CPR-OL-STATE
008400         WHEN OTHER
008410             MOVE "RELEASED" TO CPR-OL-STATE
008420     END-EVALUATE
008430     MOVE COR-PROPOSED-DATE TO CPR-OL-PROPOSED
008440     MOVE SPACES TO CPR-REVIEW-DATE-X
008450     IF COR-REVIEW-DATE NOT = 0
008460         MOVE COR-REVIEW-DATE TO CPR-REVIEW-DATE-9
008470     END-IF
008480     MOVE CPR-REVIEW-DATE-X TO CPR-OL-REVIEWED
008490     MOVE COR-CARD-COUNT TO CPR-OL-CARDS
008500     MOVE CPR-OPEN-LINE TO REPORT-RECORD
008510     PERFORM 7000-WRITE-REPORT-LINE THRU
008520         7000-WRITE-REPORT-LINE-EXIT.
008530 5100-PASS-OPEN-PROPOSAL-EXIT.
008540     EXIT.

008550*-----------------------------------------------------------------
008560* 5500-WRITE-SUMMARY
008570*-----------------------------------------------------------------
008580* THE TOTALS.  ANY BREAK LEFT FOR MANUAL CORRECTION TURNS THE
008590* RETURN CODE TO WARNING.
008600 5500-WRITE-SUMMARY.
008610     MOVE SPACES TO REPORT-RECORD
008620     PERFORM 7000-WRITE-REPORT-LINE THRU
008630         7000-WRITE-REPORT-LINE-EXIT
008640     MOVE "EXCEPTIONS READ:        " TO CPR-SUM-LABEL
008650     MOVE CPR-EXCP-READ-COUNT TO CPR-SUM-COUNT
008660     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008670         5600-WRITE-SUMMARY-LINE-EXIT
008680     MOVE "DATA ONLY - NOT CARDED: " TO CPR-SUM-LABEL
008690     MOVE CPR-DATA-ONLY-COUNT TO CPR-SUM-COUNT
008700     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008710         5600-WRITE-SUMMARY-LINE-EXIT
008720     MOVE "ALREADY PROPOSED:       " TO CPR-SUM-LABEL
008730     MOVE CPR-ALREADY-OPEN-COUNT TO CPR-SUM-COUNT
008740     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008750         5600-WRITE-SUMMARY-LINE-EXIT
008760     MOVE "PROPOSALS WRITTEN:      " TO CPR-SUM-LABEL
008770     MOVE CPR-PROPOSAL-COUNT TO CPR-SUM-COUNT
008780     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008790         5600-WRITE-SUMMARY-LINE-EXIT
008800     MOVE "CARDS PROPOSED:         " TO CPR-SUM-LABEL
008810     MOVE CPR-CARDS-WRITTEN TO CPR-SUM-COUNT
008820     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008830         5600-WRITE-SUMMARY-LINE-EXIT
008840     MOVE "NOT PROPOSED:           " TO CPR-SUM-LABEL
008850     MOVE CPR-SKIP-COUNT TO CPR-SUM-COUNT
008860     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008870         5600-WRITE-SUMMARY-LINE-EXIT
008880     MOVE "MANUAL CORRECTION:      " TO CPR-SUM-LABEL
008890     MOVE CPR-MANUAL-COUNT TO CPR-SUM-COUNT
008900     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008910         5600-WRITE-SUMMARY-LINE-EXIT
008920     MOVE "OPEN PROPOSALS:         " TO CPR-SUM-LABEL
008930     MOVE CPR-OUTSTANDING-COUNT TO CPR-SUM-COUNT
008940     PERFORM 5600-WRITE-SUMMARY-LINE THRU
008950         5600-WRITE-SUMMARY-LINE-EXIT
008960     IF CPR-FINAL-RETURN-CODE = CPR-RETURN-OK
008970         AND CPR-MANUAL-COUNT > 0
008980         MOVE CPR-RETURN-WARNING TO CPR-FINAL-RETURN-CODE
008990     END-IF.
009000 5500-WRITE-SUMMARY-EXIT.
009010     EXIT.

009020*-----------------------------------------------------------------
009030* 5600-WRITE-SUMMARY-LINE
009040*-----------------------------------------------------------------
009050 5600-WRITE-SUMMARY-LINE.
009060     MOVE CPR-SUMMARY-LINE TO REPORT-RECORD
009070     PERFORM 7000-WRITE-REPORT-LINE THRU
009080         7000-WRITE-REPORT-LINE-EXIT.
009090 5600-WRITE-SUMMARY-LINE-EXIT.
009100     EXIT.

009110*-----------------------------------------------------------------
009120* 7000-WRITE-REPORT-LINE
009130*-----------------------------------------------------------------
009140 7000-WRITE-REPORT-LINE.
009150     WRITE REPORT-RECORD
009160     IF NOT CPR-RPT-STATUS = "00"
009170         MOVE "ERROR WRITING CORRECTION REVIEW REPORT" TO
009180             CPR-ERROR-MESSAGE
009190         PERFORM 9000-DISPLAY-ERROR THRU
009200             9000-DISPLAY-ERROR-EXIT
009210     END-IF.
009220 7000-WRITE-REPORT-LINE-EXIT.
009230     EXIT.

009231*-----------------------------------------------------------------
009232* 7700-WRITE-HISTORY-RECORD
009233*-----------------------------------------------------------------
009234* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
009235* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
009236* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
009237* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
009238 7700-WRITE-HISTORY-RECORD.
009239     IF CPR-HIST-EVENT = "S"
009240         ACCEPT CPR-HIST-START-DATE FROM DATE YYYYMMDD
009241         ACCEPT CPR-HIST-START-TIME FROM TIME
009242     END-IF
009243     OPEN EXTEND HIST-FILE
009244     IF NOT CPR-HIST-STATUS = "00" AND
009245         NOT CPR-HIST-STATUS = "05"
009246         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
009247             CPR-ERROR-MESSAGE
009248         PERFORM 9000-DISPLAY-ERROR THRU
009249             9000-DISPLAY-ERROR-EXIT
009250         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
009251     END-IF
009252     MOVE SPACES TO RHS-RECORD
009253     MOVE "CORRPROP  " TO RHS-STEP
009254     MOVE "P" TO RHS-KIND
009255     MOVE CPR-HIST-EVENT TO RHS-EVENT
009256     MOVE CPR-HIST-START-DATE TO RHS-START-DATE
009257     MOVE CPR-HIST-START-TIME TO RHS-START-TIME
009258     MOVE 0 TO RHS-END-DATE
009259     MOVE 0 TO RHS-END-TIME
009260     MOVE 0 TO RHS-COMPLETION-CODE
009261     MOVE 0 TO RHS-COUNT-VALUE(1)
009262     MOVE 0 TO RHS-COUNT-VALUE(2)
009263     MOVE 0 TO RHS-COUNT-VALUE(3)
009264     MOVE 0 TO RHS-COUNT-VALUE(4)
009265     IF RHS-ENDED
009266         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
009267         ACCEPT RHS-END-TIME FROM TIME
009268         MOVE CPR-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
009269         MOVE "BREAKS  " TO RHS-COUNT-LABEL(1)
009270         MOVE CPR-EXCP-READ-COUNT TO RHS-COUNT-VALUE(1)
009271         MOVE "PROPOSED" TO RHS-COUNT-LABEL(2)
009272         MOVE CPR-PROPOSAL-COUNT TO RHS-COUNT-VALUE(2)
009273         MOVE "MANUAL  " TO RHS-COUNT-LABEL(3)
009274         MOVE CPR-MANUAL-COUNT TO RHS-COUNT-VALUE(3)
009275         MOVE "SKIPPED " TO RHS-COUNT-LABEL(4)
009276         MOVE CPR-SKIP-COUNT TO RHS-COUNT-VALUE(4)
009277     END-IF
009278     WRITE RHS-RECORD
009279     IF NOT CPR-HIST-STATUS = "00"
009280         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
009281             CPR-ERROR-MESSAGE
009282         PERFORM 9000-DISPLAY-ERROR THRU
009283             9000-DISPLAY-ERROR-EXIT
009284     END-IF
009285     CLOSE HIST-FILE.
009286 7700-WRITE-HISTORY-RECORD-EXIT.
009287     EXIT.

009288*-----------------------------------------------------------------
009289* 8000-TERMINATE
009290*-----------------------------------------------------------------
009291 8000-TERMINATE.
009292     IF CPR-DATA-IS-OPEN
009293         CLOSE DATA-FILE
009300     END-IF
009310     IF CPR-BILL-IS-OPEN
009320         CLOSE BILL-FILE
009330     END-IF
009340     IF CPR-EXCP-IS-OPEN
009350         CLOSE EXC-FILE
009360     END-IF
009370     IF CPR-CORR-IS-OPEN
009380         CLOSE CORR-FILE
009390     END-IF
009400     IF CPR-RPT-IS-OPEN
009410         CLOSE REPORT-FILE
009420     END-IF
009430     IF CPR-FINAL-RETURN-CODE = 0 AND NOT CPR-RUN-OK
009440         MOVE CPR-RETURN-ERROR TO CPR-FINAL-RETURN-CODE
009450     END-IF
009452     MOVE "E" TO CPR-HIST-EVENT
009454     PERFORM 7700-WRITE-HISTORY-RECORD THRU
009456         7700-WRITE-HISTORY-RECORD-EXIT
009460     MOVE CPR-FINAL-RETURN-CODE TO RETURN-CODE.
009470 8000-TERMINATE-EXIT.
009480     EXIT.

009490*-----------------------------------------------------------------
009500* 9000-DISPLAY-ERROR
009510*-----------------------------------------------------------------
009520 9000-DISPLAY-ERROR.
009530     DISPLAY "CORRPROP: " CPR-ERROR-MESSAGE.
009540 9000-DISPLAY-ERROR-EXIT.
009550     EXIT.
