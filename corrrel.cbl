000010*-----------------------------------------------------------------
000020* CORRREL
000030*-----------------------------------------------------------------
000040*
000050* RELEASE OF REVIEWED CORRECTION PROPOSALS.  RUN BY CORRRUN
000060* AHEAD OF APPLYRUN, IT READS THE REVIEWER'S APPROVAL DECK
000070* (CORRAPPR) - ONE DECISION CARD PER EXCEPTION - AND APPLIES
000080* EACH DECISION TO THE PENDING PROPOSAL CORRPROP WROTE FOR
000090* THAT EXCEPTION ON CORRPEND (SEE CORREC):
000100*
000110*     A  APPROVE - EVERY CARD OF THE PROPOSAL IS APPENDED TO
000120*                  TRANFILE FOR THE NEXT APPLYRUN AND MARKED
000130*                  RELEASED.
000140*     R  REJECT  - EVERY CARD IS MARKED REJECTED AND NOTHING
000150*                  IS RELEASED.  THE EXCEPTION IS NOT PROPOSED
000160*                  AGAIN WHILE THE BREAK STAYS OPEN.
000170*
000180* THE REVIEWER (THE USER RUNNING THE JOB) AND THE DATE ARE
000190* STAMPED ON EVERY CARD DECIDED.  A NEW ACCOUNT FROM BILLING
000200* CANNOT BE APPROVED WITHOUT A CUSTOMER NAME ON THE DECISION
000210* CARD; ANY OTHER PROPOSAL TAKES NO NAME.  A DECISION CARD
000220* THAT IS INVALID, OR FINDS NO PENDING PROPOSAL FOR ITS
000230* EXCEPTION, IS REFUSED AND LISTED - NOTHING IS RELEASED FOR
000240* IT.  ONLY PENDING PROPOSALS ARE EVER RELEASED, SO A DECK
000250* RUN TWICE RELEASES NOTHING THE SECOND TIME.
000260*
000270* DECISION CARD (CORRAPPR):
000280*     COL  1      A = APPROVE, R = REJECT
000290*     COLS 3-7    DIVISION
000300*     COLS 9-19   ACCOUNT
000310*     COLS 21-50  CUSTOMER NAME - APPROVING A NEW ACCOUNT ONLY
000320*
000330* RETURN CODE 0 MEANS EVERY DECISION WAS APPLIED, 4 MEANS AT
000340* LEAST ONE DECISION CARD WAS REFUSED, 16 MEANS THE RUN FAILED
000350* ON A FILE ERROR.
000360*
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000390* ---------- ---- --------------------------------------------
000400* 2026-10-15 RLH  ORIGINAL PROGRAM - APPLIES THE REVIEWER'S
000410*                 DECISIONS TO CORRPEND AND RELEASES APPROVED
000420*                 CORRECTION CARDS TO TRANFILE.
000421* 2026-10-15 RLH  A CARD OF THE PROPOSAL ALREADY RELEASED OR
000422*                 REJECTED IS NO LONGER DECIDED AGAIN - A RERUN
000423*                 AFTER A FAILURE PART WAY THROUGH A PROPOSAL
000424*                 SENT ITS RELEASED CARDS TO TRANFILE TWICE.
000425* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000426*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000427*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000428*                 RECORD AND THE MORNING BATCH-STATUS REPORT.
000430* 2026-10-15 RLH  A FAILED RUN NOW ALWAYS ENDS 16 - AN EARLIER
000432*                 WARNING (RETURN CODE 4) HID THE FAILURE.

000434 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.                  corrrel.
000450     AUTHOR.                      R L HUTCHINS.
000460     INSTALLATION.                DATA FILE SERVICES.
000470     DATE-WRITTEN.                2026-10-15.
000480     DATE-COMPILED.                2026-10-15.

000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000520 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550*    DECK-FILE - THE REVIEWER'S DECISION CARDS.
000560     SELECT DECK-FILE ASSIGN TO "CORRAPPR"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CRL-DECK-STATUS.
000590*    CORR-FILE - THE PENDING-CORRECTION FILE (SEE CORREC).
000600     SELECT CORR-FILE ASSIGN TO "CORRPEND"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS COR-KEY
000640         FILE STATUS IS CRL-CORR-STATUS.
000650*    TRAN-FILE - DATAAPPLY'S TRANSACTION CARDS, APPENDED TO.
000660     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS CRL-TRAN-STATUS.
000690*    REPORT-FILE - THE RELEASE REPORT.
000700     SELECT REPORT-FILE ASSIGN TO "CORRRLS"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CRL-RPT-STATUS.
000721*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000722*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000723     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000724         ORGANIZATION IS LINE SEQUENTIAL
000725         FILE STATUS IS CRL-HIST-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  DECK-FILE.
000760 01  DECK-RECORD.
000770     05  DECK-DECISION               PIC X(01).
000780         88  DECK-APPROVE                  VALUE "A".
000790         88  DECK-REJECT                   VALUE "R".
000800     05  FILLER                      PIC X(01).
000810     05  DECK-DIVISION-CODE          PIC X(05).
000820     05  FILLER                      PIC X(01).
000830     05  DECK-ACCOUNT-NUMBER         PIC X(11).
000840     05  FILLER                      PIC X(01).
000850     05  DECK-NAME                   PIC X(30).
000860     05  FILLER                      PIC X(30).

000870 FD  CORR-FILE.
000880     COPY CORREC.

000890 FD  TRAN-FILE.
000900 01  TRAN-RECORD                 PIC X(80).

000910 FD  REPORT-FILE.
000920 01  REPORT-RECORD               PIC X(80).

000922 FD  HIST-FILE.
000924     COPY RHSREC.

000930 WORKING-STORAGE SECTION.
000940*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000950 77  CRL-RETURN-OK               PIC 9(02) VALUE 00.
000960 77  CRL-RETURN-WARNING          PIC 9(02) VALUE 04.
000970 77  CRL-RETURN-ERROR            PIC 9(02) VALUE 16.

000980 01  CRL-SWITCHES.
000990     05  CRL-DECK-EOF-SWITCH         PIC X(01) VALUE "N".
001000         88  CRL-DECK-EOF                  VALUE "Y".
001010     05  CRL-CORR-EOF-SWITCH         PIC X(01) VALUE "N".
001020         88  CRL-CORR-EOF                  VALUE "Y".
001030     05  CRL-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001040         88  CRL-RUN-OK                    VALUE "Y".
001050     05  CRL-DECK-OPEN-SWITCH        PIC X(01) VALUE "N".
001060         88  CRL-DECK-IS-OPEN              VALUE "Y".
001070     05  CRL-CORR-OPEN-SWITCH        PIC X(01) VALUE "N".
001080         88  CRL-CORR-IS-OPEN              VALUE "Y".
001090     05  CRL-TRAN-OPEN-SWITCH        PIC X(01) VALUE "N".
001100         88  CRL-TRAN-IS-OPEN              VALUE "Y".
001110     05  CRL-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
001120         88  CRL-RPT-IS-OPEN               VALUE "Y".
001130     05  CRL-PENDING-SWITCH          PIC X(01) VALUE "N".
001140         88  CRL-PENDING-FOUND             VALUE "Y".
001150     05  CRL-NAME-SWITCH             PIC X(01) VALUE "N".
001160         88  CRL-NAME-REQUIRED             VALUE "Y".

001170*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001180 01  CRL-FILE-STATUSES.
001190     05  CRL-DECK-STATUS             PIC X(02).
001200     05  CRL-CORR-STATUS             PIC X(02).
001210     05  CRL-TRAN-STATUS             PIC X(02).
001220     05  CRL-RPT-STATUS              PIC X(02).
001221     05  CRL-HIST-STATUS             PIC X(02).

001222*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001223 01  CRL-HISTORY-WORK.
001224     05  CRL-HIST-EVENT              PIC X(01).
001225     05  CRL-HIST-START-DATE         PIC 9(08) VALUE 0.
001226     05  CRL-HIST-START-TIME         PIC 9(08) VALUE 0.

001230 01  CRL-RUN-DATE                PIC 9(08).
001240 01  CRL-REVIEWER                PIC X(20).

001250*    THE PENDING PROPOSAL FOUND FOR THE DECISION CARD IN HAND.
001260 01  CRL-PENDING-PROPOSAL.
001270     05  CRL-PENDING-KEY.
001280         10  CRL-PENDING-DIVISION    PIC X(05).
001290         10  CRL-PENDING-ACCOUNT     PIC X(11).
001300     05  CRL-PENDING-DATE            PIC 9(08).
001310     05  CRL-PENDING-CARDS           PIC 9(02).
001320 01  CRL-CARD-SUB                PIC S9(04) COMP VALUE 0.

001330 01  CRL-COUNTERS.
001340     05  CRL-DECK-COUNT              PIC 9(09) COMP VALUE 0.
001350     05  CRL-APPROVED-COUNT          PIC 9(09) COMP VALUE 0.
001360     05  CRL-REJECTED-COUNT          PIC 9(09) COMP VALUE 0.
001370     05  CRL-RELEASED-COUNT          PIC 9(09) COMP VALUE 0.
001380     05  CRL-REFUSED-COUNT           PIC 9(09) COMP VALUE 0.

001390 01  CRL-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001400 01  CRL-ERROR-MESSAGE           PIC X(80).

001410*    REPORT LINE LAYOUTS.
001420 01  CRL-BANNER-LINE.
001430     05  FILLER                      PIC X(28)
001440         VALUE "CORRECTION RELEASE RUN DATE:".
001450     05  FILLER                      PIC X(01) VALUE SPACE.
001460     05  CRL-BAN-RUN-DATE            PIC 9(08).
001470     05  FILLER                      PIC X(12)
001480         VALUE "  REVIEWER: ".
001490     05  CRL-BAN-REVIEWER            PIC X(20).
001500     05  FILLER                      PIC X(11) VALUE SPACE.

001510*    ONE LINE PER DECISION CARD, WITH WHAT BECAME OF IT.
001520 01  CRL-DECISION-LINE.
001530     05  CRL-DL-DECISION             PIC X(01).
001540     05  FILLER                      PIC X(01) VALUE SPACE.
001550     05  CRL-DL-KEY-1                PIC X(05).
001560     05  FILLER                      PIC X(01) VALUE SPACE.
001570     05  CRL-DL-KEY-2                PIC X(11).
001580     05  FILLER                      PIC X(11)
001590         VALUE " PROPOSED: ".
001600     05  CRL-DL-PROPOSED             PIC X(08).
001610     05  FILLER                      PIC X(02) VALUE SPACE.
001620     05  CRL-DL-OUTCOME              PIC X(40).

001630*    ONE RELEASED CARD, EXACTLY AS IT WENT TO TRANFILE.
001640 01  CRL-CARD-LINE.
001650     05  FILLER                      PIC X(02) VALUE SPACE.
001660     05  CRL-CL-CARD                 PIC X(78).

001670 01  CRL-SUMMARY-LINE.
001680     05  CRL-SUM-LABEL               PIC X(24).
001690     05  CRL-SUM-COUNT               PIC Z(08)9.
001700     05  FILLER                      PIC X(47) VALUE SPACE.

001710 PROCEDURE DIVISION.

001720*-----------------------------------------------------------------
001730* 0000-MAINLINE
001740*-----------------------------------------------------------------
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001770     IF CRL-RUN-OK
001780         PERFORM 2000-PROCESS-DECISION THRU
001790             2000-PROCESS-DECISION-EXIT
001800             UNTIL CRL-DECK-EOF
001810                 OR NOT CRL-RUN-OK
001820         PERFORM 5000-WRITE-SUMMARY THRU 5000-WRITE-SUMMARY-EXIT
001830     END-IF
001840     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001850     STOP RUN.

001860*-----------------------------------------------------------------
001870* 1000-INITIALIZE
001880*-----------------------------------------------------------------
001890* OPEN EVERY FILE.  CORRPEND MUST ALREADY EXIST - CORRPROP
001900* CREATES IT.  TRANFILE IS APPENDED TO, AND CREATED WHEN THE
001910* KEYING GROUP HAS NOT STARTED TODAY'S.
001920 1000-INITIALIZE.
001930     ACCEPT CRL-RUN-DATE FROM DATE YYYYMMDD
001940     ACCEPT CRL-REVIEWER FROM ENVIRONMENT "USER"
001942     MOVE "S" TO CRL-HIST-EVENT
001944     PERFORM 7700-WRITE-HISTORY-RECORD THRU
001946         7700-WRITE-HISTORY-RECORD-EXIT
001950     OPEN INPUT DECK-FILE
001960     IF NOT CRL-DECK-STATUS = "00"
001970         MOVE "UNABLE TO OPEN APPROVAL DECK CORRAPPR" TO
001980             CRL-ERROR-MESSAGE
001990         PERFORM 9000-DISPLAY-ERROR THRU
002000             9000-DISPLAY-ERROR-EXIT
002010         MOVE "N" TO CRL-RUN-OK-SWITCH
002020         GO TO 1000-INITIALIZE-EXIT
002030     END-IF
002040     MOVE "Y" TO CRL-DECK-OPEN-SWITCH
002050     OPEN I-O CORR-FILE
002060     IF NOT CRL-CORR-STATUS = "00"
002070         MOVE "UNABLE TO OPEN PENDING-CORRECTION FILE CORRPEND"
002080             TO CRL-ERROR-MESSAGE
002090         PERFORM 9000-DISPLAY-ERROR THRU
002100             9000-DISPLAY-ERROR-EXIT
002110         MOVE "N" TO CRL-RUN-OK-SWITCH
002120         GO TO 1000-INITIALIZE-EXIT
002130     END-IF
002140     MOVE "Y" TO CRL-CORR-OPEN-SWITCH
002150     OPEN EXTEND TRAN-FILE
002160     IF CRL-TRAN-STATUS = "35"
002170         OPEN OUTPUT TRAN-FILE
002180     END-IF
002190     IF NOT CRL-TRAN-STATUS = "00"
002200         MOVE "UNABLE TO OPEN TRANSACTION FILE TRANFILE" TO
002210             CRL-ERROR-MESSAGE
002220         PERFORM 9000-DISPLAY-ERROR THRU
002230             9000-DISPLAY-ERROR-EXIT
002240         MOVE "N" TO CRL-RUN-OK-SWITCH
002250         GO TO 1000-INITIALIZE-EXIT
002260     END-IF
002270     MOVE "Y" TO CRL-TRAN-OPEN-SWITCH
002280     OPEN OUTPUT REPORT-FILE
002290     IF NOT CRL-RPT-STATUS = "00"
002300         MOVE "UNABLE TO OPEN CORRECTION RELEASE REPORT" TO
002310             CRL-ERROR-MESSAGE
002320         PERFORM 9000-DISPLAY-ERROR THRU
002330             9000-DISPLAY-ERROR-EXIT
002340         MOVE "N" TO CRL-RUN-OK-SWITCH
002350         GO TO 1000-INITIALIZE-EXIT
002360     END-IF
002370     MOVE "Y" TO CRL-RPT-OPEN-SWITCH
002380     MOVE CRL-RUN-DATE TO CRL-BAN-RUN-DATE
002390     MOVE CRL-REVIEWER TO CRL-BAN-REVIEWER
002400     MOVE CRL-BANNER-LINE TO REPORT-RECORD
002410     PERFORM 7000-WRITE-REPORT-LINE THRU
002420         7000-WRITE-REPORT-LINE-EXIT
002430     MOVE SPACES TO REPORT-RECORD
002440     PERFORM 7000-WRITE-REPORT-LINE THRU
002450         7000-WRITE-REPORT-LINE-EXIT.
002460 1000-INITIALIZE-EXIT.
002470     EXIT.

002480*-----------------------------------------------------------------
002490* 2000-PROCESS-DECISION
002500*-----------------------------------------------------------------
002510* VALIDATE ONE DECISION CARD, FIND ITS PENDING PROPOSAL, AND
002520* APPLY THE DECISION TO EVERY CARD OF IT.  BLANK CARDS ARE
002530* PASSED OVER.
002540 2000-PROCESS-DECISION.
002550     READ DECK-FILE
002560         AT END
002570             MOVE "Y" TO CRL-DECK-EOF-SWITCH
002580             GO TO 2000-PROCESS-DECISION-EXIT
002590     END-READ
002600     IF DECK-RECORD = SPACES
002610         GO TO 2000-PROCESS-DECISION-EXIT
002620     END-IF
002630     ADD 1 TO CRL-DECK-COUNT
002640     MOVE SPACES TO CRL-DL-PROPOSED
002650     IF NOT DECK-APPROVE AND NOT DECK-REJECT
002660         MOVE "REFUSED - DECISION NOT A OR R" TO CRL-DL-OUTCOME
002670         PERFORM 2900-REFUSE-DECISION THRU
002680             2900-REFUSE-DECISION-EXIT
002690         GO TO 2000-PROCESS-DECISION-EXIT
002700     END-IF
002710     IF DECK-DIVISION-CODE = SPACES
002720         OR DECK-ACCOUNT-NUMBER = SPACES
002730         MOVE "REFUSED - DIVISION AND ACCOUNT REQUIRED" TO
002740             CRL-DL-OUTCOME
002750         PERFORM 2900-REFUSE-DECISION THRU
002760             2900-REFUSE-DECISION-EXIT
002770         GO TO 2000-PROCESS-DECISION-EXIT
002780     END-IF
002790     PERFORM 2100-FIND-PENDING THRU 2100-FIND-PENDING-EXIT
002800     IF NOT CRL-PENDING-FOUND
002810         MOVE "REFUSED - NO PENDING PROPOSAL" TO CRL-DL-OUTCOME
002820         PERFORM 2900-REFUSE-DECISION THRU
002830             2900-REFUSE-DECISION-EXIT
002840         GO TO 2000-PROCESS-DECISION-EXIT
002850     END-IF
002860     MOVE CRL-PENDING-DATE TO CRL-DL-PROPOSED
002870     IF DECK-APPROVE
002880         AND CRL-NAME-REQUIRED
002890         AND DECK-NAME = SPACES
002900         MOVE "REFUSED - NEW ACCOUNT NEEDS A NAME" TO
002910             CRL-DL-OUTCOME
002920         PERFORM 2900-REFUSE-DECISION THRU
002930             2900-REFUSE-DECISION-EXIT
002940         GO TO 2000-PROCESS-DECISION-EXIT
002950     END-IF
002960     IF DECK-NAME NOT = SPACES
002970         AND NOT (DECK-APPROVE AND CRL-NAME-REQUIRED)
002980         MOVE "REFUSED - NAME ONLY ON A NEW ACCOUNT" TO
002990             CRL-DL-OUTCOME
003000         PERFORM 2900-REFUSE-DECISION THRU
003010             2900-REFUSE-DECISION-EXIT
003020         GO TO 2000-PROCESS-DECISION-EXIT
003030     END-IF
003040     IF DECK-APPROVE
003050         ADD 1 TO CRL-APPROVED-COUNT
003060         MOVE "APPROVED - RELEASED TO TRANFILE" TO
003070             CRL-DL-OUTCOME
003080     ELSE
003090         ADD 1 TO CRL-REJECTED-COUNT
003100         MOVE "REJECTED" TO CRL-DL-OUTCOME
003110     END-IF
003120     PERFORM 2800-WRITE-DECISION-LINE THRU
003130         2800-WRITE-DECISION-LINE-EXIT
003140     PERFORM 2200-DECIDE-CARD THRU 2200-DECIDE-CARD-EXIT
003150         VARYING CRL-CARD-SUB FROM 1 BY 1
003160         UNTIL CRL-CARD-SUB > CRL-PENDING-CARDS
003170             OR NOT CRL-RUN-OK.
003180 2000-PROCESS-DECISION-EXIT.
003190     EXIT.

003200*-----------------------------------------------------------------
003210* 2100-FIND-PENDING
003220*-----------------------------------------------------------------
003230* FIND THE EXCEPTION'S PENDING PROPOSAL ON CORRPEND.  CORRPROP
003240* NEVER PROPOSES FOR AN EXCEPTION WITH ONE STILL OPEN, SO
003250* THERE IS AT MOST ONE.
003260 2100-FIND-PENDING.
003270     MOVE "N" TO CRL-PENDING-SWITCH
003280     MOVE "N" TO CRL-NAME-SWITCH
003290     MOVE "N" TO CRL-CORR-EOF-SWITCH
003300     MOVE DECK-DIVISION-CODE TO CRL-PENDING-DIVISION
003310     MOVE DECK-ACCOUNT-NUMBER TO CRL-PENDING-ACCOUNT
003320     MOVE LOW-VALUES TO COR-KEY
003330     MOVE CRL-PENDING-KEY TO COR-EXC-KEY
003340     START CORR-FILE
003350         KEY IS NOT LESS THAN COR-KEY
003360         INVALID KEY
003370             GO TO 2100-FIND-PENDING-EXIT
003380     END-START
003390     PERFORM 2150-READ-ACCOUNT-PROPOSAL THRU
003400         2150-READ-ACCOUNT-PROPOSAL-EXIT
003410         UNTIL CRL-CORR-EOF
003420             OR CRL-PENDING-FOUND.
003430 2100-FIND-PENDING-EXIT.
003440     EXIT.

003450*-----------------------------------------------------------------
003460* 2150-READ-ACCOUNT-PROPOSAL
003470*-----------------------------------------------------------------
003480 2150-READ-ACCOUNT-PROPOSAL.
003490     READ CORR-FILE NEXT RECORD
003500         AT END
003510             MOVE "Y" TO CRL-CORR-EOF-SWITCH
003520             GO TO 2150-READ-ACCOUNT-PROPOSAL-EXIT
003530     END-READ
003540     IF COR-EXC-KEY NOT = CRL-PENDING-KEY
003550         MOVE "Y" TO CRL-CORR-EOF-SWITCH
003560         GO TO 2150-READ-ACCOUNT-PROPOSAL-EXIT
003570     END-IF
003580     IF COR-STATE-PENDING
003590         MOVE "Y" TO CRL-PENDING-SWITCH
003600         MOVE COR-PROPOSED-DATE TO CRL-PENDING-DATE
003610         MOVE COR-CARD-COUNT TO CRL-PENDING-CARDS
003620         MOVE COR-NAME-SWITCH TO CRL-NAME-SWITCH
003630     END-IF.
003640 2150-READ-ACCOUNT-PROPOSAL-EXIT.
003650     EXIT.

003660*-----------------------------------------------------------------
003670* 2200-DECIDE-CARD
003680*-----------------------------------------------------------------
003690* ONE CARD OF THE PROPOSAL.  AN APPROVED CARD GOES TO TRANFILE
003700* FIRST - WITH THE REVIEWER'S NAME ON A NEW ACCOUNT - AND IS
003710* ONLY THEN MARKED RELEASED, SO CORRPEND NEVER CLAIMS A CARD
003720* THAT DID NOT REACH TRANFILE.
003730 2200-DECIDE-CARD.
003740     MOVE CRL-PENDING-KEY TO COR-EXC-KEY
003750     MOVE CRL-PENDING-DATE TO COR-PROPOSED-DATE
003760     MOVE CRL-CARD-SUB TO COR-CARD-NUMBER
003770     READ CORR-FILE
003780         INVALID KEY
003790             MOVE "PROPOSAL CARD MISSING FROM CORRPEND" TO
003800                 CRL-ERROR-MESSAGE
003810             PERFORM 9000-DISPLAY-ERROR THRU
003820                 9000-DISPLAY-ERROR-EXIT
003830             MOVE "N" TO CRL-RUN-OK-SWITCH
003840             GO TO 2200-DECIDE-CARD-EXIT
003850     END-READ
003852*    A CARD ALREADY RELEASED OR REJECTED - LEFT BY A RUN THAT
003854*    FAILED PART WAY THROUGH THE PROPOSAL - IS NOT DECIDED AGAIN,
003856*    SO A RERUN NEVER SENDS THE SAME CARD TO TRANFILE TWICE.
003857     IF NOT COR-STATE-PENDING
003858         GO TO 2200-DECIDE-CARD-EXIT
003859     END-IF
003860     IF DECK-APPROVE
003870         IF CRL-NAME-REQUIRED
003880             MOVE DECK-NAME TO COR-CARD-NAME
003890         END-IF
003900         WRITE TRAN-RECORD FROM COR-CARD-IMAGE
003910         IF NOT CRL-TRAN-STATUS = "00"
003920             MOVE "ERROR WRITING TRANSACTION FILE TRANFILE" TO
003930                 CRL-ERROR-MESSAGE
003940             PERFORM 9000-DISPLAY-ERROR THRU
003950                 9000-DISPLAY-ERROR-EXIT
003960             MOVE "N" TO CRL-RUN-OK-SWITCH
003970             GO TO 2200-DECIDE-CARD-EXIT
003980         END-IF
003990         ADD 1 TO CRL-RELEASED-COUNT
004000         MOVE "L" TO COR-STATE
004010         MOVE COR-CARD-IMAGE TO CRL-CL-CARD
004020         MOVE CRL-CARD-LINE TO REPORT-RECORD
004030         PERFORM 7000-WRITE-REPORT-LINE THRU
004040             7000-WRITE-REPORT-LINE-EXIT
004050     ELSE
004060         MOVE "R" TO COR-STATE
004070     END-IF
004080     MOVE CRL-REVIEWER TO COR-REVIEWER
004090     MOVE CRL-RUN-DATE TO COR-REVIEW-DATE
004100     REWRITE COR-RECORD
004110     IF NOT CRL-CORR-STATUS = "00"
004120         MOVE "ERROR REWRITING PENDING-CORRECTION FILE" TO
004130             CRL-ERROR-MESSAGE
004140         PERFORM 9000-DISPLAY-ERROR THRU
004150             9000-DISPLAY-ERROR-EXIT
004160         MOVE "N" TO CRL-RUN-OK-SWITCH
004170     END-IF.
004180 2200-DECIDE-CARD-EXIT.
004190     EXIT.

004200*-----------------------------------------------------------------
004210* 2800-WRITE-DECISION-LINE
004220*-----------------------------------------------------------------
004230 2800-WRITE-DECISION-LINE.
004240     MOVE DECK-DECISION TO CRL-DL-DECISION
004250     MOVE DECK-DIVISION-CODE TO CRL-DL-KEY-1
004260     MOVE DECK-ACCOUNT-NUMBER TO CRL-DL-KEY-2
004270     MOVE CRL-DECISION-LINE TO REPORT-RECORD
004280     PERFORM 7000-WRITE-REPORT-LINE THRU
004290         7000-WRITE-REPORT-LINE-EXIT.
004300 2800-WRITE-DECISION-LINE-EXIT.
004310     EXIT.

004320*-----------------------------------------------------------------
004330* 2900-REFUSE-DECISION
004340*-----------------------------------------------------------------
004350 2900-REFUSE-DECISION.
004360     ADD 1 TO CRL-REFUSED-COUNT
004370     PERFORM 2800-WRITE-DECISION-LINE THRU
004380         2800-WRITE-DECISION-LINE-EXIT.
004390 2900-REFUSE-DECISION-EXIT.
004400     EXIT.

004410*-----------------------------------------------------------------
004420* 5000-WRITE-SUMMARY
004430*-----------------------------------------------------------------
004440* THE TOTALS.  ANY REFUSED DECISION CARD TURNS THE RETURN CODE
004450* TO WARNING SO THE REVIEWER RESUBMITS IT.
004460 5000-WRITE-SUMMARY.
004470     MOVE SPACES TO REPORT-RECORD
004480     PERFORM 7000-WRITE-REPORT-LINE THRU
004490         7000-WRITE-REPORT-LINE-EXIT
004500     MOVE "DECISION CARDS READ:    " TO CRL-SUM-LABEL
004510     MOVE CRL-DECK-COUNT TO CRL-SUM-COUNT
004520     PERFORM 5100-WRITE-SUMMARY-LINE THRU
004530         5100-WRITE-SUMMARY-LINE-EXIT
004540     MOVE "PROPOSALS APPROVED:     " TO CRL-SUM-LABEL
004550     MOVE CRL-APPROVED-COUNT TO CRL-SUM-COUNT
004560     PERFORM 5100-WRITE-SUMMARY-LINE THRU
004570         5100-WRITE-SUMMARY-LINE-EXIT
004580     MOVE "PROPOSALS REJECTED:     " TO CRL-SUM-LABEL
004590     MOVE CRL-REJECTED-COUNT TO CRL-SUM-COUNT
004600     PERFORM 5100-WRITE-SUMMARY-LINE THRU
004610         5100-WRITE-SUMMARY-LINE-EXIT
004620     MOVE "CARDS RELEASED:         " TO CRL-SUM-LABEL
004630     MOVE CRL-RELEASED-COUNT TO CRL-SUM-COUNT
004640     PERFORM 5100-WRITE-SUMMARY-LINE THRU
004650         5100-WRITE-SUMMARY-LINE-EXIT
004660     MOVE "DECISION CARDS REFUSED: " TO CRL-SUM-LABEL
004670     MOVE CRL-REFUSED-COUNT TO CRL-SUM-COUNT
004680     PERFORM 5100-WRITE-SUMMARY-LINE THRU
004690         5100-WRITE-SUMMARY-LINE-EXIT
004700     IF CRL-FINAL-RETURN-CODE = CRL-RETURN-OK
004710         AND CRL-REFUSED-COUNT > 0
004720         MOVE CRL-RETURN-WARNING TO CRL-FINAL-RETURN-CODE
004730     END-IF.
004740 5000-WRITE-SUMMARY-EXIT.
004750     EXIT.

004760*-----------------------------------------------------------------
004770* 5100-WRITE-SUMMARY-LINE
004780*-----------------------------------------------------------------
004790 5100-WRITE-SUMMARY-LINE.
004800     MOVE CRL-SUMMARY-LINE TO REPORT-RECORD
004810     PERFORM 7000-WRITE-REPORT-LINE THRU
004820         7000-WRITE-REPORT-LINE-EXIT.
004830 5100-WRITE-SUMMARY-LINE-EXIT.
004840     EXIT.

004850*-----------------------------------------------------------------
004860* 7000-WRITE-REPORT-LINE
004870*-----------------------------------------------------------------
004880 7000-WRITE-REPORT-LINE.
004890     WRITE REPORT-RECORD
004900     IF NOT CRL-RPT-STATUS = "00"
004910         MOVE "ERROR WRITING CORRECTION RELEASE REPORT" TO
004920             CRL-ERROR-MESSAGE
004930         PERFORM 9000-DISPLAY-ERROR THRU
004940             9000-DISPLAY-ERROR-EXIT
004950     END-IF.
004960 7000-WRITE-REPORT-LINE-EXIT.
004970     EXIT.

004971*-----------------------------------------------------------------
004972* 7700-WRITE-HISTORY-RECORD
004973*-----------------------------------------------------------------
004974* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
004975* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
004976* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
004977* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
004978 7700-WRITE-HISTORY-RECORD.
004979     IF CRL-HIST-EVENT = "S"
004980         ACCEPT CRL-HIST-START-DATE FROM DATE YYYYMMDD
004981         ACCEPT CRL-HIST-START-TIME FROM TIME
004982     END-IF
004983     OPEN EXTEND HIST-FILE
004984     IF NOT CRL-HIST-STATUS = "00" AND
004985         NOT CRL-HIST-STATUS = "05"
004986         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
004987             CRL-ERROR-MESSAGE
004988         PERFORM 9000-DISPLAY-ERROR THRU
004989             9000-DISPLAY-ERROR-EXIT
004990         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
004991     END-IF
004992     MOVE SPACES TO RHS-RECORD
004993     MOVE "CORRREL   " TO RHS-STEP
004994     MOVE "P" TO RHS-KIND
004995     MOVE CRL-HIST-EVENT TO RHS-EVENT
004996     MOVE CRL-HIST-START-DATE TO RHS-START-DATE
004997     MOVE CRL-HIST-START-TIME TO RHS-START-TIME
004998     MOVE 0 TO RHS-END-DATE
004999     MOVE 0 TO RHS-END-TIME
005000     MOVE 0 TO RHS-COMPLETION-CODE
005001     MOVE CRL-REVIEWER TO RHS-USER
005002     MOVE 0 TO RHS-COUNT-VALUE(1)
005003     MOVE 0 TO RHS-COUNT-VALUE(2)
005004     MOVE 0 TO RHS-COUNT-VALUE(3)
005005     MOVE 0 TO RHS-COUNT-VALUE(4)
005006     IF RHS-ENDED
005007         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
005008         ACCEPT RHS-END-TIME FROM TIME
005009         MOVE CRL-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
005010         MOVE "CARDS   " TO RHS-COUNT-LABEL(1)
005011         MOVE CRL-DECK-COUNT TO RHS-COUNT-VALUE(1)
005012         MOVE "APPROVED" TO RHS-COUNT-LABEL(2)
005013         MOVE CRL-APPROVED-COUNT TO RHS-COUNT-VALUE(2)
005014         MOVE "REJECTED" TO RHS-COUNT-LABEL(3)
005015         MOVE CRL-REJECTED-COUNT TO RHS-COUNT-VALUE(3)
005016         MOVE "RELEASED" TO RHS-COUNT-LABEL(4)
005017         MOVE CRL-RELEASED-COUNT TO RHS-COUNT-VALUE(4)
005018     END-IF
005019     WRITE RHS-RECORD
005020     IF NOT CRL-HIST-STATUS = "00"
005021         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
005022             CRL-ERROR-MESSAGE
005023         PERFORM 9000-DISPLAY-ERROR THRU
005024             9000-DISPLAY-ERROR-EXIT
005025     END-IF
005026     CLOSE HIST-FILE.
005027 7700-WRITE-HISTORY-RECORD-EXIT.
005028     EXIT.

005029*-----------------------------------------------------------------
005030* 8000-TERMINATE
005031*-----------------------------------------------------------------
005032 8000-TERMINATE.
005033     IF CRL-DECK-IS-OPEN
005034         CLOSE DECK-FILE
005040     END-IF
005050     IF CRL-CORR-IS-OPEN
005060         CLOSE CORR-FILE
005070     END-IF
005080     IF CRL-TRAN-IS-OPEN
005090         CLOSE TRAN-FILE
005100     END-IF
005110     IF CRL-RPT-IS-OPEN
005120         CLOSE REPORT-FILE
005130     END-IF
005140     IF NOT CRL-RUN-OK
005150         MOVE CRL-RETURN-ERROR TO CRL-FINAL-RETURN-CODE
005160     END-IF
005162     MOVE "E" TO CRL-HIST-EVENT
005164     PERFORM 7700-WRITE-HISTORY-RECORD THRU
005166         7700-WRITE-HISTORY-RECORD-EXIT
005170     MOVE CRL-FINAL-RETURN-CODE TO RETURN-CODE.
005180 8000-TERMINATE-EXIT.
005190     EXIT.

005200*-----------------------------------------------------------------
005210* 9000-DISPLAY-ERROR
005220*-----------------------------------------------------------------
005230 9000-DISPLAY-ERROR.
005240     DISPLAY "CORRREL: " CRL-ERROR-MESSAGE.
005250 9000-DISPLAY-ERROR-EXIT.
005260     EXIT.
