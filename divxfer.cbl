000010*-----------------------------------------------------------------
000020* DIVXFER
000030*-----------------------------------------------------------------
000040*
000050* DIVISION TRANSFER FOR DATA-FILE.  WHEN A BRANCH IS MERGED OR AN
000060* ACCOUNT MOVES REGION, EVERY DATA-FILE RECORD OF THE ACCOUNT IS
000070* RE-KEYED UNDER THE NEW DATA-PARTIAL-KEY-1 DIVISION - THE SAME
000080* ACCOUNT NUMBER, THE SAME TRANSACTION SEQUENCES, THE SAME
000090* NON-KEY FIELDS - INSTEAD OF BEING KEYED AS A DATAAPPLY D CARD
000100* AND A CARD PER TRANSACTION RECORD.  THE DECK (XFRCARDS) CARRIES
000110* ONE CARD PER ACCOUNT ("ACCOUNT X FROM DIVISION A TO DIVISION
000120* B") OR PER DIVISION ("ALL OF DIVISION A TO DIVISION B").
000130*
000140* EVERY CARD IS PROVED BEFORE DATA-FILE IS TOUCHED: BOTH
000150* DIVISIONS MUST BE ON THE DIVISION MASTER (DIVMAST, SEE DIVREC)
000160* AND THE TARGET DIVISION MUST BE ACTIVE.  UNLIKE THE REST OF THE
000170* SUITE, THIS PROGRAM DOES NOT RUN WITHOUT THE MASTER - A
000180* TRANSFER INTO A DIVISION NOBODY CAN PROVE IS THE VERY MISTAKE
000190* THE CHECK EXISTS TO STOP.  AN ACCOUNT IS ALSO PROVED BEFORE IT
000200* MOVES: IF ANY OF ITS RECORDS WOULD LAND ON A KEY ALREADY ON
000210* FILE UNDER THE TARGET DIVISION, THE WHOLE ACCOUNT IS REJECTED
000220* AND LEFT WHERE IT IS.
000230*
000240* THE RUN IS TWO-PHASE, AS ARCHPURG IS: A TRIAL RUN (PARM MODE
000250* BLANK OR "T") PROVES THE DECK AND PRODUCES THE SIGN-OFF REPORT
000260* WITHOUT MOVING ANYTHING; ONLY AN EXPLICIT "A" COMMITS THE
000270* TRANSFER.  ON AN APPLY RUN EACH ACCOUNT'S ADDS (UNDER THE NEW
000280* DIVISION) AND DELETES (UNDER THE OLD) RUN INSIDE ONE TMF
000290* TRANSACTION, SO AN ACCOUNT IS NEVER LEFT SPLIT ACROSS THE TWO
000300* DIVISIONS.  EVERY XFR-CHECKPOINT-INTERVAL ACCOUNTS MOVED, THE
000310* CARD NUMBER, CARD IMAGE, AND LAST ACCOUNT MOVED ARE
000320* CHECKPOINTED ON XFRCKPT; AN INTERRUPTED RUN RESUBMITTED WITH
000330* THE SAME DECK SKIPS THE CARDS ALREADY FINISHED AND RESUMES PAST
000340* THE CHECKPOINTED ACCOUNT.  A CHECKPOINT WHOSE CARD DOES NOT
000350* MATCH THE DECK IS STALE AND IS CLEARED.  ACCOUNTS MOVED AFTER
000360* THE LAST CHECKPOINT ARE NO LONGER UNDER THEIR OLD DIVISION, SO
000370* A DIVISION CARD SIMPLY DOES NOT FIND THEM AGAIN; AN ACCOUNT
000380* CARD FOR ONE REJECTS AS NOT FOUND.
000390*
000400* THE SIGN-OFF REPORT (XFERRPT) LISTS EACH ACCOUNT MOVED AND
000410* EACH REJECT, THEN RECORDS AND AMOUNT OUT OF AND INTO EVERY
000420* DIVISION TOUCHED.  AN APPLY RUN APPENDS ONE AUDITLOG LINE PER
000430* ACCOUNT MOVED (AUDITLN LAYOUT, RUN MODE TR, BOTH DIVISION
000440* CODES ON THE LINE) AND POSTS ITS ADDS AND DELETES TO THE
000450* SHARED RUN-CONTROL FILE (RUNCTL, SEE CTLREC) - EQUAL COUNTS
000460* AND A ZERO NET AMOUNT, SO THE CTLBAL PROOF STILL BALANCES.
000470*
000471* EACH RE-KEYED RECORD IS ALSO APPENDED TO THE SHARED CHANGE
000472* JOURNAL (DATAJRNL, SEE JRNREC) AS AN ADD UNDER ITS NEW KEY AND
000473* A DELETE UNDER ITS OLD ONE, INSIDE THE ACCOUNT'S TRANSACTION -
000474* A FAILED ENTRY BACKS THE ACCOUNT OUT AND ABORTS THE RUN.
000475*
000480* MODE CARD (XFRPARM):
000490*     COL  1     MODE - BLANK OR T = TRIAL (REPORT ONLY),
000500*                A = APPLY (MOVE THE ACCOUNTS)
000510*
000520* TRANSFER CARD (XFRCARDS):
000530*     COL   1    CARD TYPE - A = ONE ACCOUNT, D = WHOLE DIVISION
000540*     COLS  3-7  FROM DIVISION (DATA-PARTIAL-KEY-1)
000550*     COLS  9-19 ACCOUNT NUMBER (DATA-PARTIAL-KEY-2) - A CARDS
000560*                ONLY, BLANK ON A D CARD
000570*     COLS 21-25 TO DIVISION
000580*
000590* RETURN CODE 0 CLEAN, 4 REJECTS ON THE REPORT (OR NOTHING TO
000600* MOVE), 16 RUN FAILED (AN APPLY RUN THAT FAILS MIDWAY KEEPS ITS
000610* CHECKPOINT AND IS RERUN TO RESUME).
000620*
000630* MODIFICATION HISTORY
000640* DATE       INIT DESCRIPTION
000650* ---------- ---- --------------------------------------------
000660* 2026-10-15 RLH  ORIGINAL PROGRAM - CARD-DRIVEN DIVISION
000670*                 TRANSFER OF DATA-FILE ACCOUNTS, TRIAL/APPLY
000680*                 TWO-PHASE, ONE TMF TRANSACTION PER ACCOUNT,
000690*                 CHECKPOINT/RESTART, RUN FROM XFERRUN.
000691* 2026-10-15 RLH  EVERY RECORD AN APPLY RUN RE-KEYS IS NOW
000692*                 APPENDED TO THE SHARED CHANGE JOURNAL
000693*                 (DATAJRNL, SEE JRNREC) AS AN ADD UNDER THE
000694*                 NEW KEY AND A DELETE UNDER THE OLD, INSIDE
000695*                 THE ACCOUNT'S TMF TRANSACTION.
000696* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000697*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000698*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000699*                 RECORD AND THE MORNING BATCH-STATUS REPORT.
000700* 2026-10-15 RLH  THE AUDIT LINE'S ENTITLEMENT MARKER AND WITHHELD
000701*                 COUNT ARE NOW SET TO SPACES - THEY WERE LEFT
000702*                 UNSET.

000703 IDENTIFICATION DIVISION.
000710 PROGRAM-ID.                  divxfer.
000720     AUTHOR.                      R L HUTCHINS.
000730     INSTALLATION.                DATA FILE SERVICES.
000740     DATE-WRITTEN.                2026-10-15.
000750     DATE-COMPILED.                2026-10-15.

000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000790 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820*    DATA-FILE - THE SHARED PRODUCTION FILE WHOSE ACCOUNTS MOVE.
000830     SELECT DATA-FILE ASSIGN TO "DATAFILE"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS DATA-KEY-COMPOSITE
000870         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-1
000880             WITH DUPLICATES
000890         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-2
000900             WITH DUPLICATES
000910         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-3
000920             WITH DUPLICATES
000930         FILE STATUS IS XFR-DATA-STATUS.
000940*    PARM-FILE - THE TRIAL/APPLY MODE CARD.
000950     SELECT PARM-FILE ASSIGN TO "XFRPARM"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS XFR-PARM-STATUS.
000980*    CARD-FILE - THE TRANSFER DECK, ONE ACCOUNT OR ONE WHOLE
000990*    DIVISION PER CARD.
001000     SELECT CARD-FILE ASSIGN TO "XFRCARDS"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS XFR-CARD-STATUS.
001030*    REPORT-FILE - THE FROM/TO SIGN-OFF REPORT.
001040     SELECT REPORT-FILE ASSIGN TO "XFERRPT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS XFR-RPT-STATUS.
001070*    CHECKPOINT-FILE - LAST CARD AND ACCOUNT MOVED BY AN APPLY
001080*    RUN, FOR RESTARTING AN INTERRUPTED TRANSFER.
001090     SELECT CHECKPOINT-FILE ASSIGN TO "XFRCKPT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS XFR-CKPT-STATUS.
001120*    AUDIT-FILE - SOX TRACEABILITY LOG, ONE LINE APPENDED PER
001130*    ACCOUNT MOVED.
001140     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS XFR-AUDIT-STATUS.
001170*    CTL-FILE - THE SHARED RUN-CONTROL FILE (CTLREC LAYOUT);
001180*    ONE ACTIVITY RECORD APPENDED PER RUN FOR THE END-OF-
001190*    NIGHT BALANCING PROOF.
001200     SELECT CTL-FILE ASSIGN TO "RUNCTL"
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS XFR-CTL-STATUS.
001230*    DIV-FILE - THE DIVISION MASTER REFERENCE FILE, LOADED
001240*    ONCE AT INITIALIZATION TO PROVE BOTH DIVISIONS ON EVERY
001250*    CARD AND TO NAME THEM ON THE SIGN-OFF REPORT.
001260     SELECT DIV-FILE ASSIGN TO "DIVMAST"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS SEQUENTIAL
001290         RECORD KEY IS DIV-CODE
001300         FILE STATUS IS XFR-DIVM-STATUS.
001301*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
001302*    LAYOUT); AN APPLY RUN APPENDS TWO ENTRIES PER RECORD MOVED.
001303     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
001304         ORGANIZATION IS SEQUENTIAL
001305         FILE STATUS IS XFR-JRN-STATUS.
001307*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
001309*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
001311     SELECT HIST-FILE ASSIGN TO "RUNHIST"
001313         ORGANIZATION IS LINE SEQUENTIAL
001315         FILE STATUS IS XFR-HIST-STATUS.

001317 DATA DIVISION.
001320 FILE SECTION.
001330 FD  DATA-FILE.
001340     COPY DATAREC.

001350 FD  PARM-FILE.
001360 01  PARM-RECORD.
001370         05  PARM-RUN-MODE             PIC X(01).
001380         05  FILLER                    PIC X(79).

001390 FD  CARD-FILE.
001400 01  CARD-RECORD.
001410         05  CARD-TRANSFER-IMAGE.
001420             10  CARD-TYPE             PIC X(01).
001430             10  FILLER                PIC X(01).
001440             10  CARD-FROM-DIVISION    PIC X(05).
001450             10  FILLER                PIC X(01).
001460             10  CARD-ACCOUNT-NUMBER   PIC X(11).
001470             10  FILLER                PIC X(01).
001480             10  CARD-TO-DIVISION      PIC X(05).
001490         05  FILLER                    PIC X(55).

001500 FD  REPORT-FILE.
001510 01  REPORT-RECORD               PIC X(80).

001520 FD  CHECKPOINT-FILE.
001530 01  CHECKPOINT-RECORD.
001540         05  CKPT-STATUS-FLAG          PIC X(10).
001550         05  FILLER                    PIC X(01).
001560         05  CKPT-CARD-NUMBER          PIC X(05).
001570         05  FILLER                    PIC X(01).
001580         05  CKPT-LAST-ACCOUNT         PIC X(11).
001590         05  FILLER                    PIC X(01).
001600         05  CKPT-CARD-IMAGE           PIC X(25).
001610         05  FILLER                    PIC X(01).
001620         05  CKPT-RUN-MODE             PIC X(01).
001630         05  FILLER                    PIC X(24).

001640 FD  AUDIT-FILE.
001650 01  AUDIT-RECORD                PIC X(100).

001660 FD  CTL-FILE.
001670     COPY CTLREC.

001680 FD  DIV-FILE.
001690     COPY DIVREC.

001693 FD  JRN-FILE.
001696 01  JRN-FILE-RECORD             PIC X(240).

001697 FD  HIST-FILE.
001698     COPY RHSREC.

001700 WORKING-STORAGE SECTION.
001710*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001720 77  XFR-CHECKPOINT-INTERVAL     PIC 9(04) VALUE 0010.
001730 77  XFR-MAX-DIVISIONS           PIC 9(03) VALUE 100.
001740 77  XFR-MAX-DIVMAST             PIC 9(03) VALUE 200.
001750 77  XFR-RETURN-OK               PIC 9(02) VALUE 00.
001760 77  XFR-RETURN-WARNING          PIC 9(02) VALUE 04.
001770 77  XFR-RETURN-ERROR            PIC 9(02) VALUE 16.
001780 77  XFR-CKPT-REMAINDER-WS       PIC 9(04) COMP.
001790 77  XFR-CKPT-QUOTIENT-WS        PIC 9(09) COMP.
001800*    TMF WORK FIELDS - THE TRANSACTION TAG BEGINTRANSACTION
001810*    HANDS BACK AND THE ERROR NUMBER EACH TMF CALL RETURNS.
001820 77  XFR-TRANS-TAG               PIC S9(18) COMP.
001830 77  XFR-TMF-STATUS              PIC S9(04) COMP.

001840 01  XFR-SWITCHES.
001850     05  XFR-CARD-EOF-SWITCH         PIC X(01) VALUE "N".
001860         88  XFR-CARD-EOF                  VALUE "Y".
001870     05  XFR-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
001880         88  XFR-RUN-OK                    VALUE "Y".
001890     05  XFR-APPLY-SWITCH            PIC X(01) VALUE "N".
001900         88  XFR-APPLY-MODE                VALUE "Y".
001910     05  XFR-RESUMED-SWITCH          PIC X(01) VALUE "N".
001920         88  XFR-RUN-WAS-RESUMED           VALUE "Y".
001930     05  XFR-ABORT-SWITCH            PIC X(01) VALUE "N".
001940         88  XFR-RUN-ABORTED               VALUE "Y".
001950     05  XFR-CARD-VALID-SWITCH       PIC X(01) VALUE "Y".
001960         88  XFR-CARD-IS-VALID             VALUE "Y".
001970     05  XFR-CARD-DONE-SWITCH        PIC X(01) VALUE "N".
001980         88  XFR-CARD-DONE                 VALUE "Y".
001990     05  XFR-ACCT-END-SWITCH         PIC X(01) VALUE "N".
002000         88  XFR-ACCT-END                  VALUE "Y".
002010     05  XFR-ACCT-OK-SWITCH          PIC X(01) VALUE "Y".
002020         88  XFR-ACCT-IS-OK                VALUE "Y".
002030     05  XFR-DATA-OPEN-SWITCH        PIC X(01) VALUE "N".
002040         88  XFR-DATA-IS-OPEN              VALUE "Y".
002050     05  XFR-CARD-OPEN-SWITCH        PIC X(01) VALUE "N".
002060         88  XFR-CARD-IS-OPEN              VALUE "Y".
002070     05  XFR-RPT-OPEN-SWITCH         PIC X(01) VALUE "N".
002080         88  XFR-RPT-IS-OPEN               VALUE "Y".
002090     05  XFR-AUDIT-OPEN-SWITCH       PIC X(01) VALUE "N".
002100         88  XFR-AUDIT-IS-OPEN             VALUE "Y".
002103     05  XFR-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
002106         88  XFR-JRN-IS-OPEN               VALUE "Y".
002110     05  XFR-DIV-FULL-SWITCH         PIC X(01) VALUE "N".
002120         88  XFR-DIV-TABLE-FULL            VALUE "Y".
002130     05  XFR-DIV-FOUND-SWITCH        PIC X(01) VALUE "N".
002140         88  XFR-DIV-ENTRY-FOUND           VALUE "Y".
002150     05  XFR-DIVMAST-SWITCH          PIC X(01) VALUE "N".
002160         88  XFR-DIVMAST-LOADED            VALUE "Y".
002170     05  XFR-DIVM-EOF-SWITCH         PIC X(01) VALUE "N".
002180         88  XFR-DIVM-EOF                  VALUE "Y".
002190     05  XFR-DIVM-FOUND-SWITCH       PIC X(01) VALUE "N".
002200         88  XFR-DIVM-ENTRY-FOUND          VALUE "Y".

002210*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
002220 01  XFR-FILE-STATUSES.
002230     05  XFR-DATA-STATUS             PIC X(02).
002240         88  XFR-DATA-STATUS-OK        VALUE "00".
002250     05  XFR-PARM-STATUS             PIC X(02).
002260     05  XFR-CARD-STATUS             PIC X(02).
002270     05  XFR-RPT-STATUS              PIC X(02).
002280     05  XFR-CKPT-STATUS             PIC X(02).
002290     05  XFR-AUDIT-STATUS            PIC X(02).
002300     05  XFR-CTL-STATUS              PIC X(02).
002310     05  XFR-DIVM-STATUS             PIC X(02).
002315     05  XFR-JRN-STATUS              PIC X(02).
002316     05  XFR-HIST-STATUS             PIC X(02).

002317*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
002318 01  XFR-HISTORY-WORK.
002319     05  XFR-HIST-EVENT              PIC X(01).
002320     05  XFR-HIST-START-DATE         PIC 9(08) VALUE 0.
002321     05  XFR-HIST-START-TIME         PIC 9(08) VALUE 0.

002322*    THE CARD IN HAND.  XFR-CARD-NUMBER COUNTS EVERY PHYSICAL
002330*    CARD READ (BLANK ONES INCLUDED) SO A CHECKPOINT NAMES THE
002340*    SAME CARD ON THE RESUBMITTED DECK.
002350 01  XFR-CARD-WORK.
002360     05  XFR-CARD-NUMBER             PIC 9(05) COMP VALUE 0.
002370     05  XFR-CARD-TYPE               PIC X(01).
002380         88  XFR-CARD-ACCOUNT              VALUE "A".
002390         88  XFR-CARD-DIVISION             VALUE "D".
002400         88  XFR-CARD-TYPE-VALID           VALUE "A", "D".
002410     05  XFR-FROM-DIVISION           PIC X(05).
002420     05  XFR-TO-DIVISION             PIC X(05).
002430     05  XFR-CARD-ACCOUNTS           PIC 9(09) COMP.
002440     05  XFR-REASON-TEXT             PIC X(30).

002450*    THE ACCOUNT IN HAND AND ITS RECORD AND AMOUNT TOTALS.
002460 01  XFR-ACCOUNT-WORK.
002470     05  XFR-CURRENT-ACCOUNT         PIC X(11).
002480     05  XFR-ACCT-RECORD-COUNT       PIC 9(09) COMP.
002490     05  XFR-ACCT-AMOUNT-TOTAL       PIC S9(11)V99 COMP-3.
002500     05  XFR-RECORD-AMOUNT           PIC S9(11)V99 COMP-3.

002510*    KEY WORK AREAS.  XFR-NEXT-KEY IS WHERE A CARD'S SEARCH FOR
002520*    ITS NEXT ACCOUNT STARTS (GREATER THAN); XFR-LAST-OLD-KEY IS
002530*    THE LAST RECORD OF THE ACCOUNT IN HAND VISITED UNDER ITS OLD
002540*    DIVISION - EVERY READ OF THE ACCOUNT RE-STARTS PAST IT, SO A
002550*    RANDOM READ OR A WRITE IN BETWEEN NEVER LOSES THE PLACE.
002560 01  XFR-NEXT-KEY.
002570     05  XFR-NK-KEY-1                PIC X(05).
002580     05  XFR-NK-KEY-2                PIC X(11).
002590     05  XFR-NK-KEY-3                PIC X(04).
002600 01  XFR-LAST-OLD-KEY.
002610     05  XFR-LK-KEY-1                PIC X(05).
002620     05  XFR-LK-KEY-2                PIC X(11).
002630     05  XFR-LK-KEY-3                PIC X(04).

002640 01  XFR-RECORD-COUNTERS.
002650     05  XFR-READ-COUNT              PIC 9(09) COMP VALUE 0.
002660     05  XFR-CARD-COUNT              PIC 9(09) COMP VALUE 0.
002670     05  XFR-ACCOUNTS-MOVED          PIC 9(09) COMP VALUE 0.
002680     05  XFR-RECORDS-MOVED           PIC 9(09) COMP VALUE 0.
002690     05  XFR-REJECT-COUNT            PIC 9(09) COMP VALUE 0.
002700     05  XFR-AMOUNT-MOVED            PIC S9(11)V99 COMP-3
002710                                     VALUE 0.

002720*    PER-DIVISION SIGN-OFF TABLE - RECORDS AND AMOUNT OUT OF AND
002730*    INTO EACH DIVISION TOUCHED, IN ORDER OF FIRST APPEARANCE.  A
002740*    FULL TABLE DOWNGRADES THE RUN TO WARNING; OVERFLOW DIVISIONS
002750*    STILL COUNT IN THE GRAND TOTALS.
002760 01  XFR-DIVISION-TABLE.
002770     05  XFR-DIV-TABLE-COUNT         PIC 9(03) COMP VALUE 0.
002780     05  XFR-DIV-ENTRY OCCURS 100 TIMES
002790             INDEXED BY XFR-DX.
002800         10  XFR-DT-KEY-1            PIC X(05).
002810         10  XFR-DT-OUT-COUNT        PIC 9(09) COMP.
002820         10  XFR-DT-OUT-AMOUNT       PIC S9(11)V99 COMP-3.
002830         10  XFR-DT-IN-COUNT         PIC 9(09) COMP.
002840         10  XFR-DT-IN-AMOUNT        PIC S9(11)V99 COMP-3.
002850 01  XFR-DT-LOOKUP-CODE          PIC X(05).

002860*    THE DIVISION MASTER, LOADED ONCE AT INITIALIZATION - A
002870*    READ-ONLY IN-CORE COPY FOR PROVING BOTH DIVISIONS ON A CARD
002880*    AND NAMING THEM ON THE SIGN-OFF REPORT.
002890 01  XFR-DIVMAST-TABLE.
002900     05  XFR-DIVM-COUNT              PIC 9(03) COMP VALUE 0.
002910     05  XFR-DIVM-ENTRY OCCURS 200 TIMES
002920             INDEXED BY XFR-MX.
002930         10  XFR-DIVM-CODE           PIC X(05).
002940         10  XFR-DIVM-NAME           PIC X(30).
002950         10  XFR-DIVM-ACTIVE         PIC X(01).
002960 01  XFR-DIVM-LOOKUP-CODE        PIC X(05).

002970*    CHECKPOINT RECORD WORK AREA - MIRRORS CHECKPOINT-RECORD.
002980 01  XFR-CHECKPOINT-LINE.
002990     05  XFR-CKPT-STATUS-FLAG        PIC X(10).
003000         88  XFR-CKPT-COMPLETE             VALUE "COMPLETE".
003010         88  XFR-CKPT-INCOMPLETE           VALUE "INCOMPLETE".
003020     05  FILLER                      PIC X(01) VALUE SPACE.
003030     05  XFR-CKPT-CARD-NUMBER        PIC 9(05).
003040     05  XFR-CKPT-CARD-NUMBER-X REDEFINES XFR-CKPT-CARD-NUMBER
003050                                     PIC X(05).
003060     05  FILLER                      PIC X(01) VALUE SPACE.
003070     05  XFR-CKPT-LAST-ACCOUNT       PIC X(11).
003080     05  FILLER                      PIC X(01) VALUE SPACE.
003090     05  XFR-CKPT-CARD-IMAGE         PIC X(25).
003100     05  FILLER                      PIC X(01) VALUE SPACE.
003110     05  XFR-CKPT-RUN-MODE           PIC X(01).
003120     05  FILLER                      PIC X(24) VALUE SPACE.

003130 01  XFR-REQUESTING-USER         PIC X(20).
003140 01  XFR-RUN-DATE                PIC 9(08).
003150 01  XFR-RUN-TIME                PIC 9(08).
003160 01  XFR-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
003170 01  XFR-ERROR-LABEL             PIC X(45).
003180 01  XFR-ERROR-MESSAGE           PIC X(80).

003190*    REPORT LINE LAYOUTS.
003200 01  XFR-BANNER-LINE.
003210     05  FILLER                      PIC X(28)
003220         VALUE "DIVISION TRANSFER RUN DATE: ".
003230     05  XFR-BAN-DATE                PIC 9(08).
003240     05  FILLER                      PIC X(08)
003250         VALUE "  MODE: ".
003260     05  XFR-BAN-MODE                PIC X(05).
003270     05  FILLER                      PIC X(31) VALUE SPACE.

003280*    SIGN-OFF STATEMENT WRITTEN UNDER AN APPLY RUN'S BANNER -
003290*    WITH EACH ACCOUNT'S ADDS AND DELETES UNDER ONE TMF
003300*    TRANSACTION, NO ACCOUNT ON THIS REPORT MOVED IN PART.
003310 01  XFR-TMF-LINE.
003320     05  FILLER                      PIC X(56) VALUE
003330         "TMF PROTECTED - EACH ACCOUNT MOVES WHOLE OR NOT AT ALL".
003340     05  FILLER                      PIC X(24) VALUE SPACE.

003350*    ONE LINE PER ACCOUNT MOVED (OR, ON A TRIAL RUN, THAT WOULD
003360*    MOVE).
003370 01  XFR-ACCOUNT-LINE.
003380     05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
003390     05  XFR-ACC-ACCOUNT             PIC X(11).
003400     05  FILLER                      PIC X(06) VALUE " FROM ".
003410     05  XFR-ACC-FROM                PIC X(05).
003420     05  FILLER                      PIC X(04) VALUE " TO ".
003430     05  XFR-ACC-TO                  PIC X(05).
003440     05  FILLER                      PIC X(06) VALUE " RECS:".
003450     05  XFR-ACC-COUNT               PIC Z(05)9.
003460     05  FILLER                      PIC X(05) VALUE " AMT:".
003470     05  XFR-ACC-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003480     05  FILLER                      PIC X(05) VALUE SPACE.

003490*    ONE LINE PER REJECTED CARD OR ACCOUNT, REASON FIRST.
003500 01  XFR-REJECT-LINE.
003510     05  FILLER                      PIC X(07) VALUE "REJECT ".
003520     05  XFR-REJ-REASON              PIC X(30).
003530     05  FILLER                      PIC X(01) VALUE SPACE.
003540     05  XFR-REJ-FROM                PIC X(05).
003550     05  FILLER                      PIC X(01) VALUE SPACE.
003560     05  XFR-REJ-ACCOUNT             PIC X(11).
003570     05  FILLER                      PIC X(01) VALUE SPACE.
003580     05  XFR-REJ-TO                  PIC X(05).
003590     05  FILLER                      PIC X(19) VALUE SPACE.

003600 01  XFR-SIGN-OFF-HEADING.
003610     05  FILLER                      PIC X(50) VALUE
003620         "SIGN-OFF BY DIVISION - RECORDS OUT AND RECORDS IN".
003630     05  FILLER                      PIC X(30) VALUE SPACE.

003640*    PER-DIVISION SIGN-OFF LINE, WRITTEN TWICE PER DIVISION (OUT
003650*    AND IN), CARRYING THE MASTER'S DIVISION NAME TRUNCATED TO
003660*    20.  THE OUT AMOUNTS AND THE IN AMOUNTS EACH ADD TO THE
003670*    GRAND TOTAL.
003680 01  XFR-DIVISION-LINE.
003690     05  FILLER                      PIC X(09)
003700         VALUE "DIVISION ".
003710     05  XFR-DIV-KEY-1               PIC X(05).
003720     05  FILLER                      PIC X(01) VALUE SPACE.
003730     05  XFR-DIV-NAME                PIC X(20).
003740     05  XFR-DIV-DIRECTION           PIC X(06).
003750     05  XFR-DIV-COUNT               PIC Z(08)9.
003760     05  FILLER                      PIC X(09)
003770         VALUE "  AMOUNT:".
003780     05  FILLER                      PIC X(01) VALUE SPACE.
003790     05  XFR-DIV-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003800     05  FILLER                      PIC X(01) VALUE SPACE.

003810 01  XFR-GRAND-LINE-1.
003820     05  XFR-GRD-LABEL               PIC X(16).
003830     05  FILLER                      PIC X(09)
003840         VALUE "RECORDS: ".
003850     05  XFR-GRD-RECORDS             PIC Z(08)9.
003860     05  FILLER                      PIC X(09)
003870         VALUE "  AMOUNT:".
003880     05  FILLER                      PIC X(01) VALUE SPACE.
003890     05  XFR-GRD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003900     05  FILLER                      PIC X(17) VALUE SPACE.

003910 01  XFR-GRAND-LINE-2.
003920     05  FILLER                      PIC X(10)
003930         VALUE "ACCOUNTS: ".
003940     05  XFR-GRD-ACCOUNTS            PIC Z(08)9.
003950     05  FILLER                      PIC X(09)
003960         VALUE "  CARDS: ".
003970     05  XFR-GRD-CARDS               PIC Z(08)9.
003980     05  FILLER                      PIC X(11)
003990         VALUE "  REJECTS: ".
004000     05  XFR-GRD-REJECTS             PIC Z(08)9.
004010     05  FILLER                      PIC X(23) VALUE SPACE.

004020*    AUDIT LINE LAYOUT, SHARED WITH THE REST OF THE SUITE.
004030     COPY AUDITLN.

004032*    CHANGE JOURNAL ENTRY LAYOUT, SHARED WITH EVERY PROGRAM
004034*    THAT CHANGES DATA-FILE.
004036     COPY JRNREC.

004040 PROCEDURE DIVISION.

004050*-----------------------------------------------------------------
004060* 0000-MAINLINE
004070*-----------------------------------------------------------------
004080 0000-MAINLINE.
004090     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
004100     IF XFR-RUN-OK
004110         PERFORM 3000-PROCESS-CARD THRU 3000-PROCESS-CARD-EXIT
004120             UNTIL XFR-CARD-EOF OR XFR-RUN-ABORTED
004130         PERFORM 5500-WRITE-TOTALS THRU 5500-WRITE-TOTALS-EXIT
004140     END-IF
004150     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
004160     STOP RUN.

004170*-----------------------------------------------------------------
004180* 1000-INITIALIZE
004190*-----------------------------------------------------------------
004200* READ THE MODE CARD, OPEN DATA-FILE, LOAD THE DIVISION MASTER,
004210* AND - ON AN APPLY RUN ONLY - CHECK FOR A RESTART.  THEN OPEN
004220* THE DECK AND THE REPORT.  ANY FAILURE IN HERE IS FATAL TO THE
004230* WHOLE RUN - NOTHING MOVES FROM A HALF-OPENED PROGRAM.
004240 1000-INITIALIZE.
004250     ACCEPT XFR-REQUESTING-USER FROM ENVIRONMENT "USER"
004260     ACCEPT XFR-RUN-DATE FROM DATE YYYYMMDD
004270     ACCEPT XFR-RUN-TIME FROM TIME
004272     MOVE "S" TO XFR-HIST-EVENT
004274     PERFORM 7700-WRITE-HISTORY-RECORD THRU
004276         7700-WRITE-HISTORY-RECORD-EXIT
004280     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
004290     IF NOT XFR-RUN-OK
004300         GO TO 1000-INITIALIZE-EXIT
004310     END-IF
004320     OPEN I-O DATA-FILE SHARED
004330     IF NOT XFR-DATA-STATUS-OK
004340         MOVE "UNABLE TO OPEN DATA-FILE SHARED I-O" TO
004350             XFR-ERROR-MESSAGE
004360         PERFORM 9000-DISPLAY-ERROR THRU
004370             9000-DISPLAY-ERROR-EXIT
004380         MOVE "N" TO XFR-RUN-OK-SWITCH
004390         GO TO 1000-INITIALIZE-EXIT
004400     END-IF
004410     MOVE "Y" TO XFR-DATA-OPEN-SWITCH
004420     PERFORM 1500-LOAD-DIVISIONS THRU
004430         1500-LOAD-DIVISIONS-EXIT
004440     IF NOT XFR-RUN-OK
004450         GO TO 1000-INITIALIZE-EXIT
004460     END-IF
004470     IF XFR-APPLY-MODE
004480         PERFORM 1200-CHECK-RESTART THRU
004490             1200-CHECK-RESTART-EXIT
004492         PERFORM 1400-OPEN-JOURNAL-FILE THRU
004494             1400-OPEN-JOURNAL-FILE-EXIT
004496         IF NOT XFR-RUN-OK
004498             GO TO 1000-INITIALIZE-EXIT
004499         END-IF
004500     END-IF
004510     OPEN INPUT CARD-FILE
004520     IF NOT XFR-CARD-STATUS = "00"
004530         MOVE "UNABLE TO OPEN XFRCARDS" TO XFR-ERROR-MESSAGE
004540         PERFORM 9000-DISPLAY-ERROR THRU
004550             9000-DISPLAY-ERROR-EXIT
004560         MOVE "N" TO XFR-RUN-OK-SWITCH
004570         GO TO 1000-INITIALIZE-EXIT
004580     END-IF
004590     MOVE "Y" TO XFR-CARD-OPEN-SWITCH
004600     PERFORM 1300-OPEN-REPORT-FILE THRU
004610         1300-OPEN-REPORT-FILE-EXIT.
004620 1000-INITIALIZE-EXIT.
004630     EXIT.

004640*-----------------------------------------------------------------
004650* 1100-READ-PARM
004660*-----------------------------------------------------------------
004670 1100-READ-PARM.
004680     OPEN INPUT PARM-FILE
004690     IF NOT XFR-PARM-STATUS = "00"
004700         MOVE "UNABLE TO OPEN XFRPARM" TO XFR-ERROR-MESSAGE
004710         PERFORM 9000-DISPLAY-ERROR THRU
004720             9000-DISPLAY-ERROR-EXIT
004730         MOVE "N" TO XFR-RUN-OK-SWITCH
004740         GO TO 1100-READ-PARM-EXIT
004750     END-IF
004760     READ PARM-FILE
004770         AT END
004780             MOVE "NO MODE CARD ON XFRPARM" TO
004790                 XFR-ERROR-MESSAGE
004800             PERFORM 9000-DISPLAY-ERROR THRU
004810                 9000-DISPLAY-ERROR-EXIT
004820             MOVE "N" TO XFR-RUN-OK-SWITCH
004830     END-READ
004840     CLOSE PARM-FILE
004850     IF NOT XFR-RUN-OK
004860         GO TO 1100-READ-PARM-EXIT
004870     END-IF
004880     EVALUATE PARM-RUN-MODE
004890         WHEN "A"
004900             MOVE "Y" TO XFR-APPLY-SWITCH
004910         WHEN "T"
004920             CONTINUE
004930         WHEN SPACE
004940             CONTINUE
004950         WHEN OTHER
004960             MOVE "INVALID MODE - MUST BE BLANK, T, OR A" TO
004970                 XFR-ERROR-MESSAGE
004980             PERFORM 9000-DISPLAY-ERROR THRU
004990                 9000-DISPLAY-ERROR-EXIT
005000             MOVE "N" TO XFR-RUN-OK-SWITCH
005010     END-EVALUATE.
005020 1100-READ-PARM-EXIT.
005030     EXIT.

005040*-----------------------------------------------------------------
005050* 1200-CHECK-RESTART
005060*-----------------------------------------------------------------
005070* AN APPLY RUN LEFT INCOMPLETE IS RESUMED AT ITS CHECKPOINTED
005080* CARD, PAST ITS CHECKPOINTED ACCOUNT - THE CARDS BEFORE IT ARE
005090* FINISHED.  THE CHECKPOINT IS ONLY HONORED WHEN THAT CARD IS
005100* STILL THE SAME CARD ON THE DECK JUST SUBMITTED; A CHECKPOINT
005110* FROM A DIFFERENT DECK IS STALE AND IS CLEARED.
005120 1200-CHECK-RESTART.
005130     OPEN INPUT CHECKPOINT-FILE
005140     IF NOT XFR-CKPT-STATUS = "00"
005150         GO TO 1200-CHECK-RESTART-EXIT
005160     END-IF
005170     READ CHECKPOINT-FILE INTO XFR-CHECKPOINT-LINE
005180         AT END
005190             CONTINUE
005200     END-READ
005210     CLOSE CHECKPOINT-FILE
005220     IF NOT XFR-CKPT-INCOMPLETE
005230         GO TO 1200-CHECK-RESTART-EXIT
005240     END-IF
005250     IF XFR-CKPT-RUN-MODE = "A"
005260         AND XFR-CKPT-CARD-NUMBER-X IS NUMERIC
005270         PERFORM 1250-FIND-CHECKPOINT-CARD THRU
005280             1250-FIND-CHECKPOINT-CARD-EXIT
005290     END-IF
005300     IF XFR-RUN-WAS-RESUMED
005310         MOVE "RESUMING TRANSFER FROM CHECKPOINTED ACCOUNT" TO
005320             XFR-ERROR-MESSAGE
005330         PERFORM 9000-DISPLAY-ERROR THRU
005340             9000-DISPLAY-ERROR-EXIT
005350     ELSE
005360         MOVE "IGNORING STALE TRANSFER CHECKPOINT - DECK
005370-            " MISMATCH" TO XFR-ERROR-MESSAGE
005380         PERFORM 9000-DISPLAY-ERROR THRU
005390             9000-DISPLAY-ERROR-EXIT
005400         PERFORM 6100-CLEAR-CHECKPOINT THRU
005410             6100-CLEAR-CHECKPOINT-EXIT
005420     END-IF.
005430 1200-CHECK-RESTART-EXIT.
005440     EXIT.

005450*-----------------------------------------------------------------
005460* 1250-FIND-CHECKPOINT-CARD
005470*-----------------------------------------------------------------
005480* READ THE DECK DOWN TO THE CHECKPOINTED CARD NUMBER AND SET THE
005490* RESUMED SWITCH ONLY WHEN THE CARD THERE IS THE CARD THE
005500* CHECKPOINT RECORDED.  THE DECK IS CLOSED AGAIN AFTERWARDS AND
005510* THE CARD COUNT RESET, SO THE MAIN PASS READS IT FROM THE TOP.
005520 1250-FIND-CHECKPOINT-CARD.
005530     OPEN INPUT CARD-FILE
005540     IF NOT XFR-CARD-STATUS = "00"
005550         GO TO 1250-FIND-CHECKPOINT-CARD-EXIT
005560     END-IF
005570     PERFORM 3100-READ-NEXT-CARD THRU 3100-READ-NEXT-CARD-EXIT
005580         UNTIL XFR-CARD-EOF
005590         OR XFR-CARD-NUMBER = XFR-CKPT-CARD-NUMBER
005600     IF NOT XFR-CARD-EOF
005610         AND CARD-TRANSFER-IMAGE = XFR-CKPT-CARD-IMAGE
005620         MOVE "Y" TO XFR-RESUMED-SWITCH
005630     END-IF
005640     CLOSE CARD-FILE
005650     MOVE "N" TO XFR-CARD-EOF-SWITCH
005660     MOVE 0 TO XFR-CARD-NUMBER.
005670 1250-FIND-CHECKPOINT-CARD-EXIT.
005680     EXIT.

005690*-----------------------------------------------------------------
005700* 1300-OPEN-REPORT-FILE
005710*-----------------------------------------------------------------
005720* FRESH RUNS OPEN OUTPUT; A RESUMED APPLY RUN OPENS EXTEND SO
005730* THE PRIOR ATTEMPT'S ACCOUNT LINES SURVIVE ON THE SIGN-OFF
005740* REPORT.
005750 1300-OPEN-REPORT-FILE.
005760     IF XFR-RUN-WAS-RESUMED
005770         OPEN EXTEND REPORT-FILE
005780     ELSE
005790         OPEN OUTPUT REPORT-FILE
005800     END-IF
005810     IF XFR-RPT-STATUS = "00"
005820         MOVE "Y" TO XFR-RPT-OPEN-SWITCH
005830     ELSE
005840         MOVE "UNABLE TO OPEN TRANSFER REPORT" TO
005850             XFR-ERROR-MESSAGE
005860         PERFORM 9000-DISPLAY-ERROR THRU
005870             9000-DISPLAY-ERROR-EXIT
005880         MOVE "N" TO XFR-RUN-OK-SWITCH
005890         GO TO 1300-OPEN-REPORT-FILE-EXIT
005900     END-IF
005910     MOVE XFR-RUN-DATE TO XFR-BAN-DATE
005920     IF XFR-APPLY-MODE
005930         MOVE "APPLY" TO XFR-BAN-MODE
005940     ELSE
005950         MOVE "TRIAL" TO XFR-BAN-MODE
005960     END-IF
005970     WRITE REPORT-RECORD FROM XFR-BANNER-LINE
005980     IF NOT XFR-RPT-STATUS = "00"
005990         MOVE "ERROR WRITING TRANSFER REPORT" TO
006000             XFR-ERROR-MESSAGE
006010         PERFORM 9000-DISPLAY-ERROR THRU
006020             9000-DISPLAY-ERROR-EXIT
006030     END-IF
006040     IF XFR-APPLY-MODE
006050         WRITE REPORT-RECORD FROM XFR-TMF-LINE
006060         IF NOT XFR-RPT-STATUS = "00"
006070             MOVE "ERROR WRITING TRANSFER REPORT" TO
006080                 XFR-ERROR-MESSAGE
006090             PERFORM 9000-DISPLAY-ERROR THRU
006100                 9000-DISPLAY-ERROR-EXIT
006110         END-IF
006120     END-IF.
006130 1300-OPEN-REPORT-FILE-EXIT.
006140     EXIT.

006141*-----------------------------------------------------------------
006142* 1400-OPEN-JOURNAL-FILE
006143*-----------------------------------------------------------------
006144* AN APPLY RUN ONLY.  THE CHANGE JOURNAL IS APPEND-ONLY AND
006145* SHARED WITH EVERY DATA-FILE WRITER, SO IT IS ALWAYS OPENED
006146* EXTEND.  A JOURNAL THAT WILL NOT OPEN STOPS THE RUN BEFORE ANY
006147* ACCOUNT MOVES.
006148 1400-OPEN-JOURNAL-FILE.
006149     OPEN EXTEND JRN-FILE
006150     IF XFR-JRN-STATUS = "00" OR XFR-JRN-STATUS = "05"
006151         MOVE "Y" TO XFR-JRN-OPEN-SWITCH
006152     ELSE
006153         MOVE "UNABLE TO OPEN CHANGE JOURNAL (DATAJRNL)" TO
006154             XFR-ERROR-MESSAGE
006155         PERFORM 9000-DISPLAY-ERROR THRU
006156             9000-DISPLAY-ERROR-EXIT
006157         MOVE "N" TO XFR-RUN-OK-SWITCH
006158     END-IF.
006159 1400-OPEN-JOURNAL-FILE-EXIT.
006160     EXIT.

006162*-----------------------------------------------------------------
006164* 1500-LOAD-DIVISIONS
006170*-----------------------------------------------------------------
006180* LOAD THE DIVISION MASTER INTO THE IN-CORE TABLE.  ELSEWHERE IN
006190* THE SUITE AN UNOPENABLE MASTER ONLY WARNS; HERE IT STOPS THE
006200* RUN, BECAUSE EVERY CARD MUST PROVE BOTH ITS DIVISIONS BEFORE
006210* AN ACCOUNT MOVES.  A TABLE OVERFLOW LIKEWISE STOPS THE RUN -
006220* A DIVISION PAST THE END OF A PARTIAL LOAD WOULD REJECT AS
006230* UNKNOWN WHEN IT IS NOT.
006240 1500-LOAD-DIVISIONS.
006250     MOVE "N" TO XFR-DIVM-EOF-SWITCH
006260     OPEN INPUT DIV-FILE
006270     IF NOT XFR-DIVM-STATUS = "00"
006280         MOVE "DIVISION MASTER UNAVAILABLE - TRANSFER NOT RUN"
006290             TO XFR-ERROR-MESSAGE
006300         PERFORM 9000-DISPLAY-ERROR THRU
006310             9000-DISPLAY-ERROR-EXIT
006320         MOVE "N" TO XFR-RUN-OK-SWITCH
006330         GO TO 1500-LOAD-DIVISIONS-EXIT
006340     END-IF
006350     PERFORM 1510-LOAD-ONE-DIVISION THRU
006360         1510-LOAD-ONE-DIVISION-EXIT
006370         UNTIL XFR-DIVM-EOF
006380     CLOSE DIV-FILE
006390     IF XFR-DIVM-COUNT > 0 AND XFR-RUN-OK
006400         MOVE "Y" TO XFR-DIVMAST-SWITCH
006410     ELSE
006420         MOVE "DIVISION MASTER EMPTY OR PARTIAL - TRANSFER NOT
006430-            " RUN" TO XFR-ERROR-MESSAGE
006440         PERFORM 9000-DISPLAY-ERROR THRU
006450             9000-DISPLAY-ERROR-EXIT
006460         MOVE "N" TO XFR-RUN-OK-SWITCH
006470     END-IF.
006480 1500-LOAD-DIVISIONS-EXIT.
006490     EXIT.

006500*-----------------------------------------------------------------
006510* 1510-LOAD-ONE-DIVISION
006520*-----------------------------------------------------------------
006530 1510-LOAD-ONE-DIVISION.
006540     READ DIV-FILE NEXT RECORD
006550         AT END
006560             MOVE "Y" TO XFR-DIVM-EOF-SWITCH
006570             GO TO 1510-LOAD-ONE-DIVISION-EXIT
006580     END-READ
006590     IF XFR-DIVM-COUNT >= XFR-MAX-DIVMAST
006600         MOVE "DIVISION MASTER TABLE FULL - LOAD IS PARTIAL"
006610             TO XFR-ERROR-MESSAGE
006620         PERFORM 9000-DISPLAY-ERROR THRU
006630             9000-DISPLAY-ERROR-EXIT
006640         MOVE "N" TO XFR-RUN-OK-SWITCH
006650         MOVE "Y" TO XFR-DIVM-EOF-SWITCH
006660         GO TO 1510-LOAD-ONE-DIVISION-EXIT
006670     END-IF
006680     ADD 1 TO XFR-DIVM-COUNT
006690     SET XFR-MX TO XFR-DIVM-COUNT
006700     MOVE DIV-CODE TO XFR-DIVM-CODE(XFR-MX)
006710     MOVE DIV-NAME TO XFR-DIVM-NAME(XFR-MX)
006720     MOVE DIV-ACTIVE-FLAG TO XFR-DIVM-ACTIVE(XFR-MX).
006730 1510-LOAD-ONE-DIVISION-EXIT.
006740     EXIT.

006750*-----------------------------------------------------------------
006760* 2000-VALIDATE-CARD
006770*-----------------------------------------------------------------
006780* EVERY FIELD OF THE CARD IS PROVED BEFORE DATA-FILE IS
006790* TOUCHED, AND THE FIRST FAILURE NAMES ITS REASON AND STOPS.  A
006800* D CARD CARRYING AN ACCOUNT NUMBER IS REJECTED RATHER THAN
006810* READ AS A WHOLE-DIVISION MOVE - IT IS FAR MORE LIKELY A
006820* MISPUNCHED A CARD.
006830 2000-VALIDATE-CARD.
006840     MOVE "Y" TO XFR-CARD-VALID-SWITCH
006850     MOVE SPACES TO XFR-REASON-TEXT
006860     IF NOT XFR-CARD-TYPE-VALID
006870         MOVE "INVALID CARD TYPE" TO XFR-REASON-TEXT
006880         MOVE "N" TO XFR-CARD-VALID-SWITCH
006890         GO TO 2000-VALIDATE-CARD-EXIT
006900     END-IF
006910     IF XFR-FROM-DIVISION = SPACES
006920         OR XFR-FROM-DIVISION = LOW-VALUES
006930         OR XFR-TO-DIVISION = SPACES
006940         OR XFR-TO-DIVISION = LOW-VALUES
006950         MOVE "DIVISION MISSING" TO XFR-REASON-TEXT
006960         MOVE "N" TO XFR-CARD-VALID-SWITCH
006970         GO TO 2000-VALIDATE-CARD-EXIT
006980     END-IF
006990     IF XFR-CARD-ACCOUNT
007000         AND (CARD-ACCOUNT-NUMBER = SPACES
007010         OR CARD-ACCOUNT-NUMBER = LOW-VALUES)
007020         MOVE "ACCOUNT NUMBER MISSING" TO XFR-REASON-TEXT
007030         MOVE "N" TO XFR-CARD-VALID-SWITCH
007040         GO TO 2000-VALIDATE-CARD-EXIT
007050     END-IF
007060     IF XFR-CARD-DIVISION
007070         AND NOT CARD-ACCOUNT-NUMBER = SPACES
007080         MOVE "ACCOUNT NUMBER ON A D CARD" TO XFR-REASON-TEXT
007090         MOVE "N" TO XFR-CARD-VALID-SWITCH
007100         GO TO 2000-VALIDATE-CARD-EXIT
007110     END-IF
007120     IF XFR-FROM-DIVISION = XFR-TO-DIVISION
007130         MOVE "FROM AND TO DIVISION THE SAME" TO XFR-REASON-TEXT
007140         MOVE "N" TO XFR-CARD-VALID-SWITCH
007150         GO TO 2000-VALIDATE-CARD-EXIT
007160     END-IF
007170     MOVE XFR-FROM-DIVISION TO XFR-DIVM-LOOKUP-CODE
007180     PERFORM 2100-LOOK-UP-DIVMAST THRU
007190         2100-LOOK-UP-DIVMAST-EXIT
007200     IF NOT XFR-DIVM-ENTRY-FOUND
007210         MOVE "FROM DIVISION NOT ON DIVMAST" TO XFR-REASON-TEXT
007220         MOVE "N" TO XFR-CARD-VALID-SWITCH
007230         GO TO 2000-VALIDATE-CARD-EXIT
007240     END-IF
007250     MOVE XFR-TO-DIVISION TO XFR-DIVM-LOOKUP-CODE
007260     PERFORM 2100-LOOK-UP-DIVMAST THRU
007270         2100-LOOK-UP-DIVMAST-EXIT
007280     IF NOT XFR-DIVM-ENTRY-FOUND
007290         MOVE "TO DIVISION NOT ON DIVMAST" TO XFR-REASON-TEXT
007300         MOVE "N" TO XFR-CARD-VALID-SWITCH
007310         GO TO 2000-VALIDATE-CARD-EXIT
007320     END-IF
007330     IF NOT XFR-DIVM-ACTIVE(XFR-MX) = "A"
007340         MOVE "TO DIVISION INACTIVE ON DIVMAST" TO
007350             XFR-REASON-TEXT
007360         MOVE "N" TO XFR-CARD-VALID-SWITCH
007370     END-IF.
007380 2000-VALIDATE-CARD-EXIT.
007390     EXIT.

007400*-----------------------------------------------------------------
007410* 2100-LOOK-UP-DIVMAST
007420*-----------------------------------------------------------------
007430* LEAVE XFR-MX ON THE MASTER ENTRY FOR XFR-DIVM-LOOKUP-CODE,
007440* OR DROP THE FOUND SWITCH WHEN THE CODE IS NOT ON THE MASTER.
007450 2100-LOOK-UP-DIVMAST.
007460     MOVE "N" TO XFR-DIVM-FOUND-SWITCH
007470     IF NOT XFR-DIVMAST-LOADED
007480         GO TO 2100-LOOK-UP-DIVMAST-EXIT
007490     END-IF
007500     SET XFR-MX TO 1
007510     SEARCH XFR-DIVM-ENTRY
007520         AT END
007530             CONTINUE
007540         WHEN XFR-MX > XFR-DIVM-COUNT
007550             CONTINUE
007560         WHEN XFR-DIVM-CODE(XFR-MX) = XFR-DIVM-LOOKUP-CODE
007570             MOVE "Y" TO XFR-DIVM-FOUND-SWITCH
007580     END-SEARCH.
007590 2100-LOOK-UP-DIVMAST-EXIT.
007600     EXIT.

007610*-----------------------------------------------------------------
007620* 3000-PROCESS-CARD
007630*-----------------------------------------------------------------
007640* ONE TRIP AROUND THE DECK: READ, VALIDATE, THEN MOVE EVERY
007650* ACCOUNT THE CARD NAMES.  BLANK CARDS ARE SKIPPED WITHOUT
007660* COUNTING; ON A RESUMED RUN SO ARE THE CARDS THE INTERRUPTED
007670* ATTEMPT FINISHED.  AT THE CHECKPOINTED CARD ITSELF AN A CARD
007680* IS ALREADY DONE AND A D CARD PICKS UP PAST THE CHECKPOINTED
007690* ACCOUNT.
007700 3000-PROCESS-CARD.
007710     PERFORM 3100-READ-NEXT-CARD THRU 3100-READ-NEXT-CARD-EXIT
007720     IF XFR-CARD-EOF
007730         GO TO 3000-PROCESS-CARD-EXIT
007740     END-IF
007750     IF CARD-RECORD = SPACES
007760         GO TO 3000-PROCESS-CARD-EXIT
007770     END-IF
007780     IF XFR-RUN-WAS-RESUMED
007790         AND XFR-CARD-NUMBER < XFR-CKPT-CARD-NUMBER
007800         GO TO 3000-PROCESS-CARD-EXIT
007810     END-IF
007820     MOVE CARD-TYPE TO XFR-CARD-TYPE
007830     MOVE CARD-FROM-DIVISION TO XFR-FROM-DIVISION
007840     MOVE CARD-TO-DIVISION TO XFR-TO-DIVISION
007850     IF XFR-RUN-WAS-RESUMED
007860         AND XFR-CARD-NUMBER = XFR-CKPT-CARD-NUMBER
007870         AND XFR-CARD-ACCOUNT
007880         GO TO 3000-PROCESS-CARD-EXIT
007890     END-IF
007900     ADD 1 TO XFR-CARD-COUNT
007910     PERFORM 2000-VALIDATE-CARD THRU 2000-VALIDATE-CARD-EXIT
007920     IF NOT XFR-CARD-IS-VALID
007930         MOVE CARD-ACCOUNT-NUMBER TO XFR-CURRENT-ACCOUNT
007940         PERFORM 4500-REJECT THRU 4500-REJECT-EXIT
007950         GO TO 3000-PROCESS-CARD-EXIT
007960     END-IF
007970     MOVE XFR-FROM-DIVISION TO XFR-NK-KEY-1
007980     IF XFR-CARD-ACCOUNT
007990         MOVE CARD-ACCOUNT-NUMBER TO XFR-NK-KEY-2
008000     ELSE
008010         MOVE LOW-VALUES TO XFR-NK-KEY-2
008020     END-IF
008030     MOVE LOW-VALUES TO XFR-NK-KEY-3
008040     IF XFR-RUN-WAS-RESUMED
008050         AND XFR-CARD-NUMBER = XFR-CKPT-CARD-NUMBER
008060         MOVE XFR-CKPT-LAST-ACCOUNT TO XFR-NK-KEY-2
008070         MOVE HIGH-VALUES TO XFR-NK-KEY-3
008080     END-IF
008090     MOVE 0 TO XFR-CARD-ACCOUNTS
008100     MOVE "N" TO XFR-CARD-DONE-SWITCH
008110     PERFORM 4000-TRANSFER-NEXT-ACCOUNT THRU
008120         4000-TRANSFER-NEXT-ACCOUNT-EXIT
008130         UNTIL XFR-CARD-DONE OR XFR-RUN-ABORTED
008140     IF XFR-RUN-ABORTED
008150         GO TO 3000-PROCESS-CARD-EXIT
008160     END-IF
008170*    A CARD THAT FOUND NOTHING UNDER ITS FROM DIVISION IS A
008180*    REJECT - A MISTYPED ACCOUNT OR DIVISION MUST NOT PASS
008190*    SILENTLY AS "NOTHING TO DO".
008200     IF XFR-CARD-ACCOUNTS = 0
008210         IF XFR-CARD-ACCOUNT
008220             MOVE "ACCOUNT NOT IN FROM DIVISION" TO
008230                 XFR-REASON-TEXT
008240         ELSE
008250             MOVE "NO ACCOUNTS IN FROM DIVISION" TO
008260                 XFR-REASON-TEXT
008270         END-IF
008280         MOVE CARD-ACCOUNT-NUMBER TO XFR-CURRENT-ACCOUNT
008290         PERFORM 4500-REJECT THRU 4500-REJECT-EXIT
008300     END-IF.
008310 3000-PROCESS-CARD-EXIT.
008320     EXIT.

008330*-----------------------------------------------------------------
008340* 3100-READ-NEXT-CARD
008350*-----------------------------------------------------------------
008360 3100-READ-NEXT-CARD.
008370     READ CARD-FILE
008380         AT END
008390             MOVE "Y" TO XFR-CARD-EOF-SWITCH
008400             GO TO 3100-READ-NEXT-CARD-EXIT
008410     END-READ
008420     ADD 1 TO XFR-CARD-NUMBER.
008430 3100-READ-NEXT-CARD-EXIT.
008440     EXIT.

008450*-----------------------------------------------------------------
008460* 4000-TRANSFER-NEXT-ACCOUNT
008470*-----------------------------------------------------------------
008480* FIND THE NEXT ACCOUNT THE CARD NAMES - THE FIRST RECORD PAST
008490* XFR-NEXT-KEY STILL UNDER THE FROM DIVISION (AND, FOR AN A
008500* CARD, STILL THE CARD'S ACCOUNT) - THEN PROVE IT, MOVE IT ON AN
008510* APPLY RUN, AND STEP XFR-NEXT-KEY PAST IT.  AN A CARD IS DONE
008520* AFTER ITS ONE ACCOUNT.
008530 4000-TRANSFER-NEXT-ACCOUNT.
008540     MOVE XFR-NEXT-KEY TO DATA-KEY-COMPOSITE
008550     START DATA-FILE
008560         KEY IS GREATER THAN DATA-KEY-COMPOSITE
008570         INVALID KEY
008580             MOVE "Y" TO XFR-CARD-DONE-SWITCH
008590             GO TO 4000-TRANSFER-NEXT-ACCOUNT-EXIT
008600     END-START
008610     READ DATA-FILE NEXT RECORD
008620         AT END
008630             MOVE "Y" TO XFR-CARD-DONE-SWITCH
008640             GO TO 4000-TRANSFER-NEXT-ACCOUNT-EXIT
008650     END-READ
008660     IF NOT DATA-PARTIAL-KEY-1 = XFR-FROM-DIVISION
008670         MOVE "Y" TO XFR-CARD-DONE-SWITCH
008680         GO TO 4000-TRANSFER-NEXT-ACCOUNT-EXIT
008690     END-IF
008700     IF XFR-CARD-ACCOUNT
008710         AND NOT DATA-PARTIAL-KEY-2 = CARD-ACCOUNT-NUMBER
008720         MOVE "Y" TO XFR-CARD-DONE-SWITCH
008730         GO TO 4000-TRANSFER-NEXT-ACCOUNT-EXIT
008740     END-IF
008750     MOVE DATA-PARTIAL-KEY-2 TO XFR-CURRENT-ACCOUNT
008760     ADD 1 TO XFR-CARD-ACCOUNTS
008770     PERFORM 4100-PROVE-ACCOUNT THRU 4100-PROVE-ACCOUNT-EXIT
008780     IF XFR-ACCT-IS-OK AND XFR-APPLY-MODE
008790         PERFORM 4200-MOVE-ACCOUNT THRU 4200-MOVE-ACCOUNT-EXIT
008800         IF XFR-RUN-ABORTED
008810             GO TO 4000-TRANSFER-NEXT-ACCOUNT-EXIT
008820         END-IF
008830     END-IF
008840     IF XFR-ACCT-IS-OK
008850         PERFORM 4300-RECORD-TRANSFER THRU
008860             4300-RECORD-TRANSFER-EXIT
008870     ELSE
008880         PERFORM 4500-REJECT THRU 4500-REJECT-EXIT
008890     END-IF
008900     MOVE XFR-FROM-DIVISION TO XFR-NK-KEY-1
008910     MOVE XFR-CURRENT-ACCOUNT TO XFR-NK-KEY-2
008920     MOVE HIGH-VALUES TO XFR-NK-KEY-3
008930     IF XFR-CARD-ACCOUNT
008940         MOVE "Y" TO XFR-CARD-DONE-SWITCH
008950     END-IF.
008960 4000-TRANSFER-NEXT-ACCOUNT-EXIT.
008970     EXIT.

008980*-----------------------------------------------------------------
008990* 4100-PROVE-ACCOUNT
009000*-----------------------------------------------------------------
009010* WALK THE ACCOUNT'S RECORDS UNDER THE FROM DIVISION, COUNTING
009020* THEM AND THEIR AMOUNT, AND LOOK UP EACH ONE'S KEY UNDER THE
009030* TO DIVISION.  ONE KEY ALREADY THERE REJECTS THE WHOLE
009040* ACCOUNT - A PARTIAL MOVE WOULD SPLIT IT ACROSS DIVISIONS.
009050 4100-PROVE-ACCOUNT.
009060     MOVE "Y" TO XFR-ACCT-OK-SWITCH
009070     MOVE "N" TO XFR-ACCT-END-SWITCH
009080     MOVE 0 TO XFR-ACCT-RECORD-COUNT
009090     MOVE 0 TO XFR-ACCT-AMOUNT-TOTAL
009100     MOVE XFR-FROM-DIVISION TO XFR-LK-KEY-1
009110     MOVE XFR-CURRENT-ACCOUNT TO XFR-LK-KEY-2
009120     MOVE LOW-VALUES TO XFR-LK-KEY-3
009130     PERFORM 4110-PROVE-ONE-RECORD THRU
009140         4110-PROVE-ONE-RECORD-EXIT
009150         UNTIL XFR-ACCT-END OR NOT XFR-ACCT-IS-OK.
009160 4100-PROVE-ACCOUNT-EXIT.
009170     EXIT.

009180*-----------------------------------------------------------------
009190* 4110-PROVE-ONE-RECORD
009200*-----------------------------------------------------------------
009210 4110-PROVE-ONE-RECORD.
009220     PERFORM 4900-READ-ACCOUNT-RECORD THRU
009230         4900-READ-ACCOUNT-RECORD-EXIT
009240     IF XFR-ACCT-END
009250         GO TO 4110-PROVE-ONE-RECORD-EXIT
009260     END-IF
009270     ADD 1 TO XFR-READ-COUNT
009280     ADD 1 TO XFR-ACCT-RECORD-COUNT
009290     ADD DATA-AMOUNT TO XFR-ACCT-AMOUNT-TOTAL
009300     MOVE XFR-TO-DIVISION TO DATA-PARTIAL-KEY-1
009310     READ DATA-FILE
009320         INVALID KEY
009330             CONTINUE
009340         NOT INVALID KEY
009350             MOVE "TARGET KEY ALREADY ON FILE" TO
009360                 XFR-REASON-TEXT
009370             MOVE "N" TO XFR-ACCT-OK-SWITCH
009380     END-READ.
009390 4110-PROVE-ONE-RECORD-EXIT.
009400     EXIT.

009410*-----------------------------------------------------------------
009420* 4200-MOVE-ACCOUNT
009430*-----------------------------------------------------------------
009440* THE APPLY-MODE WORK ON ONE PROVED ACCOUNT, BRACKETED IN ONE
009450* TMF TRANSACTION: EVERY RECORD IS WRITTEN UNDER THE TO
009460* DIVISION AND DELETED UNDER THE FROM DIVISION, AND THE WHOLE
009470* ACCOUNT COMMITS TOGETHER OR NOT AT ALL.  A KEY THAT TURNS UP
009480* UNDER THE TO DIVISION BETWEEN THE PROOF AND THE MOVE BACKS
009490* THE ACCOUNT OUT AND REJECTS IT; ANY OTHER FAILURE - OR A
009500* FAILED COMMIT - BACKS IT OUT AND ABORTS THE RUN WITH THE
009510* CHECKPOINT LEFT STANDING.  THE COUNTS ARE TAKEN AGAIN HERE
009520* SO THE REPORT SHOWS WHAT ACTUALLY MOVED.
009530 4200-MOVE-ACCOUNT.
009540     ENTER TAL "BEGINTRANSACTION" USING XFR-TRANS-TAG
009550         GIVING XFR-TMF-STATUS
009560     IF XFR-TMF-STATUS NOT = 0
009570         MOVE "UNABLE TO START TMF TRANSACTION - TRANSFER
009580-            " ABORTED" TO XFR-ERROR-MESSAGE
009590         PERFORM 9000-DISPLAY-ERROR THRU
009600             9000-DISPLAY-ERROR-EXIT
009610         MOVE XFR-RETURN-ERROR TO XFR-FINAL-RETURN-CODE
009620         MOVE "Y" TO XFR-ABORT-SWITCH
009630         GO TO 4200-MOVE-ACCOUNT-EXIT
009640     END-IF
009650     MOVE "N" TO XFR-ACCT-END-SWITCH
009660     MOVE 0 TO XFR-ACCT-RECORD-COUNT
009670     MOVE 0 TO XFR-ACCT-AMOUNT-TOTAL
009680     MOVE XFR-FROM-DIVISION TO XFR-LK-KEY-1
009690     MOVE XFR-CURRENT-ACCOUNT TO XFR-LK-KEY-2
009700     MOVE LOW-VALUES TO XFR-LK-KEY-3
009710     PERFORM 4210-MOVE-ONE-RECORD THRU
009720         4210-MOVE-ONE-RECORD-EXIT
009730         UNTIL XFR-ACCT-END OR NOT XFR-ACCT-IS-OK
009740         OR XFR-RUN-ABORTED
009750     IF XFR-RUN-ABORTED OR NOT XFR-ACCT-IS-OK
009760         GO TO 4200-MOVE-ACCOUNT-EXIT
009770     END-IF
009780     ENTER TAL "ENDTRANSACTION" GIVING XFR-TMF-STATUS
009790     IF XFR-TMF-STATUS NOT = 0
009800*        TMF HAS ALREADY BACKED THE WHOLE ACCOUNT OUT - EVERY
009810*        RECORD IS STILL UNDER THE FROM DIVISION.
009820         MOVE "TMF COMMIT FAILED - TRANSFER ABORTED AT ACCT: "
009830             TO XFR-ERROR-LABEL
009840         STRING XFR-ERROR-LABEL DELIMITED BY SIZE
009850             XFR-CURRENT-ACCOUNT DELIMITED BY SIZE
009860             INTO XFR-ERROR-MESSAGE
009870         PERFORM 9000-DISPLAY-ERROR THRU
009880             9000-DISPLAY-ERROR-EXIT
009890         MOVE XFR-RETURN-ERROR TO XFR-FINAL-RETURN-CODE
009900         MOVE "Y" TO XFR-ABORT-SWITCH
009910     END-IF.
009920 4200-MOVE-ACCOUNT-EXIT.
009930     EXIT.

009940*-----------------------------------------------------------------
009950* 4210-MOVE-ONE-RECORD
009960*-----------------------------------------------------------------
009970* RE-KEY ONE RECORD: WRITE IT UNDER THE TO DIVISION, THEN
009980* DELETE IT UNDER THE FROM DIVISION BY ITS OLD COMPOSITE KEY.
009990 4210-MOVE-ONE-RECORD.
010000     PERFORM 4900-READ-ACCOUNT-RECORD THRU
010010         4900-READ-ACCOUNT-RECORD-EXIT
010020     IF XFR-ACCT-END
010030         GO TO 4210-MOVE-ONE-RECORD-EXIT
010040     END-IF
010050     MOVE DATA-AMOUNT TO XFR-RECORD-AMOUNT
010060     MOVE XFR-TO-DIVISION TO DATA-PARTIAL-KEY-1
010070     WRITE DATA-RECORD
010080         INVALID KEY
010090             MOVE "TARGET KEY ALREADY ON FILE" TO
010100                 XFR-REASON-TEXT
010110             MOVE "N" TO XFR-ACCT-OK-SWITCH
010120             PERFORM 5700-BACK-OUT-TRANSACTION THRU
010130                 5700-BACK-OUT-TRANSACTION-EXIT
010140             GO TO 4210-MOVE-ONE-RECORD-EXIT
010150     END-WRITE
010160     IF NOT XFR-DATA-STATUS-OK
010170         MOVE "TRANSFER WRITE FAILED - RUN ABORTED AT KEY: "
010180             TO XFR-ERROR-LABEL
010190         STRING XFR-ERROR-LABEL DELIMITED BY SIZE
010200             DATA-KEY-COMPOSITE DELIMITED BY SIZE
010210             INTO XFR-ERROR-MESSAGE
010220         PERFORM 9000-DISPLAY-ERROR THRU
010230             9000-DISPLAY-ERROR-EXIT
010240         PERFORM 5700-BACK-OUT-TRANSACTION THRU
010250             5700-BACK-OUT-TRANSACTION-EXIT
010260         MOVE XFR-RETURN-ERROR TO XFR-FINAL-RETURN-CODE
010270         MOVE "Y" TO XFR-ABORT-SWITCH
010280         GO TO 4210-MOVE-ONE-RECORD-EXIT
010290     END-IF
010291     MOVE "A" TO JRN-ACTION
010292     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
010293     MOVE SPACES TO JRN-BEFORE-IMAGE
010294     MOVE DATA-RECORD TO JRN-AFTER-IMAGE
010295     PERFORM 7600-WRITE-JOURNAL-ENTRY THRU
010296         7600-WRITE-JOURNAL-ENTRY-EXIT
010297     IF XFR-RUN-ABORTED
010298         GO TO 4210-MOVE-ONE-RECORD-EXIT
010299     END-IF
010300     MOVE XFR-LAST-OLD-KEY TO DATA-KEY-COMPOSITE
010310     DELETE DATA-FILE RECORD
010320     IF NOT XFR-DATA-STATUS-OK
010330         MOVE "TRANSFER DELETE FAILED - RUN ABORTED AT KEY: "
010340             TO XFR-ERROR-LABEL
010350         STRING XFR-ERROR-LABEL DELIMITED BY SIZE
010360             DATA-KEY-COMPOSITE DELIMITED BY SIZE
010370             INTO XFR-ERROR-MESSAGE
010380         PERFORM 9000-DISPLAY-ERROR THRU
010390             9000-DISPLAY-ERROR-EXIT
010400         PERFORM 5700-BACK-OUT-TRANSACTION THRU
010410             5700-BACK-OUT-TRANSACTION-EXIT
010420         MOVE XFR-RETURN-ERROR TO XFR-FINAL-RETURN-CODE
010430         MOVE "Y" TO XFR-ABORT-SWITCH
010440         GO TO 4210-MOVE-ONE-RECORD-EXIT
010450     END-IF
010451     MOVE "D" TO JRN-ACTION
010452     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
010453     MOVE DATA-RECORD TO JRN-BEFORE-IMAGE
010454     MOVE SPACES TO JRN-AFTER-IMAGE
010455     PERFORM 7600-WRITE-JOURNAL-ENTRY THRU
010456         7600-WRITE-JOURNAL-ENTRY-EXIT
010457     IF XFR-RUN-ABORTED
010458         GO TO 4210-MOVE-ONE-RECORD-EXIT
010459     END-IF
010460     ADD 1 TO XFR-ACCT-RECORD-COUNT
010470     ADD XFR-RECORD-AMOUNT TO XFR-ACCT-AMOUNT-TOTAL.
010480 4210-MOVE-ONE-RECORD-EXIT.
010490     EXIT.

010500*-----------------------------------------------------------------
010510* 4300-RECORD-TRANSFER
010520*-----------------------------------------------------------------
010530* BOOK ONE MOVED (OR, ON A TRIAL RUN, MOVABLE) ACCOUNT: THE
010540* ACCOUNT LINE, THE OUT AND IN SIDES OF THE DIVISION TABLE, THE
010550* GRAND TOTALS, AND - ON AN APPLY RUN - ITS AUDIT LINE AND THE
010560* CHECKPOINT WHEN THE INTERVAL COMES ROUND.
010570 4300-RECORD-TRANSFER.
010580     ADD 1 TO XFR-ACCOUNTS-MOVED
010590     ADD XFR-ACCT-RECORD-COUNT TO XFR-RECORDS-MOVED
010600     ADD XFR-ACCT-AMOUNT-TOTAL TO XFR-AMOUNT-MOVED
010610     MOVE XFR-FROM-DIVISION TO XFR-DT-LOOKUP-CODE
010620     PERFORM 4400-FIND-DIVISION-ENTRY THRU
010630         4400-FIND-DIVISION-ENTRY-EXIT
010640     IF XFR-DIV-ENTRY-FOUND
010650         ADD XFR-ACCT-RECORD-COUNT TO XFR-DT-OUT-COUNT(XFR-DX)
010660         ADD XFR-ACCT-AMOUNT-TOTAL TO XFR-DT-OUT-AMOUNT(XFR-DX)
010670     END-IF
010680     MOVE XFR-TO-DIVISION TO XFR-DT-LOOKUP-CODE
010690     PERFORM 4400-FIND-DIVISION-ENTRY THRU
010700         4400-FIND-DIVISION-ENTRY-EXIT
010710     IF XFR-DIV-ENTRY-FOUND
010720         ADD XFR-ACCT-RECORD-COUNT TO XFR-DT-IN-COUNT(XFR-DX)
010730         ADD XFR-ACCT-AMOUNT-TOTAL TO XFR-DT-IN-AMOUNT(XFR-DX)
010740     END-IF
010750     MOVE XFR-CURRENT-ACCOUNT TO XFR-ACC-ACCOUNT
010760     MOVE XFR-FROM-DIVISION TO XFR-ACC-FROM
010770     MOVE XFR-TO-DIVISION TO XFR-ACC-TO
010780     MOVE XFR-ACCT-RECORD-COUNT TO XFR-ACC-COUNT
010790     MOVE XFR-ACCT-AMOUNT-TOTAL TO XFR-ACC-AMOUNT
010800     WRITE REPORT-RECORD FROM XFR-ACCOUNT-LINE
010810     IF NOT XFR-RPT-STATUS = "00"
010820         MOVE "ERROR WRITING TRANSFER REPORT" TO
010830             XFR-ERROR-MESSAGE
010840         PERFORM 9000-DISPLAY-ERROR THRU
010850             9000-DISPLAY-ERROR-EXIT
010860     END-IF
010870     IF NOT XFR-APPLY-MODE
010880         GO TO 4300-RECORD-TRANSFER-EXIT
010890     END-IF
010900     PERFORM 7000-WRITE-AUDIT-RECORD THRU
010910         7000-WRITE-AUDIT-RECORD-EXIT
010920     DIVIDE XFR-ACCOUNTS-MOVED BY XFR-CHECKPOINT-INTERVAL
010930         GIVING XFR-CKPT-QUOTIENT-WS
010940         REMAINDER XFR-CKPT-REMAINDER-WS
010950     IF XFR-CKPT-REMAINDER-WS = 0
010960         PERFORM 6000-WRITE-CHECKPOINT THRU
010970             6000-WRITE-CHECKPOINT-EXIT
010980     END-IF.
010990 4300-RECORD-TRANSFER-EXIT.
011000     EXIT.

011010*-----------------------------------------------------------------
011020* 4400-FIND-DIVISION-ENTRY
011030*-----------------------------------------------------------------
011040* LEAVE XFR-DX ON XFR-DT-LOOKUP-CODE'S ENTRY, ADDING THE ENTRY
011050* WHEN THIS IS THE DIVISION'S FIRST APPEARANCE.  A FULL TABLE
011060* DROPS ONLY THE OVERFLOWING NEW DIVISIONS, NOTES IT ONCE, AND
011070* DOWNGRADES THE RUN TO WARNING SO THE PARTIAL DIVISION LINES
011080* ARE NOT SIGNED OFF AS COMPLETE.
011090 4400-FIND-DIVISION-ENTRY.
011100     MOVE "Y" TO XFR-DIV-FOUND-SWITCH
011110     IF XFR-DIV-TABLE-COUNT > 0
011120         SET XFR-DX TO 1
011130         SEARCH XFR-DIV-ENTRY
011140             AT END
011150                 CONTINUE
011160             WHEN XFR-DX > XFR-DIV-TABLE-COUNT
011170                 CONTINUE
011180             WHEN XFR-DT-KEY-1(XFR-DX) = XFR-DT-LOOKUP-CODE
011190                 GO TO 4400-FIND-DIVISION-ENTRY-EXIT
011200         END-SEARCH
011210     END-IF
011220     IF XFR-DIV-TABLE-COUNT >= XFR-MAX-DIVISIONS
011230         MOVE "N" TO XFR-DIV-FOUND-SWITCH
011240         IF NOT XFR-DIV-TABLE-FULL
011250             MOVE "DIVISION TABLE FULL - DIVISION LINES ARE
011260-                " PARTIAL" TO XFR-ERROR-MESSAGE
011270             PERFORM 9000-DISPLAY-ERROR THRU
011280                 9000-DISPLAY-ERROR-EXIT
011290             MOVE "Y" TO XFR-DIV-FULL-SWITCH
011300             IF XFR-FINAL-RETURN-CODE = XFR-RETURN-OK
011310                 MOVE XFR-RETURN-WARNING TO
011320                     XFR-FINAL-RETURN-CODE
011330             END-IF
011340         END-IF
011350         GO TO 4400-FIND-DIVISION-ENTRY-EXIT
011360     END-IF
011370     ADD 1 TO XFR-DIV-TABLE-COUNT
011380     SET XFR-DX TO XFR-DIV-TABLE-COUNT
011390     MOVE XFR-DT-LOOKUP-CODE TO XFR-DT-KEY-1(XFR-DX)
011400     MOVE 0 TO XFR-DT-OUT-COUNT(XFR-DX)
011410     MOVE 0 TO XFR-DT-OUT-AMOUNT(XFR-DX)
011420     MOVE 0 TO XFR-DT-IN-COUNT(XFR-DX)
011430     MOVE 0 TO XFR-DT-IN-AMOUNT(XFR-DX).
011440 4400-FIND-DIVISION-ENTRY-EXIT.
011450     EXIT.

011460*-----------------------------------------------------------------
011470* 4500-REJECT
011480*-----------------------------------------------------------------
011490* LIST ONE REJECTED CARD OR ACCOUNT ON THE REPORT, REASON
011500* FIRST, WITH ITS FROM DIVISION, ACCOUNT, AND TO DIVISION.
011510 4500-REJECT.
011520     ADD 1 TO XFR-REJECT-COUNT
011530     MOVE XFR-REASON-TEXT TO XFR-REJ-REASON
011540     MOVE XFR-FROM-DIVISION TO XFR-REJ-FROM
011550     MOVE XFR-CURRENT-ACCOUNT TO XFR-REJ-ACCOUNT
011560     MOVE XFR-TO-DIVISION TO XFR-REJ-TO
011570     WRITE REPORT-RECORD FROM XFR-REJECT-LINE
011580     IF NOT XFR-RPT-STATUS = "00"
011590         MOVE "ERROR WRITING TRANSFER REPORT" TO
011600             XFR-ERROR-MESSAGE
011610         PERFORM 9000-DISPLAY-ERROR THRU
011620             9000-DISPLAY-ERROR-EXIT
011630     END-IF.
011640 4500-REJECT-EXIT.
011650     EXIT.

011660*-----------------------------------------------------------------
011670* 4900-READ-ACCOUNT-RECORD
011680*-----------------------------------------------------------------
011690* THE NEXT RECORD OF THE ACCOUNT IN HAND UNDER THE FROM
011700* DIVISION, RE-STARTED PAST XFR-LAST-OLD-KEY EVERY TIME.  THE
011710* ACCOUNT ENDS AT THE FIRST RECORD OF ANY OTHER ACCOUNT OR
011720* DIVISION, OR AT END OF FILE.
011730 4900-READ-ACCOUNT-RECORD.
011740     MOVE XFR-LAST-OLD-KEY TO DATA-KEY-COMPOSITE
011750     START DATA-FILE
011760         KEY IS GREATER THAN DATA-KEY-COMPOSITE
011770         INVALID KEY
011780             MOVE "Y" TO XFR-ACCT-END-SWITCH
011790             GO TO 4900-READ-ACCOUNT-RECORD-EXIT
011800     END-START
011810     READ DATA-FILE NEXT RECORD
011820         AT END
011830             MOVE "Y" TO XFR-ACCT-END-SWITCH
011840             GO TO 4900-READ-ACCOUNT-RECORD-EXIT
011850     END-READ
011860     IF NOT DATA-PARTIAL-KEY-1 = XFR-FROM-DIVISION
011870         OR NOT DATA-PARTIAL-KEY-2 = XFR-CURRENT-ACCOUNT
011880         MOVE "Y" TO XFR-ACCT-END-SWITCH
011890         GO TO 4900-READ-ACCOUNT-RECORD-EXIT
011900     END-IF
011910     MOVE DATA-KEY-COMPOSITE TO XFR-LAST-OLD-KEY.
011920 4900-READ-ACCOUNT-RECORD-EXIT.
011930     EXIT.

011940*-----------------------------------------------------------------
011950* 5400-WRITE-DIVISION-LINES
011960*-----------------------------------------------------------------
011970* THE OUT AND IN SIGN-OFF LINES FOR THE DIVISION ENTRY XFR-DX
011980* POINTS AT - 5500 PERFORMS THIS ONCE PER TABLE ENTRY.
011990 5400-WRITE-DIVISION-LINES.
012000     MOVE XFR-DT-KEY-1(XFR-DX) TO XFR-DIV-KEY-1
012010     MOVE XFR-DT-KEY-1(XFR-DX) TO XFR-DIVM-LOOKUP-CODE
012020     PERFORM 2100-LOOK-UP-DIVMAST THRU
012030         2100-LOOK-UP-DIVMAST-EXIT
012040     IF XFR-DIVM-ENTRY-FOUND
012050         MOVE XFR-DIVM-NAME(XFR-MX) TO XFR-DIV-NAME
012060     ELSE
012070         MOVE SPACES TO XFR-DIV-NAME
012080     END-IF
012090     MOVE " OUT: " TO XFR-DIV-DIRECTION
012100     MOVE XFR-DT-OUT-COUNT(XFR-DX) TO XFR-DIV-COUNT
012110     MOVE XFR-DT-OUT-AMOUNT(XFR-DX) TO XFR-DIV-AMOUNT
012120     WRITE REPORT-RECORD FROM XFR-DIVISION-LINE
012130     IF NOT XFR-RPT-STATUS = "00"
012140         MOVE "ERROR WRITING TRANSFER REPORT" TO
012150             XFR-ERROR-MESSAGE
012160         PERFORM 9000-DISPLAY-ERROR THRU
012170             9000-DISPLAY-ERROR-EXIT
012180     END-IF
012190     MOVE " IN:  " TO XFR-DIV-DIRECTION
012200     MOVE XFR-DT-IN-COUNT(XFR-DX) TO XFR-DIV-COUNT
012210     MOVE XFR-DT-IN-AMOUNT(XFR-DX) TO XFR-DIV-AMOUNT
012220     WRITE REPORT-RECORD FROM XFR-DIVISION-LINE
012230     IF NOT XFR-RPT-STATUS = "00"
012240         MOVE "ERROR WRITING TRANSFER REPORT" TO
012250             XFR-ERROR-MESSAGE
012260         PERFORM 9000-DISPLAY-ERROR THRU
012270             9000-DISPLAY-ERROR-EXIT
012280     END-IF.
012290 5400-WRITE-DIVISION-LINES-EXIT.
012300     EXIT.

012310*-----------------------------------------------------------------
012320* 5500-WRITE-TOTALS
012330*-----------------------------------------------------------------
012340* THE SIGN-OFF SECTION - OUT AND IN LINES PER DIVISION, THEN
012350* THE GRAND TOTALS.  WRITTEN EVEN WHEN NOTHING MOVED SO THE
012360* SIGN-OFF TOTALS ARE ALWAYS PRESENT ON THE REPORT.
012370 5500-WRITE-TOTALS.
012380     IF NOT XFR-RPT-IS-OPEN
012390         GO TO 5500-WRITE-TOTALS-EXIT
012400     END-IF
012410     WRITE REPORT-RECORD FROM XFR-SIGN-OFF-HEADING
012420     IF NOT XFR-RPT-STATUS = "00"
012430         MOVE "ERROR WRITING TRANSFER REPORT" TO
012440             XFR-ERROR-MESSAGE
012450         PERFORM 9000-DISPLAY-ERROR THRU
012460             9000-DISPLAY-ERROR-EXIT
012470     END-IF
012480     IF XFR-DIV-TABLE-COUNT > 0
012490         PERFORM 5400-WRITE-DIVISION-LINES THRU
012500             5400-WRITE-DIVISION-LINES-EXIT
012510             VARYING XFR-DX FROM 1 BY 1
012520             UNTIL XFR-DX > XFR-DIV-TABLE-COUNT
012530     END-IF
012540     IF XFR-APPLY-MODE
012550         MOVE "TOTAL MOVED     " TO XFR-GRD-LABEL
012560     ELSE
012570         MOVE "TOTAL SELECTED  " TO XFR-GRD-LABEL
012580     END-IF
012590     MOVE XFR-RECORDS-MOVED TO XFR-GRD-RECORDS
012600     MOVE XFR-AMOUNT-MOVED TO XFR-GRD-AMOUNT
012610     WRITE REPORT-RECORD FROM XFR-GRAND-LINE-1
012620     IF NOT XFR-RPT-STATUS = "00"
012630         MOVE "ERROR WRITING TRANSFER REPORT" TO
012640             XFR-ERROR-MESSAGE
012650         PERFORM 9000-DISPLAY-ERROR THRU
012660             9000-DISPLAY-ERROR-EXIT
012670     END-IF
012680     MOVE XFR-ACCOUNTS-MOVED TO XFR-GRD-ACCOUNTS
012690     MOVE XFR-CARD-COUNT TO XFR-GRD-CARDS
012700     MOVE XFR-REJECT-COUNT TO XFR-GRD-REJECTS
012710     WRITE REPORT-RECORD FROM XFR-GRAND-LINE-2
012720     IF NOT XFR-RPT-STATUS = "00"
012730         MOVE "ERROR WRITING TRANSFER REPORT" TO
012740             XFR-ERROR-MESSAGE
012750         PERFORM 9000-DISPLAY-ERROR THRU
012760             9000-DISPLAY-ERROR-EXIT
012770     END-IF.
012780 5500-WRITE-TOTALS-EXIT.
012790     EXIT.

012800*-----------------------------------------------------------------
012810* 5700-BACK-OUT-TRANSACTION
012820*-----------------------------------------------------------------
012830* UNDO THE OPEN TMF TRANSACTION AFTER A FAILED RECORD.  A FAILED
012840* ABORT CALL IS ONLY REPORTED - TMF BACKS AN UNRESOLVED
012850* TRANSACTION OUT AT END OF PROCESS.
012860 5700-BACK-OUT-TRANSACTION.
012870     ENTER TAL "ABORTTRANSACTION" GIVING XFR-TMF-STATUS
012880     IF XFR-TMF-STATUS NOT = 0
012890         MOVE "TMF ABORT CALL FAILED - BACKOUT LEFT TO TMF" TO
012900             XFR-ERROR-MESSAGE
012910         PERFORM 9000-DISPLAY-ERROR THRU
012920             9000-DISPLAY-ERROR-EXIT
012930     END-IF.
012940 5700-BACK-OUT-TRANSACTION-EXIT.
012950     EXIT.

012960*-----------------------------------------------------------------
012970* 6000-WRITE-CHECKPOINT
012980*-----------------------------------------------------------------
012990 6000-WRITE-CHECKPOINT.
013000     MOVE "INCOMPLETE" TO XFR-CKPT-STATUS-FLAG
013010     MOVE XFR-CARD-NUMBER TO XFR-CKPT-CARD-NUMBER
013020     MOVE XFR-CURRENT-ACCOUNT TO XFR-CKPT-LAST-ACCOUNT
013030     MOVE CARD-TRANSFER-IMAGE TO XFR-CKPT-CARD-IMAGE
013040     MOVE "A" TO XFR-CKPT-RUN-MODE
013050     PERFORM 6900-PUT-CHECKPOINT THRU
013060         6900-PUT-CHECKPOINT-EXIT.
013070 6000-WRITE-CHECKPOINT-EXIT.
013080     EXIT.

013090*-----------------------------------------------------------------
013100* 6100-CLEAR-CHECKPOINT
013110*-----------------------------------------------------------------
013120 6100-CLEAR-CHECKPOINT.
013130     MOVE "COMPLETE" TO XFR-CKPT-STATUS-FLAG
013140     MOVE SPACES TO XFR-CKPT-CARD-NUMBER-X
013150     MOVE SPACES TO XFR-CKPT-LAST-ACCOUNT
013160     MOVE SPACES TO XFR-CKPT-CARD-IMAGE
013170     MOVE SPACES TO XFR-CKPT-RUN-MODE
013180     PERFORM 6900-PUT-CHECKPOINT THRU
013190         6900-PUT-CHECKPOINT-EXIT.
013200 6100-CLEAR-CHECKPOINT-EXIT.
013210     EXIT.

013220*-----------------------------------------------------------------
013230* 6900-PUT-CHECKPOINT
013240*-----------------------------------------------------------------
013250 6900-PUT-CHECKPOINT.
013260     OPEN OUTPUT CHECKPOINT-FILE
013270     IF NOT XFR-CKPT-STATUS = "00"
013280         MOVE "UNABLE TO OPEN XFRCKPT - CKPT LOST" TO
013290             XFR-ERROR-MESSAGE
013300         PERFORM 9000-DISPLAY-ERROR THRU
013310             9000-DISPLAY-ERROR-EXIT
013320         GO TO 6900-PUT-CHECKPOINT-EXIT
013330     END-IF
013340     WRITE CHECKPOINT-RECORD FROM XFR-CHECKPOINT-LINE
013350     IF NOT XFR-CKPT-STATUS = "00"
013360         MOVE "ERROR WRITING XFRCKPT - CKPT LOST" TO
013370             XFR-ERROR-MESSAGE
013380         PERFORM 9000-DISPLAY-ERROR THRU
013390             9000-DISPLAY-ERROR-EXIT
013400     END-IF
013410     CLOSE CHECKPOINT-FILE.
013420 6900-PUT-CHECKPOINT-EXIT.
013430     EXIT.

013440*-----------------------------------------------------------------
013450* 7000-WRITE-AUDIT-RECORD
013460*-----------------------------------------------------------------
013470* ONE AUDITLOG LINE PER ACCOUNT MOVED, IN THE SHARED AUDITLN
013480* LAYOUT, RUN MODE TR (TRANSFER).  THE SEARCH KEY CARRIES THE
013490* ACCOUNT (FULL-KEY LENGTH 11, SO THE AUDIT HISTORY SEARCH FINDS
013500* IT), THE MATCH COUNT THE RECORDS MOVED, AND THE FROM AND TO
013510* DIVISION FIELDS BOTH CODES - THE ACCOUNT'S HISTORY READS
013520* STRAIGHT ACROSS THE MOVE.
013530 7000-WRITE-AUDIT-RECORD.
013540     MOVE XFR-RUN-DATE TO AUD-DATE
013550     ACCEPT AUD-TIME FROM TIME
013560     MOVE XFR-REQUESTING-USER TO AUD-USER
013570     MOVE SPACES TO AUD-OPERATOR
013580     MOVE XFR-CURRENT-ACCOUNT TO AUD-SEARCH-KEY
013590     MOVE XFR-ACCT-RECORD-COUNT TO AUD-MATCH-COUNT
013600     MOVE "TR" TO AUD-RUN-MODE
013610     MOVE 11 TO AUD-KEY-LENGTH
013620     MOVE SPACE TO AUD-STOP-FLAG
013630     MOVE XFR-FROM-DIVISION TO AUD-FROM-DIVISION
013640     MOVE XFR-TO-DIVISION TO AUD-TO-DIVISION
013641     MOVE SPACE TO AUD-ACCESS-FLAG
013642     MOVE SPACES TO AUD-WITHHELD-COUNT-X
013650     IF NOT XFR-AUDIT-IS-OPEN
013660         OPEN EXTEND AUDIT-FILE
013670         IF NOT XFR-AUDIT-STATUS = "00" AND
013680             NOT XFR-AUDIT-STATUS = "05"
013690             MOVE "UNABLE TO OPEN AUDIT-FILE - AUDIT ENTRY LOST"
013700                 TO XFR-ERROR-MESSAGE
013710             PERFORM 9000-DISPLAY-ERROR THRU
013720                 9000-DISPLAY-ERROR-EXIT
013730             GO TO 7000-WRITE-AUDIT-RECORD-EXIT
013740         END-IF
013750         MOVE "Y" TO XFR-AUDIT-OPEN-SWITCH
013760     END-IF
013770     WRITE AUDIT-RECORD FROM AUD-AUDIT-LINE.
013780 7000-WRITE-AUDIT-RECORD-EXIT.
013790     EXIT.

013800*-----------------------------------------------------------------
013810* 7500-WRITE-CONTROL-RECORD
013820*-----------------------------------------------------------------
013830* POST THIS RUN'S ACTIVITY TO THE SHARED RUN-CONTROL FILE SO
013840* THE END-OF-NIGHT BALANCING PROOF CAN ADD IT UP.  A TRIAL RUN
013850* POSTS ZERO ACTIVITY (IT ONLY READ); AN APPLY RUN - ABORTED OR
013860* NOT - POSTS ONE ADD AND ONE DELETE PER RECORD MOVED AND A
013870* ZERO NET AMOUNT, SINCE A TRANSFER NEITHER CREATES NOR REMOVES
013880* MONEY ON DATA-FILE.  A FAILED POST ONLY WARNS; THE TRANSFER
013890* ITSELF ALREADY HAPPENED.
013900 7500-WRITE-CONTROL-RECORD.
013910     OPEN EXTEND CTL-FILE
013920     IF NOT XFR-CTL-STATUS = "00" AND
013930         NOT XFR-CTL-STATUS = "05"
013940         MOVE "UNABLE TO OPEN RUNCTL - CONTROL RECORD LOST" TO
013950             XFR-ERROR-MESSAGE
013960         PERFORM 9000-DISPLAY-ERROR THRU
013970             9000-DISPLAY-ERROR-EXIT
013980         GO TO 7500-WRITE-CONTROL-RECORD-EXIT
013990     END-IF
014000     MOVE "DIVXFER   " TO CTL-PROGRAM
014010     MOVE XFR-RUN-DATE TO CTL-RUN-DATE
014020     MOVE XFR-RUN-TIME TO CTL-RUN-TIME
014030     MOVE XFR-READ-COUNT TO CTL-READ-COUNT
014040     MOVE 0 TO CTL-CHANGE-COUNT
014050     MOVE 0 TO CTL-NET-AMOUNT
014060     IF XFR-APPLY-MODE
014070         MOVE XFR-RECORDS-MOVED TO CTL-ADD-COUNT
014080         MOVE XFR-RECORDS-MOVED TO CTL-DELETE-COUNT
014090     ELSE
014100         MOVE 0 TO CTL-ADD-COUNT
014110         MOVE 0 TO CTL-DELETE-COUNT
014120     END-IF
014130     WRITE CTL-RECORD
014140     IF NOT XFR-CTL-STATUS = "00"
014150         MOVE "ERROR WRITING RUNCTL - CONTROL RECORD LOST" TO
014160             XFR-ERROR-MESSAGE
014170         PERFORM 9000-DISPLAY-ERROR THRU
014180             9000-DISPLAY-ERROR-EXIT
014190     END-IF
014200     CLOSE CTL-FILE.
014210 7500-WRITE-CONTROL-RECORD-EXIT.
014220     EXIT.

014221*-----------------------------------------------------------------
014222* 7600-WRITE-JOURNAL-ENTRY
014223*-----------------------------------------------------------------
014224* APPEND ONE CHANGE JOURNAL ENTRY FOR THE RE-KEY 4210 IS MAKING -
014225* 4210 HAS ALREADY SET THE ACTION, THE KEY, AND BOTH IMAGES.
014226* CALLED INSIDE THE ACCOUNT'S TMF TRANSACTION, SO A FAILED WRITE
014227* BACKS THE WHOLE ACCOUNT OUT AND ABORTS THE RUN WITH THE
014228* CHECKPOINT LEFT STANDING, LIKE A FAILED WRITE OR DELETE.
014229 7600-WRITE-JOURNAL-ENTRY.
014230     ACCEPT JRN-ENTRY-DATE FROM DATE YYYYMMDD
014231     ACCEPT JRN-ENTRY-TIME FROM TIME
014232     MOVE "DIVXFER   " TO JRN-PROGRAM
014233     MOVE XFR-REQUESTING-USER TO JRN-USER
014234     WRITE JRN-FILE-RECORD FROM JRN-RECORD
014235     IF NOT XFR-JRN-STATUS = "00"
014236         MOVE "JOURNAL WRITE FAILED - RUN ABORTED AT KEY: "
014237             TO XFR-ERROR-LABEL
014238         STRING XFR-ERROR-LABEL DELIMITED BY SIZE
014239             JRN-RECORD-KEY DELIMITED BY SIZE
014240             INTO XFR-ERROR-MESSAGE
014241         PERFORM 9000-DISPLAY-ERROR THRU
014242             9000-DISPLAY-ERROR-EXIT
014243         PERFORM 5700-BACK-OUT-TRANSACTION THRU
014244             5700-BACK-OUT-TRANSACTION-EXIT
014245         MOVE XFR-RETURN-ERROR TO XFR-FINAL-RETURN-CODE
014246         MOVE "Y" TO XFR-ABORT-SWITCH
014247     END-IF.
014248 7600-WRITE-JOURNAL-ENTRY-EXIT.
014249     EXIT.

014250*-----------------------------------------------------------------
014251* 7700-WRITE-HISTORY-RECORD
014252*-----------------------------------------------------------------
014253* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
014254* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
014255* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
014256* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
014257 7700-WRITE-HISTORY-RECORD.
014258     IF XFR-HIST-EVENT = "S"
014259         ACCEPT XFR-HIST-START-DATE FROM DATE YYYYMMDD
014260         ACCEPT XFR-HIST-START-TIME FROM TIME
014261     END-IF
014262     OPEN EXTEND HIST-FILE
014263     IF NOT XFR-HIST-STATUS = "00" AND
014264         NOT XFR-HIST-STATUS = "05"
014265         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
014266             XFR-ERROR-MESSAGE
014267         PERFORM 9000-DISPLAY-ERROR THRU
014268             9000-DISPLAY-ERROR-EXIT
014269         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
014270     END-IF
014271     MOVE SPACES TO RHS-RECORD
014272     MOVE "DIVXFER   " TO RHS-STEP
014273     MOVE "P" TO RHS-KIND
014274     MOVE XFR-HIST-EVENT TO RHS-EVENT
014275     MOVE XFR-HIST-START-DATE TO RHS-START-DATE
014276     MOVE XFR-HIST-START-TIME TO RHS-START-TIME
014277     MOVE 0 TO RHS-END-DATE
014278     MOVE 0 TO RHS-END-TIME
014279     MOVE 0 TO RHS-COMPLETION-CODE
014280     MOVE XFR-REQUESTING-USER TO RHS-USER
014281     MOVE 0 TO RHS-COUNT-VALUE(1)
014282     MOVE 0 TO RHS-COUNT-VALUE(2)
014283     MOVE 0 TO RHS-COUNT-VALUE(3)
014284     MOVE 0 TO RHS-COUNT-VALUE(4)
014285     IF RHS-ENDED
014286         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
014287         ACCEPT RHS-END-TIME FROM TIME
014288         MOVE XFR-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
014289         MOVE "CARDS   " TO RHS-COUNT-LABEL(1)
014290         MOVE XFR-CARD-COUNT TO RHS-COUNT-VALUE(1)
014291         MOVE "ACCOUNTS" TO RHS-COUNT-LABEL(2)
014292         MOVE XFR-ACCOUNTS-MOVED TO RHS-COUNT-VALUE(2)
014293         MOVE "RECORDS " TO RHS-COUNT-LABEL(3)
014294         MOVE XFR-RECORDS-MOVED TO RHS-COUNT-VALUE(3)
014295         MOVE "REJECTED" TO RHS-COUNT-LABEL(4)
014296         MOVE XFR-REJECT-COUNT TO RHS-COUNT-VALUE(4)
014297     END-IF
014298     WRITE RHS-RECORD
014299     IF NOT XFR-HIST-STATUS = "00"
014300         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
014301             XFR-ERROR-MESSAGE
014302         PERFORM 9000-DISPLAY-ERROR THRU
014303             9000-DISPLAY-ERROR-EXIT
014304     END-IF
014305     CLOSE HIST-FILE.
014306 7700-WRITE-HISTORY-RECORD-EXIT.
014307     EXIT.

014308*-----------------------------------------------------------------
014309* 8000-TERMINATE
014310*-----------------------------------------------------------------
014311* CLOSE EVERYTHING AND SET THE RETURN CODE.  RUNS ON BOTH THE
014312* NORMAL AND THE ERROR PATHS SO A FAILED RUN NEVER LEAVES
014313* DATA-FILE OPEN SHARED.  A COMPLETED APPLY RUN CLEARS ITS
014314* CHECKPOINT; AN ABORTED ONE KEEPS IT AS THE RESUME POINT.
014315 8000-TERMINATE.
014316     IF XFR-DATA-IS-OPEN
014320         PERFORM 7500-WRITE-CONTROL-RECORD THRU
014330             7500-WRITE-CONTROL-RECORD-EXIT
014340     END-IF
014350     IF XFR-APPLY-MODE AND XFR-RUN-OK AND XFR-CARD-EOF
014360         AND NOT XFR-RUN-ABORTED
014370         PERFORM 6100-CLEAR-CHECKPOINT THRU
014380             6100-CLEAR-CHECKPOINT-EXIT
014390     END-IF
014400     IF XFR-CARD-IS-OPEN
014410         CLOSE CARD-FILE
014420     END-IF
014430     IF XFR-DATA-IS-OPEN
014440         CLOSE DATA-FILE
014450     END-IF
014460     IF XFR-RPT-IS-OPEN
014470         CLOSE REPORT-FILE
014480     END-IF
014490     IF XFR-AUDIT-IS-OPEN
014500         CLOSE AUDIT-FILE
014510     END-IF
014512     IF XFR-JRN-IS-OPEN
014514         CLOSE JRN-FILE
014516     END-IF
014520     IF XFR-FINAL-RETURN-CODE = 0 AND NOT XFR-RUN-OK
014530         MOVE XFR-RETURN-ERROR TO XFR-FINAL-RETURN-CODE
014540     END-IF
014550     IF XFR-FINAL-RETURN-CODE = XFR-RETURN-OK
014560         AND XFR-RUN-OK
014570         AND (XFR-REJECT-COUNT > 0 OR XFR-ACCOUNTS-MOVED = 0)
014580         MOVE XFR-RETURN-WARNING TO XFR-FINAL-RETURN-CODE
014590     END-IF
014592     MOVE "E" TO XFR-HIST-EVENT
014594     PERFORM 7700-WRITE-HISTORY-RECORD THRU
014596         7700-WRITE-HISTORY-RECORD-EXIT
014600     MOVE XFR-FINAL-RETURN-CODE TO RETURN-CODE.
014610 8000-TERMINATE-EXIT.
014620     EXIT.

014630*-----------------------------------------------------------------
014640* 9000-DISPLAY-ERROR
014650*-----------------------------------------------------------------
014660 9000-DISPLAY-ERROR.
014670     DISPLAY "DIVXFER: " XFR-ERROR-MESSAGE.
014680 9000-DISPLAY-ERROR-EXIT.
014690     EXIT.
