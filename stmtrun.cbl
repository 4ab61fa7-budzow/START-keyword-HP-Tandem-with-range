000200* DIAGNOSTIC ON THE REPORT, AND STATEMENT AND CONTROL LINES
000210* CARRY THE DIVISION NAME.  AN UNOPENABLE MASTER ONLY WARNS -
000220* THE RUN CARRIES ON WITH VALIDATION SKIPPED AND BARE CODES.
000221*
000222* EVERY CARD IS ALSO PROVED AGAINST THE SUBMITTING USER'S
000223* DIVISION ENTITLEMENT (ENTLMT, SEE ENTREC): A DIVISION THE USER
000224* IS NOT GRANTED - DIRECTLY, OR THROUGH ITS REGION ON THE MASTER
000225* - IS REJECTED WITH A DIAGNOSTIC AND AN AUDITLOG LINE (RUN MODE
000226* ST, ACCESS MARKER D - SEE AUDITLN) FOR THE DENIED-ACCESS
000227* REVIEW.  AN UNREADABLE ENTITLEMENT FILE, OR A USER WITH NO
000228* GRANTS, REJECTS EVERY CARD.
000229*
000230* THE SAME STATEMENTS ARE ALSO WRITTEN TO STMVEND, A MACHINE-
000231* READABLE FILE IN THE PRINT VENDOR'S RECORD LAYOUT (SEE
000232* STVREC): A FILE HEADER; PER DIVISION A BATCH HEADER, ONE
000233* DOCUMENT PER ACCOUNT (HEADER, A DETAIL PER TRANSACTION RECORD,
000234* TOTAL), AND A BATCH TRAILER; THEN A FILE TRAILER.  EACH
000235* TRAILER'S DOCUMENT, PAGE, AND AMOUNT COUNTS TIE TO THE
000236* MATCHING CONTROL SHEET ON STMTRPT.
000237*
000238* THE OPTIONS CARD (STMOPTS) SETS THE STATEMENT PERIOD AND
000239* SWITCHES ON THE SUPPRESSION RULES THAT HOLD BACK A STATEMENT
000240* WE MUST NOT MAIL - AN ACCOUNT IN A DIVISION MARKED INACTIVE ON
000241* DIVMAST, A CLOSED ACCOUNT WITH A ZERO BALANCE, AND AN ACCOUNT
000242* WITH NO RECORD UPDATED IN THE PERIOD, TESTED IN THAT ORDER
000243* (THE FIRST THAT APPLIES IS THE REASON GIVEN).  AN ACCOUNT IS
000244* CLOSED WHEN EVERY ONE OF ITS RECORDS IS CLOSED.  A SUPPRESSED
000245* ACCOUNT GETS NO STATEMENT ON EITHER FILE; IT IS COUNTED ON ITS
000246* DIVISION'S CONTROL SHEET AND IN THE TRAILERS, SO STATEMENTED
000247* PLUS SUPPRESSED STILL ACCOUNTS FOR EVERY ACCOUNT READ, AND IS
000248* LISTED IN A SUPPRESSED-STATEMENTS SECTION AT THE END OF
000249* STMTRPT.  WITH NO STMOPTS CARD NOTHING IS SUPPRESSED.
000250*
000251* A STATEMENT CAN ONLY BE HELD BACK ONCE ITS WHOLE ACCOUNT HAS
000252* BEEN SEEN, SO EACH ACCOUNT IS READ TWICE: ONCE ON THE DIVISION
000253* SWEEP TO DECIDE, THEN - IF IT IS TO BE MAILED - AGAIN ON THE
000254* PRIMARY KEY TO WRITE IT.
000255*
000256* PARM CARD (STMPARM):
000257*     COLS 1-5   DIVISION CODE (DATA-PARTIAL-KEY-1)
000260*
000261* OPTIONS CARD (STMOPTS), OPTIONAL - A BLANK FIELD TAKES THE
000262* DEFAULT IN BRACKETS:
000263*     COLS 1-8   PERIOD FROM, YYYYMMDD (FIRST OF THE RUN MONTH)
000264*     COLS 10-17 PERIOD TO, YYYYMMDD (THE RUN DATE)
000265*     COL  19    Y = SUPPRESS CLOSED ACCOUNTS WITH A ZERO
000266*                BALANCE (N)
000267*     COL  21    Y = SUPPRESS ACCOUNTS IN AN INACTIVE DIVISION (N)
000268*     COL  23    Y = SUPPRESS ACCOUNTS WITH NO ACTIVITY IN THE
000269*                PERIOD (N)
000270*     COLS 25-26 DETAIL LINES PER VENDOR PAGE (20)
000271*
000275* RETURN CODE 0 CLEAN, 4 A DIVISION WAS UNKNOWN, EMPTY, OR NOT
000280* GRANTED TO THE USER (OR THE DECK WAS EMPTY, OR THERE WERE MORE
000283* SUPPRESSED ACCOUNTS THAN THE LISTING HOLDS), 16 RUN FAILED
000286* (INCLUDING A BAD STMOPTS CARD OR AN UNWRITABLE STMVEND).
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000340*                 STATEMENTS BY DIVISION WITH MAILROOM
000350*                 CONTROL SHEETS, RUN FROM THE STMTJOB TACL
000360*                 DRIVER AT MONTH END.
000361* 2026-10-15 RLH  EVERY CARD IS NOW LIMITED TO THE SUBMITTING
000362*                 USER'S ENTITLED DIVISIONS (ENTLMT, SEE ENTREC);
000363*                 A DIVISION NOT GRANTED IS REJECTED AND WRITTEN
000364*                 TO AUDITLOG WITH ACCESS MARKER D.  THE DIVISION
000365*                 MASTER TABLE NOW CARRIES EACH DIVISION'S REGION
000366*                 FOR REGION GRANTS.
000367* 2026-10-15 RLH  STMVEND, THE PRINT VENDOR'S STATEMENT FILE (SEE
000368*                 STVREC), IS NOW WRITTEN WITH THE LISTING.  THE
000369*                 NEW STMOPTS CARD SETS THE STATEMENT PERIOD AND
000370*                 THE SUPPRESSION RULES (INACTIVE DIVISION, CLOSED
000371*                 WITH A ZERO BALANCE, NO ACTIVITY); SUPPRESSED
000372*                 ACCOUNTS ARE COUNTED ON THE CONTROL SHEETS AND
000373*                 LISTED AT THE END OF STMTRPT.  CONTROL SHEETS
000374*                 ALSO SHOW THE VENDOR PAGE COUNT.
000375* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000376*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000377*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000378*                 RECORD AND THE MORNING BATCH-STATUS REPORT.
000380* 2026-10-15 RLH  A FAILED RUN NOW ALWAYS ENDS 16 - AN EARLIER
000382*                 WARNING (RETURN CODE 4) HID THE FAILURE.
000383* 2026-10-15 RLH  STMOPTS PERIOD DATES ARE NOW CALENDAR-CHECKED
000384*                 BY 9100-CHECK-CALENDAR-DATE.

000385 IDENTIFICATION DIVISION.
000386 PROGRAM-ID.                  stmtrun.
000390     AUTHOR.                      R L HUTCHINS.
000400     INSTALLATION.                DATA FILE SERVICES.
000410     DATE-WRITTEN.                2026-09-02.
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS DIV-CODE
000750         FILE STATUS IS STM-DIVM-STATUS.
000751*    ENT-FILE - THE USER-TO-DIVISION ENTITLEMENT FILE (ENTREC
000752*    LAYOUT), READ ONCE AT INITIALIZATION FOR THE SUBMITTING
000753*    USER'S GRANTS.
000754     SELECT ENT-FILE ASSIGN TO "ENTLMT"
000755         ORGANIZATION IS INDEXED
000756         ACCESS MODE IS DYNAMIC
000757         RECORD KEY IS ENT-KEY
000758         FILE STATUS IS STM-ENT-STATUS.
000759*    AUDIT-FILE - SOX TRACEABILITY LOG, ONE LINE APPENDED PER
000760*    CARD REFUSED FOR ENTITLEMENT.
000761     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000762         ORGANIZATION IS LINE SEQUENTIAL
000763         FILE STATUS IS STM-AUDIT-STATUS.
000764*    OPTS-FILE - THE OPTIONS CARD: STATEMENT PERIOD, SUPPRESSION
000765*    RULES, AND VENDOR PAGE LENGTH.  MAY BE ABSENT.
000766     SELECT OPTS-FILE ASSIGN TO "STMOPTS"
000767         ORGANIZATION IS LINE SEQUENTIAL
000768         FILE STATUS IS STM-OPTS-STATUS.
000769*    VEND-FILE - THE STATEMENTS IN THE PRINT VENDOR'S RECORD
000770*    LAYOUT (STVREC).
000771     SELECT VEND-FILE ASSIGN TO "STMVEND"
000772         ORGANIZATION IS LINE SEQUENTIAL
000773         FILE STATUS IS STM-VEND-STATUS.
000774*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000775*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000776     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000777         ORGANIZATION IS LINE SEQUENTIAL
000778         FILE STATUS IS STM-HIST-STATUS.

000779 DATA DIVISION.
000780 FILE SECTION.
000781 FD  DATA-FILE.
000790     COPY DATAREC.

000800 FD  PARM-FILE.
000860 FD  DIV-FILE.
000870     COPY DIVREC.

000872 FD  ENT-FILE.
000873     COPY ENTREC.

000874 FD  AUDIT-FILE.
000875 01  AUDIT-RECORD                PIC X(100).

000876 FD  OPTS-FILE.
000877 01  OPTS-RECORD.
000878         05  OPTS-PERIOD-FROM-X        PIC X(08).
000879         05  OPTS-PERIOD-FROM REDEFINES OPTS-PERIOD-FROM-X
000880                                       PIC 9(08).
000881         05  FILLER                    PIC X(01).
000882         05  OPTS-PERIOD-TO-X          PIC X(08).
000883         05  OPTS-PERIOD-TO REDEFINES OPTS-PERIOD-TO-X
000884                                       PIC 9(08).
000885         05  FILLER                    PIC X(01).
000886         05  OPTS-SUPPRESS-CLOSED      PIC X(01).
000887         05  FILLER                    PIC X(01).
000888         05  OPTS-SUPPRESS-INACTIVE    PIC X(01).
000889         05  FILLER                    PIC X(01).
000890         05  OPTS-SUPPRESS-IDLE        PIC X(01).
000891         05  FILLER                    PIC X(01).
000892         05  OPTS-LINES-PER-PAGE-X     PIC X(02).
000893         05  OPTS-LINES-PER-PAGE REDEFINES OPTS-LINES-PER-PAGE-X
000894                                       PIC 9(02).
000895         05  FILLER                    PIC X(54).

000896 FD  VEND-FILE.
000897     COPY STVREC.

000898 FD  HIST-FILE.
000899     COPY RHSREC.

000900 WORKING-STORAGE SECTION.
000901*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000902 77  STM-MAX-DIVMAST             PIC 9(03) VALUE 200.
000905 77  STM-MAX-GRANTS              PIC 9(03) VALUE 100.
000906 77  STM-MAX-SUPPRESSED          PIC 9(04) VALUE 1000.
000907 77  STM-DEFAULT-LINES-PER-PAGE  PIC 9(02) VALUE 20.
000910 77  STM-RETURN-OK               PIC 9(02) VALUE 00.
000920 77  STM-RETURN-WARNING          PIC 9(02) VALUE 04.
000930 77  STM-RETURN-ERROR            PIC 9(02) VALUE 16.
000931 77  STM-DATE-VALID-SWITCH       PIC X(01) VALUE "N".
000932     88  STM-DATE-VALID                VALUE "Y".
000933 77  STM-MONTH-LIMIT             PIC 9(02) VALUE 0.
000934 77  STM-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
000935 77  STM-LEAP-REMAINDER          PIC 9(04) COMP VALUE 0.

000940 01  STM-SWITCHES.
000950     05  STM-PARM-EOF-SWITCH         PIC X(01) VALUE "N".
001140         88  STM-DIVM-EOF                  VALUE "Y".
001150     05  STM-DIVM-FOUND-SWITCH       PIC X(01) VALUE "N".
001160         88  STM-DIVM-ENTRY-FOUND          VALUE "Y".
001161     05  STM-AUDIT-OPEN-SWITCH       PIC X(01) VALUE "N".
001162         88  STM-AUDIT-IS-OPEN             VALUE "Y".
001163     05  STM-ENT-EOF-SWITCH          PIC X(01) VALUE "N".
001164         88  STM-ENT-EOF                   VALUE "Y".
001165     05  STM-ENT-ALL-SWITCH          PIC X(01) VALUE "N".
001166         88  STM-ENT-ALL-DIVISIONS         VALUE "Y".
001167     05  STM-ENT-REGION-SWITCH       PIC X(01) VALUE "N".
001168         88  STM-ENT-HAS-REGIONS           VALUE "Y".
001169     05  STM-ENT-GRANTED-SWITCH      PIC X(01) VALUE "N".
001170         88  STM-ENT-GRANTED               VALUE "Y".
001171     05  STM-VEND-OPEN-SWITCH        PIC X(01) VALUE "N".
001172         88  STM-VEND-IS-OPEN              VALUE "Y".
001173     05  STM-SUPP-CLOSED-SWITCH      PIC X(01) VALUE "N".
001174         88  STM-SUPPRESS-CLOSED           VALUE "Y".
001175     05  STM-SUPP-INACTIVE-SWITCH    PIC X(01) VALUE "N".
001176         88  STM-SUPPRESS-INACTIVE         VALUE "Y".
001177     05  STM-SUPP-IDLE-SWITCH        PIC X(01) VALUE "N".
001178         88  STM-SUPPRESS-IDLE             VALUE "Y".
001179     05  STM-DIV-INACTIVE-SWITCH     PIC X(01) VALUE "N".
001180         88  STM-DIV-IS-INACTIVE           VALUE "Y".
001181     05  STM-ACCT-ACTIVITY-SWITCH    PIC X(01) VALUE "N".
001182         88  STM-ACCT-HAD-ACTIVITY         VALUE "Y".
001183     05  STM-NEXT-IN-HAND-SWITCH     PIC X(01) VALUE "N".
001184         88  STM-NEXT-IN-HAND              VALUE "Y".
001185     05  STM-STMT-DONE-SWITCH        PIC X(01) VALUE "N".
001186         88  STM-STMT-DONE                 VALUE "Y".

001187*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001188 01  STM-FILE-STATUSES.
001190     05  STM-DATA-STATUS             PIC X(02).
001200         88  STM-DATA-STATUS-OK        VALUE "00".
001210     05  STM-PARM-STATUS             PIC X(02).
001220     05  STM-RPT-STATUS              PIC X(02).
001230     05  STM-DIVM-STATUS             PIC X(02).
001233     05  STM-ENT-STATUS              PIC X(02).
001236     05  STM-AUDIT-STATUS            PIC X(02).
001237     05  STM-OPTS-STATUS             PIC X(02).
001238     05  STM-VEND-STATUS             PIC X(02).
001239     05  STM-HIST-STATUS             PIC X(02).

001240*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001241 01  STM-HISTORY-WORK.
001242     05  STM-HIST-EVENT              PIC X(01).
001243     05  STM-HIST-START-DATE         PIC 9(08) VALUE 0.
001244     05  STM-HIST-START-TIME         PIC 9(08) VALUE 0.

001245*    THE DIVISION AND ACCOUNT IN HAND.
001250 01  STM-WORK-FIELDS.
001260     05  STM-DIVISION-CODE           PIC X(05).
001270     05  STM-DIVISION-NAME           PIC X(30).
001275     05  STM-DIVISION-REGION         PIC X(03).
001280     05  STM-PRIOR-KEY-2             PIC X(11).
001290     05  STM-ACCT-NAME               PIC X(30).
001300     05  STM-ACCT-RECORD-COUNT       PIC 9(05) COMP VALUE 0.
001310     05  STM-ACCT-AMOUNT-TOTAL       PIC S9(11)V99 COMP-3
001320                                     VALUE 0.
001321     05  STM-ACCT-PAGE-COUNT         PIC 9(05) COMP VALUE 0.
001322     05  STM-PAGE-LINE-COUNT         PIC 9(03) COMP VALUE 0.
001323*    ROLLED-UP ACCOUNT STATUS - A IF ANY RECORD IS ACTIVE, ELSE
001324*    S IF ANY IS SUSPENDED, ELSE C.
001325     05  STM-ACCT-STATUS             PIC X(01).
001326         88  STM-ACCT-CLOSED               VALUE "C".
001327*    WHY THE ACCOUNT IN HAND IS HELD BACK - SPACE TO MAIL IT.
001328     05  STM-SUPPRESS-REASON         PIC X(01).
001329         88  STM-STATEMENT-MAILED          VALUE SPACE.
001330         88  STM-SUPP-INACTIVE-DIV         VALUE "I".
001331         88  STM-SUPP-CLOSED-ZERO          VALUE "C".
001332         88  STM-SUPP-NO-ACTIVITY          VALUE "N".
001333*    THE KEY OF THE NEXT ACCOUNT'S FIRST RECORD, HELD WHILE THE
001334*    ACCOUNT BEFORE IT IS RE-READ FOR ITS STATEMENT.
001335     05  STM-NEXT-KEY                PIC X(20).

001336*    STATEMENT PERIOD AND VENDOR PAGE LENGTH, FROM STMOPTS.
001337 01  STM-OPTIONS.
001338     05  STM-PERIOD-FROM             PIC 9(08).
001339     05  STM-PERIOD-TO               PIC 9(08).
001340     05  STM-LINES-PER-PAGE          PIC 9(02).

001342 01  STM-DIVISION-TOTALS.
001344     05  STM-DIV-ACCOUNT-COUNT       PIC 9(09) COMP VALUE 0.
001350     05  STM-DIV-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
001360     05  STM-DIV-AMOUNT-TOTAL        PIC S9(11)V99 COMP-3
001370                                     VALUE 0.
001371     05  STM-DIV-PAGE-COUNT          PIC 9(09) COMP VALUE 0.
001372     05  STM-DIV-SUPP-COUNT          PIC 9(09) COMP VALUE 0.
001373     05  STM-DIV-SUPP-RECORDS        PIC 9(09) COMP VALUE 0.
001374     05  STM-DIV-SUPP-AMOUNT         PIC S9(11)V99 COMP-3
001375                                     VALUE 0.

001380 01  STM-GRAND-TOTALS.
001390     05  STM-CARD-COUNT              PIC 9(03) VALUE 0.
001410     05  STM-GRD-RECORD-COUNT        PIC 9(09) COMP VALUE 0.
001420     05  STM-GRD-AMOUNT-TOTAL        PIC S9(13)V99 COMP-3
001430                                     VALUE 0.
001431     05  STM-GRD-PAGE-COUNT          PIC 9(09) COMP VALUE 0.
001432     05  STM-GRD-SUPP-COUNT          PIC 9(09) COMP VALUE 0.
001433     05  STM-GRD-SUPP-RECORDS        PIC 9(09) COMP VALUE 0.
001434     05  STM-GRD-SUPP-AMOUNT         PIC S9(13)V99 COMP-3
001435                                     VALUE 0.

001436*    VENDOR FILE NUMBERING AND RECORD COUNT.
001437 01  STM-VENDOR-COUNTS.
001438     05  STM-BATCH-NUMBER            PIC 9(05) COMP VALUE 0.
001439     05  STM-DOCUMENT-NUMBER         PIC 9(07) COMP VALUE 0.
001440     05  STM-VEND-RECORD-COUNT       PIC 9(09) COMP VALUE 0.

001441*    SUPPRESSED ACCOUNTS, HELD FOR THE SECTION AT THE END OF THE
001442*    LISTING.  PAST THE TABLE'S CAPACITY THEY ARE STILL COUNTED
001443*    BUT NOT LISTED.
001444 01  STM-SUPPRESSED-TABLE.
001445     05  STM-SUP-COUNT               PIC 9(04) COMP VALUE 0.
001446     05  STM-SUP-ENTRY OCCURS 1000 TIMES
001447             INDEXED BY STM-SX.
001448         10  STM-SUP-DIVISION        PIC X(05).
001449         10  STM-SUP-ACCOUNT         PIC X(11).
001450         10  STM-SUP-NAME            PIC X(30).
001451         10  STM-SUP-REASON          PIC X(01).
001452         10  STM-SUP-RECORDS         PIC 9(05) COMP.
001453         10  STM-SUP-AMOUNT          PIC S9(11)V99 COMP-3.

001455*    THE DIVISION MASTER, LOADED ONCE AT INITIALIZATION.
001457 01  STM-DIVMAST-TABLE.
001460     05  STM-DIVM-COUNT              PIC 9(03) COMP VALUE 0.
001470     05  STM-DIVM-ENTRY OCCURS 200 TIMES
001480             INDEXED BY STM-MX.
001490         10  STM-DIVM-CODE           PIC X(05).
001500         10  STM-DIVM-NAME           PIC X(30).
001505         10  STM-DIVM-REGION         PIC X(03).
001507         10  STM-DIVM-ACTIVE         PIC X(01).
001510 01  STM-DIVM-LOOKUP-CODE        PIC X(05).

001511*    THE SUBMITTING USER'S DIVISION GRANTS, LOADED ONCE BY 1600.
001512*    AN ALL GRANT ONLY SETS STM-ENT-ALL-DIVISIONS.
001513 01  STM-ENTITLEMENT-TABLE.
001514     05  STM-ENT-COUNT               PIC 9(03) COMP VALUE 0.
001515     05  STM-ENT-ENTRY OCCURS 100 TIMES
001516             INDEXED BY STM-EX.
001517         10  STM-ENT-TYPE            PIC X(01).
001518         10  STM-ENT-CODE            PIC X(05).
001519 01  STM-ENT-REGION              PIC X(03).

001520 01  STM-REQUESTING-USER         PIC X(20).

001525 01  STM-RUN-DATE                PIC 9(08).
001530 01  STM-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001540 01  STM-ERROR-MESSAGE           PIC X(80).

001541*    AN OPTIONS-CARD DATE SPLIT FOR SCREENING BY 9100.
001542 01  STM-DATE-WORK.
001543     05  STM-DATE-WORK-YEAR          PIC 9(04).
001544     05  STM-DATE-WORK-MONTH         PIC 9(02).
001545     05  STM-DATE-WORK-DAY           PIC 9(02).
001546 01  STM-DATE-WORK-X REDEFINES STM-DATE-WORK
001547                                 PIC X(08).

001550*    REPORT LINE LAYOUTS.
001560 01  STM-BANNER-LINE.
001570     05  FILLER                      PIC X(28)
001590     05  STM-BAN-DATE                PIC 9(08).
001600     05  FILLER                      PIC X(44) VALUE SPACE.

001601*    THE RUN'S OPTIONS, UNDER THE BANNER.
001602 01  STM-PERIOD-LINE.
001603     05  FILLER                      PIC X(17)
001604         VALUE "STATEMENT PERIOD ".
001605     05  STM-PER-FROM                PIC 9(08).
001606     05  FILLER                      PIC X(04) VALUE " TO ".
001607     05  STM-PER-TO                  PIC 9(08).
001608     05  FILLER                      PIC X(25)
001609         VALUE "  LINES PER VENDOR PAGE: ".
001610     05  STM-PER-LINES               PIC Z9.
001611     05  FILLER                      PIC X(16) VALUE SPACE.

001612 01  STM-RULES-LINE.
001613     05  FILLER                      PIC X(34)
001614         VALUE "SUPPRESSING  CLOSED ZERO BALANCE: ".
001615     05  STM-RUL-CLOSED              PIC X(01).
001616     05  FILLER                      PIC X(21)
001617         VALUE "  INACTIVE DIVISION: ".
001618     05  STM-RUL-INACTIVE            PIC X(01).
001619     05  FILLER                      PIC X(15)
001620         VALUE "  NO ACTIVITY: ".
001621     05  STM-RUL-IDLE                PIC X(01).
001622     05  FILLER                      PIC X(07) VALUE SPACE.

001624*    DIVISION SECTION HEADER - OPENS EACH DIVISION'S BUNDLE.
001626 01  STM-DIVISION-HEADER.
001630     05  FILLER                      PIC X(09)
001640         VALUE "DIVISION ".
001650     05  STM-DH-CODE                 PIC X(05).
002310     05  STM-GRD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002320     05  FILLER                      PIC X(02) VALUE SPACE.

002321*    UNDER EACH CONTROL LINE (DIVISION AND ALL DIVISIONS): THE
002322*    VENDOR PAGES IN THE BUNDLE, AND THE ACCOUNTS HELD BACK FROM
002323*    IT - STATEMENTED PLUS SUPPRESSED IS EVERY ACCOUNT READ.
002324 01  STM-PAGES-LINE.
002325     05  FILLER                      PIC X(19) VALUE SPACE.
002326     05  FILLER                      PIC X(11)
002327         VALUE "     PAGES:".
002328     05  STM-PGL-PAGES               PIC Z(05)9.
002329     05  FILLER                      PIC X(44) VALUE SPACE.

002330 01  STM-SUPPRESSED-LINE.
002331     05  FILLER                      PIC X(19)
002332         VALUE "  SUPPRESSED       ".
002333     05  FILLER                      PIC X(11)
002334         VALUE "  ACCOUNTS:".
002335     05  STM-SPL-ACCOUNTS            PIC Z(05)9.
002336     05  FILLER                      PIC X(07) VALUE "  RECS:".
002337     05  STM-SPL-RECORDS             PIC Z(06)9.
002338     05  FILLER                      PIC X(09) VALUE "  AMOUNT:".
002339     05  FILLER                      PIC X(01) VALUE SPACE.
002340     05  STM-SPL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002341     05  FILLER                      PIC X(02) VALUE SPACE.

002342*    SUPPRESSED-STATEMENTS SECTION - CLOSES THE LISTING.
002343 01  STM-SUPP-HEADING.
002344     05  FILLER                      PIC X(50) VALUE
002345         "SUPPRESSED STATEMENTS - NOT MAILED, NOT ON STMVEND".
002346     05  FILLER                      PIC X(30) VALUE SPACE.

002347 01  STM-SUPP-COLUMNS.
002348     05  FILLER                      PIC X(44) VALUE
002349         "DIV   ACCOUNT     NAME               REASON ".
002350     05  FILLER                      PIC X(34) VALUE
002351         "            RECS            AMOUNT".
002352     05  FILLER                      PIC X(02) VALUE SPACE.

002353 01  STM-SUPP-DETAIL.
002354     05  STM-SPD-DIVISION            PIC X(05).
002355     05  FILLER                      PIC X(01) VALUE SPACE.
002356     05  STM-SPD-ACCOUNT             PIC X(11).
002357     05  FILLER                      PIC X(01) VALUE SPACE.
002358     05  STM-SPD-NAME                PIC X(18).
002359     05  FILLER                      PIC X(01) VALUE SPACE.
002360     05  STM-SPD-REASON              PIC X(17).
002361     05  FILLER                      PIC X(01) VALUE SPACE.
002362     05  STM-SPD-RECORDS             PIC Z(04)9.
002363     05  FILLER                      PIC X(01) VALUE SPACE.
002364     05  STM-SPD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002365     05  FILLER                      PIC X(01) VALUE SPACE.

002366 01  STM-SUPP-NOTE.
002367     05  STM-SPN-TEXT                PIC X(50).
002368     05  STM-SPN-COUNT               PIC Z(08)9.
002369     05  FILLER                      PIC X(21) VALUE SPACE.

002370*    DIAGNOSTIC LINE FOR A CARD THE RUN COULD NOT STATEMENT.
002371 01  STM-DIAG-LINE.
002372     05  STM-DIAG-TEXT               PIC X(50).
002373     05  STM-DIAG-CODE               PIC X(05).
002374     05  FILLER                      PIC X(25) VALUE SPACE.

002375*    AUDIT LINE LAYOUT, SHARED WITH THE REST OF THE SUITE.
002376     COPY AUDITLN.

002380 PROCEDURE DIVISION.

002460             UNTIL STM-PARM-EOF OR NOT STM-RUN-OK
002470         PERFORM 5900-WRITE-GRAND-CONTROL THRU
002480             5900-WRITE-GRAND-CONTROL-EXIT
002483         PERFORM 5950-WRITE-SUPPRESSED-LIST THRU
002486             5950-WRITE-SUPPRESSED-LIST-EXIT
002490     END-IF
002500     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002510     STOP RUN.
002540*-----------------------------------------------------------------
002550 1000-INITIALIZE.
002560     ACCEPT STM-RUN-DATE FROM DATE YYYYMMDD
002565     ACCEPT STM-REQUESTING-USER FROM ENVIRONMENT "USER"
002566     MOVE "S" TO STM-HIST-EVENT
002567     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002568         7700-WRITE-HISTORY-RECORD-EXIT
002570     OPEN INPUT DATA-FILE SHARED
002580     IF NOT STM-DATA-STATUS-OK
002590         MOVE "UNABLE TO OPEN DATA-FILE SHARED INPUT" TO
002890         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
002900             STM-ERROR-MESSAGE
002910         PERFORM 9000-DISPLAY-ERROR THRU
002911             9000-DISPLAY-ERROR-EXIT
002912     END-IF
002913     PERFORM 1100-READ-OPTIONS THRU 1100-READ-OPTIONS-EXIT
002914     IF NOT STM-RUN-OK
002915         GO TO 1000-INITIALIZE-EXIT
002916     END-IF
002917     MOVE STM-PERIOD-FROM TO STM-PER-FROM
002918     MOVE STM-PERIOD-TO TO STM-PER-TO
002919     MOVE STM-LINES-PER-PAGE TO STM-PER-LINES
002920     WRITE REPORT-RECORD FROM STM-PERIOD-LINE
002921     MOVE STM-SUPP-CLOSED-SWITCH TO STM-RUL-CLOSED
002922     MOVE STM-SUPP-INACTIVE-SWITCH TO STM-RUL-INACTIVE
002923     MOVE STM-SUPP-IDLE-SWITCH TO STM-RUL-IDLE
002924     WRITE REPORT-RECORD FROM STM-RULES-LINE
002925     IF NOT STM-RPT-STATUS = "00"
002926         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
002927             STM-ERROR-MESSAGE
002928         PERFORM 9000-DISPLAY-ERROR THRU
002929             9000-DISPLAY-ERROR-EXIT
002930     END-IF
002931     OPEN OUTPUT VEND-FILE
002932     IF NOT STM-VEND-STATUS = "00"
002933         MOVE "UNABLE TO OPEN STMVEND VENDOR STATEMENT FILE" TO
002934             STM-ERROR-MESSAGE
002935         PERFORM 9000-DISPLAY-ERROR THRU
002936             9000-DISPLAY-ERROR-EXIT
002937         MOVE "N" TO STM-RUN-OK-SWITCH
002938         GO TO 1000-INITIALIZE-EXIT
002939     END-IF
002940     MOVE "Y" TO STM-VEND-OPEN-SWITCH
002941     MOVE SPACES TO STV-RECORD
002942     MOVE "FH" TO STV-RECORD-TYPE
002943     MOVE "STMTRUN" TO STV-FH-SOURCE-SYSTEM
002944     MOVE STM-RUN-DATE TO STV-FH-CREATED-DATE
002945     ACCEPT STV-FH-CREATED-TIME FROM TIME
002946     MOVE STM-PERIOD-FROM TO STV-FH-PERIOD-FROM
002947     MOVE STM-PERIOD-TO TO STV-FH-PERIOD-TO
002948     MOVE STM-LINES-PER-PAGE TO STV-FH-LINES-PER-PAGE
002949     PERFORM 7100-WRITE-VENDOR-RECORD THRU
002950         7100-WRITE-VENDOR-RECORD-EXIT
002951     PERFORM 1500-LOAD-DIVISIONS THRU
002952         1500-LOAD-DIVISIONS-EXIT
002953     PERFORM 1600-LOAD-ENTITLEMENTS THRU
002956         1600-LOAD-ENTITLEMENTS-EXIT.
002960 1000-INITIALIZE-EXIT.
002970     EXIT.

002971*-----------------------------------------------------------------
002972* 1100-READ-OPTIONS
002973*-----------------------------------------------------------------
002974* NO CARD, OR A BLANK FIELD, TAKES THE DEFAULT - THE PERIOD RUNS
002975* FROM THE FIRST OF THE RUN MONTH TO THE RUN DATE AND NOTHING IS
002976* SUPPRESSED.  A FIELD THAT IS THERE BUT UNUSABLE STOPS THE RUN
002977* RATHER THAN MAIL (OR HOLD BACK) THE WRONG STATEMENTS.
002978 1100-READ-OPTIONS.
002979     MOVE SPACES TO OPTS-RECORD
002980     OPEN INPUT OPTS-FILE
002981     IF STM-OPTS-STATUS = "00"
002982         READ OPTS-FILE
002983             AT END
002984                 MOVE SPACES TO OPTS-RECORD
002985         END-READ
002986         CLOSE OPTS-FILE
002987     END-IF
002988     DIVIDE 100 INTO STM-RUN-DATE GIVING STM-PERIOD-FROM
002989     COMPUTE STM-PERIOD-FROM = STM-PERIOD-FROM * 100 + 1
002990     MOVE STM-RUN-DATE TO STM-PERIOD-TO
002991     MOVE STM-DEFAULT-LINES-PER-PAGE TO STM-LINES-PER-PAGE
002992     IF NOT OPTS-PERIOD-FROM-X = SPACES
002993         MOVE OPTS-PERIOD-FROM-X TO STM-DATE-WORK-X
002994         PERFORM 9100-CHECK-CALENDAR-DATE THRU
002995             9100-CHECK-CALENDAR-DATE-EXIT
002996         IF STM-DATE-VALID
002997             MOVE OPTS-PERIOD-FROM TO STM-PERIOD-FROM
002998         ELSE
002999             MOVE "STMOPTS PERIOD FROM IS NOT A VALID YYYYMMDD" TO
003000                 STM-ERROR-MESSAGE
003001             PERFORM 9000-DISPLAY-ERROR THRU
003002                 9000-DISPLAY-ERROR-EXIT
003003             MOVE "N" TO STM-RUN-OK-SWITCH
003004             GO TO 1100-READ-OPTIONS-EXIT
003005         END-IF
003006     END-IF
003007     IF NOT OPTS-PERIOD-TO-X = SPACES
003008         MOVE OPTS-PERIOD-TO-X TO STM-DATE-WORK-X
003009         PERFORM 9100-CHECK-CALENDAR-DATE THRU
003010             9100-CHECK-CALENDAR-DATE-EXIT
003011         IF STM-DATE-VALID
003012             MOVE OPTS-PERIOD-TO TO STM-PERIOD-TO
003013         ELSE
003014             MOVE "STMOPTS PERIOD TO IS NOT A VALID YYYYMMDD" TO
003015                 STM-ERROR-MESSAGE
003016             PERFORM 9000-DISPLAY-ERROR THRU
003017                 9000-DISPLAY-ERROR-EXIT
003018             MOVE "N" TO STM-RUN-OK-SWITCH
003019             GO TO 1100-READ-OPTIONS-EXIT
003020         END-IF
003021     END-IF
003022     IF STM-PERIOD-FROM > STM-PERIOD-TO
003023         MOVE "STMOPTS PERIOD FROM IS LATER THAN PERIOD TO" TO
003024             STM-ERROR-MESSAGE
003025         PERFORM 9000-DISPLAY-ERROR THRU
003026             9000-DISPLAY-ERROR-EXIT
003027         MOVE "N" TO STM-RUN-OK-SWITCH
003028         GO TO 1100-READ-OPTIONS-EXIT
003029     END-IF
003030     IF NOT OPTS-SUPPRESS-CLOSED = "Y" AND
003031             NOT OPTS-SUPPRESS-CLOSED = "N" AND
003032             NOT OPTS-SUPPRESS-CLOSED = SPACE
003033         OR NOT OPTS-SUPPRESS-INACTIVE = "Y" AND
003034             NOT OPTS-SUPPRESS-INACTIVE = "N" AND
003035             NOT OPTS-SUPPRESS-INACTIVE = SPACE
003036         OR NOT OPTS-SUPPRESS-IDLE = "Y" AND
003037             NOT OPTS-SUPPRESS-IDLE = "N" AND
003038             NOT OPTS-SUPPRESS-IDLE = SPACE
003039         MOVE "STMOPTS SUPPRESS SWITCH IS NOT Y, N, OR BLANK"
003040             TO STM-ERROR-MESSAGE
003041         PERFORM 9000-DISPLAY-ERROR THRU
003042             9000-DISPLAY-ERROR-EXIT
003043         MOVE "N" TO STM-RUN-OK-SWITCH
003044         GO TO 1100-READ-OPTIONS-EXIT
003045     END-IF
003046     IF OPTS-SUPPRESS-CLOSED = "Y"
003047         MOVE "Y" TO STM-SUPP-CLOSED-SWITCH
003048     END-IF
003049     IF OPTS-SUPPRESS-INACTIVE = "Y"
003050         MOVE "Y" TO STM-SUPP-INACTIVE-SWITCH
003051     END-IF
003052     IF OPTS-SUPPRESS-IDLE = "Y"
003053         MOVE "Y" TO STM-SUPP-IDLE-SWITCH
003054     END-IF
003055     IF NOT OPTS-LINES-PER-PAGE-X = SPACES
003056         IF OPTS-LINES-PER-PAGE-X IS NUMERIC
003057             AND OPTS-LINES-PER-PAGE > 0
003058             MOVE OPTS-LINES-PER-PAGE TO STM-LINES-PER-PAGE
003059         ELSE
003060             MOVE "STMOPTS LINES PER PAGE ARE NOT 1 TO 99" TO
003061                 STM-ERROR-MESSAGE
003062             PERFORM 9000-DISPLAY-ERROR THRU
003063                 9000-DISPLAY-ERROR-EXIT
003064             MOVE "N" TO STM-RUN-OK-SWITCH
003065         END-IF
003066     END-IF.
003067 1100-READ-OPTIONS-EXIT.
003068     EXIT.

003069*-----------------------------------------------------------------
003070* 1500-LOAD-DIVISIONS
003071*-----------------------------------------------------------------
003072* LOAD THE DIVISION MASTER FOR CARD VALIDATION AND NAMES.  AN
003073* UNOPENABLE (OR OVERFLOWING) MASTER ONLY WARNS - STATEMENTS
003074* STILL PRINT, WITH VALIDATION SKIPPED AND BARE CODES.
003075 1500-LOAD-DIVISIONS.
003076     MOVE "N" TO STM-DIVM-EOF-SWITCH
003077     OPEN INPUT DIV-FILE
003078     IF NOT STM-DIVM-STATUS = "00"
003080         MOVE "DIVISION MASTER UNAVAILABLE - VALIDATION AND
003090-            " NAMES SKIPPED" TO STM-ERROR-MESSAGE
003100         PERFORM 9000-DISPLAY-ERROR THRU
003460     ADD 1 TO STM-DIVM-COUNT
003470     SET STM-MX TO STM-DIVM-COUNT
003480     MOVE DIV-CODE TO STM-DIVM-CODE(STM-MX)
003490     MOVE DIV-NAME TO STM-DIVM-NAME(STM-MX)
003495     MOVE DIV-REGION-CODE TO STM-DIVM-REGION(STM-MX)
003497     MOVE DIV-ACTIVE-FLAG TO STM-DIVM-ACTIVE(STM-MX).
003500 1510-LOAD-ONE-DIVISION-EXIT.
003510     EXIT.

003511*-----------------------------------------------------------------
003512* 1600-LOAD-ENTITLEMENTS
003513*-----------------------------------------------------------------
003514* LOAD THE SUBMITTING USER'S DIVISION GRANTS FROM THE ENTITLEMENT
003515* FILE (SEE ENTREC) - A GENERIC START ON THE USER ID, THEN READ
003516* ON WHILE THE USER HOLDS.  UNLIKE THE DIVISION MASTER THIS IS
003517* NOT REFERENCE DATA THE RUN CAN DO WITHOUT: AN UNOPENABLE FILE,
003518* OR A USER WITH NO GRANTS, LEAVES THE TABLE EMPTY AND 3000
003519* REJECTS EVERY CARD IN THE DECK.
003520 1600-LOAD-ENTITLEMENTS.
003521     MOVE 0 TO STM-ENT-COUNT
003522     MOVE "N" TO STM-ENT-EOF-SWITCH
003523     OPEN INPUT ENT-FILE
003524     IF NOT STM-ENT-STATUS = "00"
003525         MOVE "ENTITLEMENT FILE UNAVAILABLE - EVERY CARD REJECTED"
003526             TO STM-ERROR-MESSAGE
003527         PERFORM 9000-DISPLAY-ERROR THRU
003528             9000-DISPLAY-ERROR-EXIT
003529         GO TO 1600-LOAD-ENTITLEMENTS-EXIT
003530     END-IF
003531     MOVE STM-REQUESTING-USER TO ENT-USER
003532     START ENT-FILE
003533         KEY IS EQUAL TO ENT-USER
003534         INVALID KEY
003535             MOVE "Y" TO STM-ENT-EOF-SWITCH
003536     END-START
003537     PERFORM 1610-LOAD-ONE-GRANT THRU 1610-LOAD-ONE-GRANT-EXIT
003538         UNTIL STM-ENT-EOF
003539     CLOSE ENT-FILE
003540     IF STM-ENT-COUNT = 0 AND NOT STM-ENT-ALL-DIVISIONS
003541         MOVE "NO DIVISION ENTITLEMENT FOR THE SUBMITTING USER"
003542             TO STM-ERROR-MESSAGE
003543         PERFORM 9000-DISPLAY-ERROR THRU
003544             9000-DISPLAY-ERROR-EXIT
003545     END-IF.
003546 1600-LOAD-ENTITLEMENTS-EXIT.
003547     EXIT.

003548*-----------------------------------------------------------------
003549* 1610-LOAD-ONE-GRANT
003550*-----------------------------------------------------------------
003551* ONE GRANT RECORD.  AN UNKNOWN GRANT TYPE IS IGNORED; GRANTS
003552* PAST THE TABLE'S CAPACITY ARE REPORTED AND NOT HONORED.
003553 1610-LOAD-ONE-GRANT.
003554     READ ENT-FILE NEXT RECORD
003555         AT END
003556             MOVE "Y" TO STM-ENT-EOF-SWITCH
003557             GO TO 1610-LOAD-ONE-GRANT-EXIT
003558     END-READ
003559     IF NOT STM-ENT-STATUS = "00"
003560         OR NOT ENT-USER = STM-REQUESTING-USER
003561         MOVE "Y" TO STM-ENT-EOF-SWITCH
003562         GO TO 1610-LOAD-ONE-GRANT-EXIT
003563     END-IF
003564     IF ENT-GRANT-ALL
003565         MOVE "Y" TO STM-ENT-ALL-SWITCH
003566         GO TO 1610-LOAD-ONE-GRANT-EXIT
003567     END-IF
003568     IF NOT ENT-GRANT-DIVISION AND NOT ENT-GRANT-REGION
003569         GO TO 1610-LOAD-ONE-GRANT-EXIT
003570     END-IF
003571     IF STM-ENT-COUNT >= STM-MAX-GRANTS
003572         MOVE "GRANT TABLE FULL - LATER GRANTS NOT HONORED" TO
003573             STM-ERROR-MESSAGE
003574         PERFORM 9000-DISPLAY-ERROR THRU
003575             9000-DISPLAY-ERROR-EXIT
003576         IF STM-FINAL-RETURN-CODE = STM-RETURN-OK
003577             MOVE STM-RETURN-WARNING TO STM-FINAL-RETURN-CODE
003578         END-IF
003579         MOVE "Y" TO STM-ENT-EOF-SWITCH
003580         GO TO 1610-LOAD-ONE-GRANT-EXIT
003581     END-IF
003582     ADD 1 TO STM-ENT-COUNT
003583     SET STM-EX TO STM-ENT-COUNT
003584     MOVE ENT-GRANT-TYPE TO STM-ENT-TYPE(STM-EX)
003585     MOVE ENT-CODE TO STM-ENT-CODE(STM-EX)
003586     IF ENT-GRANT-REGION
003587         MOVE "Y" TO STM-ENT-REGION-SWITCH
003588     END-IF.
003589 1610-LOAD-ONE-GRANT-EXIT.
003590     EXIT.

003591*-----------------------------------------------------------------
003592* 2100-LOOK-UP-DIVMAST
003593*-----------------------------------------------------------------
003594* LEAVE STM-MX ON THE MASTER ENTRY FOR STM-DIVM-LOOKUP-CODE,
003595* OR DROP THE FOUND SWITCH WHEN THE CODE IS NOT ON THE MASTER
003596* (OR THE MASTER NEVER LOADED).
003597 2100-LOOK-UP-DIVMAST.
003598     MOVE "N" TO STM-DIVM-FOUND-SWITCH
003600     IF NOT STM-DIVMAST-LOADED
003610         GO TO 2100-LOOK-UP-DIVMAST-EXIT
003620     END-IF
003720 2100-LOOK-UP-DIVMAST-EXIT.
003730     EXIT.

003731*-----------------------------------------------------------------
003732* 2200-CHECK-ENTITLEMENT
003733*-----------------------------------------------------------------
003734* IS THE CARD'S DIVISION COVERED BY ONE OF THE SUBMITTING USER'S
003735* GRANTS?  A REGION GRANT COVERS THE DIVISIONS THE MASTER FILES
003736* UNDER THAT REGION; A DIVISION NOT ON THE MASTER (OR NO MASTER
003737* LOADED) MATCHES ONLY A DIVISION OR AN ALL GRANT.
003738 2200-CHECK-ENTITLEMENT.
003739     IF STM-ENT-ALL-DIVISIONS
003740         MOVE "Y" TO STM-ENT-GRANTED-SWITCH
003741         GO TO 2200-CHECK-ENTITLEMENT-EXIT
003742     END-IF
003743     MOVE "N" TO STM-ENT-GRANTED-SWITCH
003744     IF STM-ENT-COUNT = 0
003745         GO TO 2200-CHECK-ENTITLEMENT-EXIT
003746     END-IF
003747     MOVE SPACES TO STM-ENT-REGION
003748     IF STM-ENT-HAS-REGIONS
003749         MOVE STM-DIVISION-CODE TO STM-DIVM-LOOKUP-CODE
003750         PERFORM 2100-LOOK-UP-DIVMAST THRU
003751             2100-LOOK-UP-DIVMAST-EXIT
003752         IF STM-DIVM-ENTRY-FOUND
003753             MOVE STM-DIVM-REGION(STM-MX) TO STM-ENT-REGION
003754         END-IF
003755     END-IF
003756     SET STM-EX TO 1
003757     SEARCH STM-ENT-ENTRY
003758         AT END
003759             CONTINUE
003760         WHEN STM-EX > STM-ENT-COUNT
003761             CONTINUE
003762         WHEN STM-ENT-TYPE(STM-EX) = "D"
003763             AND STM-ENT-CODE(STM-EX) = STM-DIVISION-CODE
003764             MOVE "Y" TO STM-ENT-GRANTED-SWITCH
003765         WHEN STM-ENT-TYPE(STM-EX) = "R"
003766             AND STM-ENT-REGION NOT = SPACES
003767             AND STM-ENT-CODE(STM-EX)(1:3) = STM-ENT-REGION
003768             MOVE "Y" TO STM-ENT-GRANTED-SWITCH
003769     END-SEARCH.
003770 2200-CHECK-ENTITLEMENT-EXIT.
003771     EXIT.

003772*-----------------------------------------------------------------
003773* 3000-PROCESS-CARD
003774*-----------------------------------------------------------------
003775* ONE DIVISION CARD: VALIDATE IT, POSITION ON ITS KEY-1
003780* ALTERNATE KEY, AND STATEMENT EVERY ACCOUNT UNDER IT.  BLANK
003790* CARDS ARE SKIPPED; AN UNKNOWN OR EMPTY DIVISION LEAVES A
003800* DIAGNOSTIC ON THE REPORT AND A WARNING RETURN CODE SO THE
004010     MOVE STM-DIVISION-CODE TO STM-DIVM-LOOKUP-CODE
004020     PERFORM 2100-LOOK-UP-DIVMAST THRU
004030         2100-LOOK-UP-DIVMAST-EXIT
004035     MOVE "N" TO STM-DIV-INACTIVE-SWITCH
004040     IF STM-DIVM-ENTRY-FOUND
004050         MOVE STM-DIVM-NAME(STM-MX) TO STM-DIVISION-NAME
004052         MOVE STM-DIVM-REGION(STM-MX) TO STM-DIVISION-REGION
004054         IF STM-DIVM-ACTIVE(STM-MX) = "I"
004056             MOVE "Y" TO STM-DIV-INACTIVE-SWITCH
004058         END-IF
004060     ELSE
004070         MOVE SPACES TO STM-DIVISION-NAME
004075         MOVE SPACES TO STM-DIVISION-REGION
004080         IF STM-DIVMAST-LOADED
004090             MOVE "UNKNOWN DIVISION - NOT ON MASTER - SKIPPED:"
004100                 TO STM-DIAG-TEXT
004130             GO TO 3000-PROCESS-CARD-EXIT
004140         END-IF
004150     END-IF
004151*    A DIVISION OUTSIDE THE SUBMITTING USER'S ENTITLEMENT IS
004152*    REFUSED - NAMED ON THE REPORT AND LOGGED AS DENIED ACCESS.
004153     PERFORM 2200-CHECK-ENTITLEMENT THRU
004154         2200-CHECK-ENTITLEMENT-EXIT
004155     IF NOT STM-ENT-GRANTED
004156         MOVE "DIVISION NOT IN USER'S ENTITLEMENT - SKIPPED:"
004157             TO STM-DIAG-TEXT
004158         PERFORM 3400-WRITE-DIAGNOSTIC THRU
004159             3400-WRITE-DIAGNOSTIC-EXIT
004160         PERFORM 7000-WRITE-AUDIT-RECORD THRU
004161             7000-WRITE-AUDIT-RECORD-EXIT
004162         GO TO 3000-PROCESS-CARD-EXIT
004163     END-IF
004165     MOVE 0 TO STM-DIV-ACCOUNT-COUNT
004170     MOVE 0 TO STM-DIV-RECORD-COUNT
004180     MOVE 0 TO STM-DIV-AMOUNT-TOTAL
004182     MOVE 0 TO STM-DIV-PAGE-COUNT
004184     MOVE 0 TO STM-DIV-SUPP-COUNT
004186     MOVE 0 TO STM-DIV-SUPP-RECORDS
004188     MOVE 0 TO STM-DIV-SUPP-AMOUNT
004190     MOVE "N" TO STM-DIV-DONE-SWITCH
004200     MOVE "N" TO STM-ACCT-OPEN-SWITCH
004210     PERFORM 3500-WRITE-DIVISION-HEADER THRU
004330     END-IF
004340     PERFORM 5500-WRITE-CONTROL-SHEET THRU
004350         5500-WRITE-CONTROL-SHEET-EXIT
004360     IF STM-DIV-ACCOUNT-COUNT = 0 AND STM-DIV-SUPP-COUNT = 0
004370         MOVE "NO ACCOUNTS ON FILE FOR DIVISION:            "
004380             TO STM-DIAG-TEXT
004390         PERFORM 3400-WRITE-DIAGNOSTIC THRU
004640*-----------------------------------------------------------------
004650* 3500-WRITE-DIVISION-HEADER
004660*-----------------------------------------------------------------
004663* THE DIVISION'S HEADING ON THE LISTING AND ITS BATCH HEADER ON
004666* THE VENDOR FILE.
004670 3500-WRITE-DIVISION-HEADER.
004680     MOVE SPACES TO REPORT-RECORD
004690     WRITE REPORT-RECORD
004750             STM-ERROR-MESSAGE
004760         PERFORM 9000-DISPLAY-ERROR THRU
004770             9000-DISPLAY-ERROR-EXIT
004780     END-IF
004781     ADD 1 TO STM-BATCH-NUMBER
004782     MOVE SPACES TO STV-RECORD
004783     MOVE "BH" TO STV-RECORD-TYPE
004784     MOVE STM-BATCH-NUMBER TO STV-BH-BATCH-NUMBER
004785     MOVE STM-DIVISION-CODE TO STV-BH-DIVISION
004786     MOVE STM-DIVISION-NAME TO STV-BH-DIVISION-NAME
004787     MOVE STM-DIVISION-REGION TO STV-BH-REGION
004788     PERFORM 7100-WRITE-VENDOR-RECORD THRU
004789         7100-WRITE-VENDOR-RECORD-EXIT.
004790 3500-WRITE-DIVISION-HEADER-EXIT.
004800     EXIT.

005020* 5100-READ-NEXT-RECORD
005030*-----------------------------------------------------------------
005040* ONE RECORD OF THE DIVISION SWEEP.  AN ACCOUNT-NUMBER CHANGE
005050* CLOSES THE ACCOUNT IN PROGRESS AND OPENS THE NEXT; THE
005060* SWEEP ENDS WHEN THE DIVISION STOPS MATCHING OR THE FILE
005070* RUNS OUT.  THE SWEEP ONLY GATHERS WHAT THE SUPPRESSION RULES
005072* NEED - RECORD COUNT, BALANCE, ROLLED-UP STATUS, AND WHETHER
005074* ANY RECORD WAS UPDATED IN THE PERIOD; THE STATEMENT ITSELF IS
005076* WRITTEN BY 5600 WHEN THE ACCOUNT CLOSES.  AN UNKNOWN STATUS
005078* CODE COUNTS AS NOT CLOSED.
005080 5100-READ-NEXT-RECORD.
005090     READ DATA-FILE NEXT RECORD
005100         AT END
005170     END-IF
005180     IF STM-ACCT-IN-PROGRESS
005190         AND DATA-PARTIAL-KEY-2 NOT = STM-PRIOR-KEY-2
005195         MOVE "Y" TO STM-NEXT-IN-HAND-SWITCH
005200         PERFORM 5400-CLOSE-ACCOUNT THRU
005210             5400-CLOSE-ACCOUNT-EXIT
005211         MOVE "N" TO STM-NEXT-IN-HAND-SWITCH
005212         IF STM-DIV-DONE OR NOT STM-RUN-OK
005213             MOVE "Y" TO STM-DIV-DONE-SWITCH
005214             GO TO 5100-READ-NEXT-RECORD-EXIT
005215         END-IF
005220     END-IF
005230     IF NOT STM-ACCT-IN-PROGRESS
005240         PERFORM 5300-OPEN-ACCOUNT THRU
005250             5300-OPEN-ACCOUNT-EXIT
005260     END-IF
005290     ADD 1 TO STM-ACCT-RECORD-COUNT
005320     ADD DATA-AMOUNT TO STM-ACCT-AMOUNT-TOTAL
005322     IF DATA-STATUS-ACTIVE
005324         MOVE "A" TO STM-ACCT-STATUS
005326     ELSE
005328         IF NOT DATA-STATUS-CLOSED
005330             AND NOT STM-ACCT-STATUS = "A"
005332             MOVE "S" TO STM-ACCT-STATUS
005334         END-IF
005336     END-IF
005338     IF NOT DATA-LAST-UPDATE-DATE < STM-PERIOD-FROM
005340         AND NOT DATA-LAST-UPDATE-DATE > STM-PERIOD-TO
005342         MOVE "Y" TO STM-ACCT-ACTIVITY-SWITCH
005344     END-IF.
005350 5100-READ-NEXT-RECORD-EXIT.
005360     EXIT.

005540*-----------------------------------------------------------------
005550* 5300-OPEN-ACCOUNT
005560*-----------------------------------------------------------------
005570* OPEN THE ACCOUNT THE RECORD IN HAND BELONGS TO, WITH THE
005580* CUSTOMER NAME OFF ITS FIRST RECORD.  STATUS STARTS CLOSED AND
005590* IS RAISED BY EACH RECORD THE SWEEP MEETS.
005600 5300-OPEN-ACCOUNT.
005610     MOVE DATA-PARTIAL-KEY-2 TO STM-PRIOR-KEY-2
005620     MOVE DATA-CUSTOMER-NAME TO STM-ACCT-NAME
005630     MOVE 0 TO STM-ACCT-RECORD-COUNT
005640     MOVE 0 TO STM-ACCT-AMOUNT-TOTAL
005650     MOVE "C" TO STM-ACCT-STATUS
005660     MOVE "N" TO STM-ACCT-ACTIVITY-SWITCH
005770     MOVE "Y" TO STM-ACCT-OPEN-SWITCH.
005780 5300-OPEN-ACCOUNT-EXIT.
005790     EXIT.
005800*-----------------------------------------------------------------
005810* 5400-CLOSE-ACCOUNT
005820*-----------------------------------------------------------------
005830* CLOSE THE ACCOUNT IN PROGRESS - HOLD IT BACK IF A SUPPRESSION
005835* RULE APPLIES, OTHERWISE WRITE ITS STATEMENT.
005840 5400-CLOSE-ACCOUNT.
005850     MOVE "N" TO STM-ACCT-OPEN-SWITCH
005860     PERFORM 5410-CHECK-SUPPRESSION THRU
005870         5410-CHECK-SUPPRESSION-EXIT
005880     IF NOT STM-STATEMENT-MAILED
005890         PERFORM 5450-SUPPRESS-ACCOUNT THRU
005900             5450-SUPPRESS-ACCOUNT-EXIT
005910         GO TO 5400-CLOSE-ACCOUNT-EXIT
005920     END-IF
005930     PERFORM 5600-WRITE-STATEMENT THRU
005931         5600-WRITE-STATEMENT-EXIT.
005932 5400-CLOSE-ACCOUNT-EXIT.
005933     EXIT.

005934*-----------------------------------------------------------------
005935* 5410-CHECK-SUPPRESSION
005936*-----------------------------------------------------------------
005937* APPLY THE RULES SWITCHED ON BY STMOPTS, IN ORDER; THE FIRST
005938* THAT HOLDS IS THE REASON.  A SPACE REASON MAILS THE STATEMENT.
005939 5410-CHECK-SUPPRESSION.
005940     MOVE SPACE TO STM-SUPPRESS-REASON
005941     IF STM-SUPPRESS-INACTIVE AND STM-DIV-IS-INACTIVE
005942         MOVE "I" TO STM-SUPPRESS-REASON
005943         GO TO 5410-CHECK-SUPPRESSION-EXIT
005944     END-IF
005945     IF STM-SUPPRESS-CLOSED AND STM-ACCT-CLOSED
005946         AND STM-ACCT-AMOUNT-TOTAL = 0
005947         MOVE "C" TO STM-SUPPRESS-REASON
005948         GO TO 5410-CHECK-SUPPRESSION-EXIT
005949     END-IF
005950     IF STM-SUPPRESS-IDLE AND NOT STM-ACCT-HAD-ACTIVITY
005951         MOVE "N" TO STM-SUPPRESS-REASON
005952     END-IF.
005953 5410-CHECK-SUPPRESSION-EXIT.
005954     EXIT.

005955*-----------------------------------------------------------------
005956* 5450-SUPPRESS-ACCOUNT
005957*-----------------------------------------------------------------
005958* COUNT THE HELD-BACK ACCOUNT FOR ITS CONTROL SHEET AND THE
005959* TRAILERS, AND KEEP IT FOR THE SUPPRESSED-STATEMENTS SECTION.
005960* PAST THE TABLE'S CAPACITY IT IS COUNTED BUT NOT LISTED - 5950
005961* REPORTS THE SHORTFALL.
005962 5450-SUPPRESS-ACCOUNT.
005963     ADD 1 TO STM-DIV-SUPP-COUNT
005964     ADD 1 TO STM-GRD-SUPP-COUNT
005965     ADD STM-ACCT-RECORD-COUNT TO STM-DIV-SUPP-RECORDS
005966     ADD STM-ACCT-RECORD-COUNT TO STM-GRD-SUPP-RECORDS
005967     ADD STM-ACCT-AMOUNT-TOTAL TO STM-DIV-SUPP-AMOUNT
005968     ADD STM-ACCT-AMOUNT-TOTAL TO STM-GRD-SUPP-AMOUNT
005969     IF STM-SUP-COUNT >= STM-MAX-SUPPRESSED
005970         GO TO 5450-SUPPRESS-ACCOUNT-EXIT
005971     END-IF
005972     ADD 1 TO STM-SUP-COUNT
005973     SET STM-SX TO STM-SUP-COUNT
005974     MOVE STM-DIVISION-CODE TO STM-SUP-DIVISION(STM-SX)
005975     MOVE STM-PRIOR-KEY-2 TO STM-SUP-ACCOUNT(STM-SX)
005976     MOVE STM-ACCT-NAME TO STM-SUP-NAME(STM-SX)
005977     MOVE STM-SUPPRESS-REASON TO STM-SUP-REASON(STM-SX)
005978     MOVE STM-ACCT-RECORD-COUNT TO STM-SUP-RECORDS(STM-SX)
005979     MOVE STM-ACCT-AMOUNT-TOTAL TO STM-SUP-AMOUNT(STM-SX).
005980 5450-SUPPRESS-ACCOUNT-EXIT.
005981     EXIT.

005990*-----------------------------------------------------------------
006000* 5500-WRITE-CONTROL-SHEET
006010*-----------------------------------------------------------------
006020* THE DIVISION'S CONTROL SHEET - ACCOUNTS, RECORDS, AND TOTAL
006030* AMOUNT IN THE BUNDLE, FOR THE MAILROOM CHECK, WITH ITS VENDOR
006033* PAGES AND THE ACCOUNTS HELD BACK FROM IT - AND THE SAME
006036* COUNTS ON THE VENDOR FILE'S BATCH TRAILER.
006040 5500-WRITE-CONTROL-SHEET.
006050     WRITE REPORT-RECORD FROM STM-PAGE-BREAK-LINE
006060     MOVE STM-DIVISION-CODE TO STM-CTL-CODE
006080     MOVE STM-DIV-RECORD-COUNT TO STM-CTL-RECORDS
006090     MOVE STM-DIV-AMOUNT-TOTAL TO STM-CTL-AMOUNT
006100     WRITE REPORT-RECORD FROM STM-CONTROL-LINE
006101     MOVE STM-DIV-PAGE-COUNT TO STM-PGL-PAGES
006102     WRITE REPORT-RECORD FROM STM-PAGES-LINE
006103     MOVE STM-DIV-SUPP-COUNT TO STM-SPL-ACCOUNTS
006104     MOVE STM-DIV-SUPP-RECORDS TO STM-SPL-RECORDS
006105     MOVE STM-DIV-SUPP-AMOUNT TO STM-SPL-AMOUNT
006106     WRITE REPORT-RECORD FROM STM-SUPPRESSED-LINE
006110     IF NOT STM-RPT-STATUS = "00"
006120         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
006130             STM-ERROR-MESSAGE
006140         PERFORM 9000-DISPLAY-ERROR THRU
006141             9000-DISPLAY-ERROR-EXIT
006142     END-IF
006143     MOVE SPACES TO STV-RECORD
006144     MOVE "BT" TO STV-RECORD-TYPE
006145     MOVE STM-BATCH-NUMBER TO STV-BT-BATCH-NUMBER
006146     MOVE STM-DIVISION-CODE TO STV-BT-DIVISION
006147     MOVE STM-DIV-ACCOUNT-COUNT TO STV-BT-DOCUMENT-COUNT
006148     MOVE STM-DIV-PAGE-COUNT TO STV-BT-PAGE-COUNT
006149     MOVE STM-DIV-RECORD-COUNT TO STV-BT-LINE-COUNT
006150     MOVE STM-DIV-AMOUNT-TOTAL TO STV-BT-AMOUNT
006151     MOVE STM-DIV-SUPP-COUNT TO STV-BT-SUPPRESSED-COUNT
006152     PERFORM 7100-WRITE-VENDOR-RECORD THRU
006153         7100-WRITE-VENDOR-RECORD-EXIT.
006154 5500-WRITE-CONTROL-SHEET-EXIT.
006155     EXIT.

006156*-----------------------------------------------------------------
006157* 5600-WRITE-STATEMENT
006158*-----------------------------------------------------------------
006159* RE-READ THE ACCOUNT ON THE PRIMARY KEY AND WRITE ITS STATEMENT
006160* TO BOTH FILES - PAGE-BREAK RULE, HEADING, COLUMN HEADER, A LINE
006161* PER RECORD, AND THE ACCOUNT TOTAL ON THE LISTING; A DOCUMENT
006162* HEADER, DETAILS, AND DOCUMENT TOTAL ON THE VENDOR FILE.  THE
006163* COUNTS ARE TAKEN AGAIN FROM WHAT IS WRITTEN, SO THE LISTING,
006164* THE VENDOR FILE, AND THE CONTROL SHEET ALWAYS AGREE.  WHEN
006165* THE SWEEP ALREADY HOLDS THE NEXT ACCOUNT'S FIRST RECORD, ITS
006166* KEY IS KEPT AND THE SWEEP PUT BACK ON IT AFTERWARDS (5650).
006167 5600-WRITE-STATEMENT.
006168     IF STM-NEXT-IN-HAND
006169         MOVE DATA-KEY-COMPOSITE TO STM-NEXT-KEY
006170     END-IF
006171     MOVE STM-DIVISION-CODE TO DATA-PARTIAL-KEY-1
006172     MOVE STM-PRIOR-KEY-2 TO DATA-PARTIAL-KEY-2
006173     MOVE 0 TO DATA-PARTIAL-KEY-3
006174     START DATA-FILE
006175         KEY IS NOT LESS THAN DATA-KEY-COMPOSITE
006176         INVALID KEY
006177             MOVE "UNABLE TO RE-READ AN ACCOUNT FOR ITS STATEMENT"
006178                 TO STM-ERROR-MESSAGE
006179             PERFORM 9000-DISPLAY-ERROR THRU
006180                 9000-DISPLAY-ERROR-EXIT
006181             MOVE "N" TO STM-RUN-OK-SWITCH
006182             GO TO 5600-WRITE-STATEMENT-EXIT
006183     END-START
006184     ADD 1 TO STM-DOCUMENT-NUMBER
006185     WRITE REPORT-RECORD FROM STM-PAGE-BREAK-LINE
006186     MOVE STM-DIVISION-CODE TO STM-AH-DIVISION
006187     MOVE STM-PRIOR-KEY-2 TO STM-AH-ACCOUNT
006188     MOVE STM-ACCT-NAME TO STM-AH-NAME
006189     WRITE REPORT-RECORD FROM STM-ACCOUNT-HEADER
006190     WRITE REPORT-RECORD FROM STM-COLUMN-HEADER
006191     IF NOT STM-RPT-STATUS = "00"
006192         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
006193             STM-ERROR-MESSAGE
006194         PERFORM 9000-DISPLAY-ERROR THRU
006195             9000-DISPLAY-ERROR-EXIT
006196     END-IF
006197     MOVE SPACES TO STV-RECORD
006198     MOVE "DH" TO STV-RECORD-TYPE
006199     MOVE STM-BATCH-NUMBER TO STV-DH-BATCH-NUMBER
006200     MOVE STM-DOCUMENT-NUMBER TO STV-DH-DOCUMENT-NUMBER
006201     MOVE STM-DIVISION-CODE TO STV-DH-DIVISION
006202     MOVE STM-PRIOR-KEY-2 TO STV-DH-ACCOUNT
006203     MOVE STM-ACCT-NAME TO STV-DH-CUSTOMER-NAME
006204     MOVE STM-ACCT-STATUS TO STV-DH-ACCOUNT-STATUS
006205     MOVE STM-PERIOD-FROM TO STV-DH-PERIOD-FROM
006206     MOVE STM-PERIOD-TO TO STV-DH-PERIOD-TO
006207     PERFORM 7100-WRITE-VENDOR-RECORD THRU
006208         7100-WRITE-VENDOR-RECORD-EXIT
006209     MOVE 0 TO STM-ACCT-RECORD-COUNT
006210     MOVE 0 TO STM-ACCT-AMOUNT-TOTAL
006211     MOVE 1 TO STM-ACCT-PAGE-COUNT
006212     MOVE 0 TO STM-PAGE-LINE-COUNT
006213     MOVE "N" TO STM-STMT-DONE-SWITCH
006214     PERFORM 5610-WRITE-STATEMENT-RECORD THRU
006215         5610-WRITE-STATEMENT-RECORD-EXIT
006216         UNTIL STM-STMT-DONE
006217     MOVE STM-ACCT-RECORD-COUNT TO STM-ATL-RECORDS
006218     MOVE STM-ACCT-AMOUNT-TOTAL TO STM-ATL-AMOUNT
006219     WRITE REPORT-RECORD FROM STM-ACCT-TOTAL-LINE
006220     IF NOT STM-RPT-STATUS = "00"
006221         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
006222             STM-ERROR-MESSAGE
006223         PERFORM 9000-DISPLAY-ERROR THRU
006224             9000-DISPLAY-ERROR-EXIT
006225     END-IF
006226     MOVE SPACES TO STV-RECORD
006227     MOVE "DT" TO STV-RECORD-TYPE
006228     MOVE STM-DOCUMENT-NUMBER TO STV-DT-DOCUMENT-NUMBER
006229     MOVE STM-ACCT-RECORD-COUNT TO STV-DT-LINE-COUNT
006230     MOVE STM-ACCT-PAGE-COUNT TO STV-DT-PAGE-COUNT
006231     MOVE STM-ACCT-AMOUNT-TOTAL TO STV-DT-AMOUNT
006232     PERFORM 7100-WRITE-VENDOR-RECORD THRU
006233         7100-WRITE-VENDOR-RECORD-EXIT
006234     ADD 1 TO STM-DIV-ACCOUNT-COUNT
006235     ADD 1 TO STM-GRD-ACCOUNT-COUNT
006236     ADD STM-ACCT-RECORD-COUNT TO STM-DIV-RECORD-COUNT
006237     ADD STM-ACCT-RECORD-COUNT TO STM-GRD-RECORD-COUNT
006238     ADD STM-ACCT-AMOUNT-TOTAL TO STM-DIV-AMOUNT-TOTAL
006239     ADD STM-ACCT-AMOUNT-TOTAL TO STM-GRD-AMOUNT-TOTAL
006240     ADD STM-ACCT-PAGE-COUNT TO STM-DIV-PAGE-COUNT
006241     ADD STM-ACCT-PAGE-COUNT TO STM-GRD-PAGE-COUNT
006242     IF STM-NEXT-IN-HAND
006243         PERFORM 5650-RESTORE-POSITION THRU
006244             5650-RESTORE-POSITION-EXIT
006245     END-IF.
006246 5600-WRITE-STATEMENT-EXIT.
006247     EXIT.

006248*-----------------------------------------------------------------
006249* 5610-WRITE-STATEMENT-RECORD
006250*-----------------------------------------------------------------
006251* ONE RECORD OF THE ACCOUNT'S RE-READ - A LISTING LINE AND A
006252* VENDOR DETAIL.  THE VENDOR PAGE TURNS AFTER EVERY STMOPTS
006253* LINES-PER-PAGE DETAILS.
006254 5610-WRITE-STATEMENT-RECORD.
006255     READ DATA-FILE NEXT RECORD
006256         AT END
006257             MOVE "Y" TO STM-STMT-DONE-SWITCH
006258             GO TO 5610-WRITE-STATEMENT-RECORD-EXIT
006259     END-READ
006260     IF DATA-PARTIAL-KEY-1 NOT = STM-DIVISION-CODE
006261         OR DATA-PARTIAL-KEY-2 NOT = STM-PRIOR-KEY-2
006262         MOVE "Y" TO STM-STMT-DONE-SWITCH
006263         GO TO 5610-WRITE-STATEMENT-RECORD-EXIT
006264     END-IF
006265     IF STM-PAGE-LINE-COUNT >= STM-LINES-PER-PAGE
006266         ADD 1 TO STM-ACCT-PAGE-COUNT
006267         MOVE 0 TO STM-PAGE-LINE-COUNT
006268     END-IF
006269     ADD 1 TO STM-PAGE-LINE-COUNT
006270     ADD 1 TO STM-ACCT-RECORD-COUNT
006271     ADD DATA-AMOUNT TO STM-ACCT-AMOUNT-TOTAL
006272     PERFORM 5200-WRITE-DETAIL-LINE THRU
006273         5200-WRITE-DETAIL-LINE-EXIT
006274     MOVE SPACES TO STV-RECORD
006275     MOVE "DD" TO STV-RECORD-TYPE
006276     MOVE STM-DOCUMENT-NUMBER TO STV-DD-DOCUMENT-NUMBER
006277     MOVE STM-ACCT-RECORD-COUNT TO STV-DD-LINE-NUMBER
006278     MOVE STM-ACCT-PAGE-COUNT TO STV-DD-PAGE-NUMBER
006279     MOVE DATA-PARTIAL-KEY-3 TO STV-DD-SEQUENCE
006280     MOVE DATA-STATUS-CODE TO STV-DD-STATUS
006281     MOVE DATA-LAST-UPDATE-DATE TO STV-DD-LAST-UPDATE
006282     MOVE DATA-AMOUNT TO STV-DD-AMOUNT
006283     PERFORM 7100-WRITE-VENDOR-RECORD THRU
006284         7100-WRITE-VENDOR-RECORD-EXIT.
006285 5610-WRITE-STATEMENT-RECORD-EXIT.
006286     EXIT.

006287*-----------------------------------------------------------------
006288* 5650-RESTORE-POSITION
006289*-----------------------------------------------------------------
006290* PUT THE DIVISION SWEEP BACK ON THE RECORD IT HELD BEFORE THE
006291* RE-READ.  THE SWEEP CARRIES ON IN PRIMARY-KEY ORDER, WHICH
006292* WITHIN ONE DIVISION IS THE SAME ORDER THE KEY-1 START GAVE.
006293* IF THE RECORD HAS GONE MEANWHILE, THE NEXT ONE AFTER IT IS
006294* TAKEN; NOTHING LEFT IN THE DIVISION ENDS THE SWEEP.
006295 5650-RESTORE-POSITION.
006296     MOVE STM-NEXT-KEY TO DATA-KEY-COMPOSITE
006297     START DATA-FILE
006298         KEY IS NOT LESS THAN DATA-KEY-COMPOSITE
006299         INVALID KEY
006300             MOVE "Y" TO STM-DIV-DONE-SWITCH
006301             GO TO 5650-RESTORE-POSITION-EXIT
006302     END-START
006303     READ DATA-FILE NEXT RECORD
006304         AT END
006305             MOVE "Y" TO STM-DIV-DONE-SWITCH
006306             GO TO 5650-RESTORE-POSITION-EXIT
006307     END-READ
006308     IF DATA-PARTIAL-KEY-1 NOT = STM-DIVISION-CODE
006309         MOVE "Y" TO STM-DIV-DONE-SWITCH
006310     END-IF.
006311 5650-RESTORE-POSITION-EXIT.
006312     EXIT.

006313*-----------------------------------------------------------------
006314* 5900-WRITE-GRAND-CONTROL
006315*-----------------------------------------------------------------
006316* THE WHOLE RUN'S CONTROL LINE - EVERY DIVISION'S BUNDLE MUST
006317* ADD UP TO THIS - AND THE VENDOR FILE'S TRAILER, WHICH CARRIES
006318* THE SAME COUNTS.  A RUN THAT FAILED PART WAY GETS NO TRAILER,
006319* SO THE VENDOR CANNOT TAKE A SHORT FILE FOR A WHOLE ONE.
006320 5900-WRITE-GRAND-CONTROL.
006321     IF NOT STM-RPT-IS-OPEN
006322         GO TO 5900-WRITE-GRAND-CONTROL-EXIT
006323     END-IF
006324     MOVE SPACES TO REPORT-RECORD
006325     WRITE REPORT-RECORD
006326     MOVE STM-GRD-ACCOUNT-COUNT TO STM-GRD-ACCOUNTS
006327     MOVE STM-GRD-RECORD-COUNT TO STM-GRD-RECORDS
006328     MOVE STM-GRD-AMOUNT-TOTAL TO STM-GRD-AMOUNT
006330     WRITE REPORT-RECORD FROM STM-GRAND-LINE
006331     MOVE STM-GRD-PAGE-COUNT TO STM-PGL-PAGES
006332     WRITE REPORT-RECORD FROM STM-PAGES-LINE
006333     MOVE STM-GRD-SUPP-COUNT TO STM-SPL-ACCOUNTS
006334     MOVE STM-GRD-SUPP-RECORDS TO STM-SPL-RECORDS
006335     MOVE STM-GRD-SUPP-AMOUNT TO STM-SPL-AMOUNT
006336     WRITE REPORT-RECORD FROM STM-SUPPRESSED-LINE
006340     IF NOT STM-RPT-STATUS = "00"
006350         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
006360             STM-ERROR-MESSAGE
006370         PERFORM 9000-DISPLAY-ERROR THRU
006380             9000-DISPLAY-ERROR-EXIT
006381     END-IF
006382     IF NOT STM-RUN-OK OR NOT STM-VEND-IS-OPEN
006383         GO TO 5900-WRITE-GRAND-CONTROL-EXIT
006384     END-IF
006385     MOVE SPACES TO STV-RECORD
006386     MOVE "FT" TO STV-RECORD-TYPE
006387     MOVE STM-BATCH-NUMBER TO STV-FT-BATCH-COUNT
006388     MOVE STM-GRD-ACCOUNT-COUNT TO STV-FT-DOCUMENT-COUNT
006389     MOVE STM-GRD-PAGE-COUNT TO STV-FT-PAGE-COUNT
006390     MOVE STM-GRD-RECORD-COUNT TO STV-FT-LINE-COUNT
006391     MOVE STM-GRD-AMOUNT-TOTAL TO STV-FT-AMOUNT
006392     MOVE STM-GRD-SUPP-COUNT TO STV-FT-SUPPRESSED-COUNT
006393     COMPUTE STV-FT-RECORD-COUNT = STM-VEND-RECORD-COUNT + 1
006394     PERFORM 7100-WRITE-VENDOR-RECORD THRU
006395         7100-WRITE-VENDOR-RECORD-EXIT.
006400 5900-WRITE-GRAND-CONTROL-EXIT.
006410     EXIT.

006411*-----------------------------------------------------------------
006412* 5950-WRITE-SUPPRESSED-LIST
006413*-----------------------------------------------------------------
006414* THE SUPPRESSED-STATEMENTS SECTION THAT CLOSES THE LISTING -
006415* EVERY ACCOUNT HELD BACK, WITH ITS REASON, RECORDS, AND
006416* BALANCE, SO THE SUPPRESSED LINES ON THE CONTROL SHEETS CAN BE
006417* PROVED ACCOUNT BY ACCOUNT.  ACCOUNTS PAST THE TABLE'S CAPACITY
006418* ARE NAMED AS A COUNT AND RAISE A WARNING RETURN CODE.
006419 5950-WRITE-SUPPRESSED-LIST.
006420     IF NOT STM-RPT-IS-OPEN
006421         GO TO 5950-WRITE-SUPPRESSED-LIST-EXIT
006422     END-IF
006423     MOVE SPACES TO REPORT-RECORD
006424     WRITE REPORT-RECORD
006425     WRITE REPORT-RECORD FROM STM-PAGE-BREAK-LINE
006426     WRITE REPORT-RECORD FROM STM-SUPP-HEADING
006427     WRITE REPORT-RECORD FROM STM-SUPP-COLUMNS
006428     PERFORM 5960-WRITE-SUPPRESSED-LINE THRU
006429         5960-WRITE-SUPPRESSED-LINE-EXIT
006430         VARYING STM-SX FROM 1 BY 1
006431         UNTIL STM-SX > STM-SUP-COUNT
006432     MOVE "SUPPRESSED ACCOUNTS:" TO STM-SPN-TEXT
006433     MOVE STM-GRD-SUPP-COUNT TO STM-SPN-COUNT
006434     WRITE REPORT-RECORD FROM STM-SUPP-NOTE
006435     IF NOT STM-RPT-STATUS = "00"
006436         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
006437             STM-ERROR-MESSAGE
006438         PERFORM 9000-DISPLAY-ERROR THRU
006439             9000-DISPLAY-ERROR-EXIT
006440     END-IF
006441     IF STM-GRD-SUPP-COUNT > STM-SUP-COUNT
006442         MOVE "SUPPRESSED BUT NOT LISTED - LIST FULL:" TO
006443             STM-SPN-TEXT
006444         COMPUTE STM-SPN-COUNT =
006445             STM-GRD-SUPP-COUNT - STM-SUP-COUNT
006446         WRITE REPORT-RECORD FROM STM-SUPP-NOTE
006447         MOVE "SUPPRESSED LIST FULL - NOT EVERY ACCOUNT IS LISTED"
006448             TO STM-ERROR-MESSAGE
006449         PERFORM 9000-DISPLAY-ERROR THRU
006450             9000-DISPLAY-ERROR-EXIT
006451         IF STM-FINAL-RETURN-CODE = STM-RETURN-OK
006452             MOVE STM-RETURN-WARNING TO STM-FINAL-RETURN-CODE
006453         END-IF
006454     END-IF.
006455 5950-WRITE-SUPPRESSED-LIST-EXIT.
006456     EXIT.

006457*-----------------------------------------------------------------
006458* 5960-WRITE-SUPPRESSED-LINE
006459*-----------------------------------------------------------------
006460 5960-WRITE-SUPPRESSED-LINE.
006461     MOVE STM-SUP-DIVISION(STM-SX) TO STM-SPD-DIVISION
006462     MOVE STM-SUP-ACCOUNT(STM-SX) TO STM-SPD-ACCOUNT
006463     MOVE STM-SUP-NAME(STM-SX) TO STM-SPD-NAME
006464     EVALUATE STM-SUP-REASON(STM-SX)
006465         WHEN "I"
006466             MOVE "INACTIVE DIVISION" TO STM-SPD-REASON
006467         WHEN "C"
006468             MOVE "CLOSED, ZERO BAL" TO STM-SPD-REASON
006469         WHEN OTHER
006470             MOVE "NO ACTIVITY" TO STM-SPD-REASON
006471     END-EVALUATE
006472     MOVE STM-SUP-RECORDS(STM-SX) TO STM-SPD-RECORDS
006473     MOVE STM-SUP-AMOUNT(STM-SX) TO STM-SPD-AMOUNT
006474     WRITE REPORT-RECORD FROM STM-SUPP-DETAIL
006475     IF NOT STM-RPT-STATUS = "00"
006476         MOVE "ERROR WRITING STATEMENT PRINT FILE" TO
006477             STM-ERROR-MESSAGE
006478         PERFORM 9000-DISPLAY-ERROR THRU
006479             9000-DISPLAY-ERROR-EXIT
006480     END-IF.
006481 5960-WRITE-SUPPRESSED-LINE-EXIT.
006482     EXIT.

006483*-----------------------------------------------------------------
006484* 7000-WRITE-AUDIT-RECORD
006485*-----------------------------------------------------------------
006486* ONE AUDITLOG LINE PER CARD REFUSED FOR ENTITLEMENT, IN THE
006487* SHARED AUDITLN LAYOUT, RUN MODE ST (STATEMENTS): THE SEARCH
006488* KEY CARRIES THE DIVISION (LENGTH 5) AND THE ACCESS MARKER IS
006489* D.  THE FILE OPENS EXTEND AT THE FIRST REFUSAL AND STAYS OPEN
006490* FOR THE REST OF THE DECK - 8000-TERMINATE CLOSES IT.
006491 7000-WRITE-AUDIT-RECORD.
006492     MOVE STM-RUN-DATE TO AUD-DATE
006493     ACCEPT AUD-TIME FROM TIME
006494     MOVE STM-REQUESTING-USER TO AUD-USER
006495     MOVE SPACES TO AUD-OPERATOR
006496     MOVE STM-DIVISION-CODE TO AUD-SEARCH-KEY
006497     MOVE 0 TO AUD-MATCH-COUNT
006498     MOVE "ST" TO AUD-RUN-MODE
006499     MOVE 5 TO AUD-KEY-LENGTH
006500     MOVE SPACE TO AUD-STOP-FLAG
006501     MOVE SPACES TO AUD-FROM-DIVISION
006502     MOVE SPACES TO AUD-TO-DIVISION
006503     MOVE "D" TO AUD-ACCESS-FLAG
006504     MOVE 0 TO AUD-WITHHELD-COUNT
006505     IF NOT STM-AUDIT-IS-OPEN
006506         OPEN EXTEND AUDIT-FILE
006507         IF NOT STM-AUDIT-STATUS = "00" AND
006508             NOT STM-AUDIT-STATUS = "05"
006509             MOVE "UNABLE TO OPEN AUDIT-FILE - AUDIT ENTRY LOST"
006510                 TO STM-ERROR-MESSAGE
006511             PERFORM 9000-DISPLAY-ERROR THRU
006512                 9000-DISPLAY-ERROR-EXIT
006513             GO TO 7000-WRITE-AUDIT-RECORD-EXIT
006514         END-IF
006515         MOVE "Y" TO STM-AUDIT-OPEN-SWITCH
006516     END-IF
006517     WRITE AUDIT-RECORD FROM AUD-AUDIT-LINE.
006518 7000-WRITE-AUDIT-RECORD-EXIT.
006519     EXIT.

006520*-----------------------------------------------------------------
006521* 7100-WRITE-VENDOR-RECORD
006522*-----------------------------------------------------------------
006523* WRITE THE STV-RECORD BUILT BY THE CALLER.  A VENDOR FILE WITH A
006524* HOLE IN IT IS WORSE THAN NONE, SO A WRITE FAILURE FAILS THE RUN
006525* AND NOTHING MORE IS WRITTEN TO IT.
006526 7100-WRITE-VENDOR-RECORD.
006527     IF NOT STM-RUN-OK OR NOT STM-VEND-IS-OPEN
006528         GO TO 7100-WRITE-VENDOR-RECORD-EXIT
006529     END-IF
006530     WRITE STV-RECORD
006531     IF NOT STM-VEND-STATUS = "00"
006532         MOVE "ERROR WRITING STMVEND VENDOR STATEMENT FILE" TO
006533             STM-ERROR-MESSAGE
006534         PERFORM 9000-DISPLAY-ERROR THRU
006535             9000-DISPLAY-ERROR-EXIT
006536         MOVE "N" TO STM-RUN-OK-SWITCH
006537         GO TO 7100-WRITE-VENDOR-RECORD-EXIT
006538     END-IF
006539     ADD 1 TO STM-VEND-RECORD-COUNT.
006540 7100-WRITE-VENDOR-RECORD-EXIT.
006541     EXIT.

006542*-----------------------------------------------------------------
006543* 7700-WRITE-HISTORY-RECORD
006544*-----------------------------------------------------------------
006545* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
006546* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
006547* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
006548* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
006549 7700-WRITE-HISTORY-RECORD.
006550     IF STM-HIST-EVENT = "S"
006551         ACCEPT STM-HIST-START-DATE FROM DATE YYYYMMDD
006552         ACCEPT STM-HIST-START-TIME FROM TIME
006553     END-IF
006554     OPEN EXTEND HIST-FILE
006555     IF NOT STM-HIST-STATUS = "00" AND
006556         NOT STM-HIST-STATUS = "05"
006557         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
006558             STM-ERROR-MESSAGE
006559         PERFORM 9000-DISPLAY-ERROR THRU
006560             9000-DISPLAY-ERROR-EXIT
006561         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
006562     END-IF
006563     MOVE SPACES TO RHS-RECORD
006564     MOVE "STMTRUN   " TO RHS-STEP
006565     MOVE "P" TO RHS-KIND
006566     MOVE STM-HIST-EVENT TO RHS-EVENT
006567     MOVE STM-HIST-START-DATE TO RHS-START-DATE
006568     MOVE STM-HIST-START-TIME TO RHS-START-TIME
006569     MOVE 0 TO RHS-END-DATE
006570     MOVE 0 TO RHS-END-TIME
006571     MOVE 0 TO RHS-COMPLETION-CODE
006572     MOVE STM-REQUESTING-USER TO RHS-USER
006573     MOVE 0 TO RHS-COUNT-VALUE(1)
006574     MOVE 0 TO RHS-COUNT-VALUE(2)
006575     MOVE 0 TO RHS-COUNT-VALUE(3)
006576     MOVE 0 TO RHS-COUNT-VALUE(4)
006577     IF RHS-ENDED
006578         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
006579         ACCEPT RHS-END-TIME FROM TIME
006580         MOVE STM-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
006581         MOVE "ACCOUNTS" TO RHS-COUNT-LABEL(1)
006582         MOVE STM-GRD-ACCOUNT-COUNT TO RHS-COUNT-VALUE(1)
006583         MOVE "PAGES   " TO RHS-COUNT-LABEL(2)
006584         MOVE STM-GRD-PAGE-COUNT TO RHS-COUNT-VALUE(2)
006585         MOVE "SUPPRESS" TO RHS-COUNT-LABEL(3)
006586         MOVE STM-GRD-SUPP-COUNT TO RHS-COUNT-VALUE(3)
006587         MOVE "VENDOR  " TO RHS-COUNT-LABEL(4)
006588         MOVE STM-VEND-RECORD-COUNT TO RHS-COUNT-VALUE(4)
006589     END-IF
006590     WRITE RHS-RECORD
006591     IF NOT STM-HIST-STATUS = "00"
006592         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
006593             STM-ERROR-MESSAGE
006594         PERFORM 9000-DISPLAY-ERROR THRU
006595             9000-DISPLAY-ERROR-EXIT
006596     END-IF
006597     CLOSE HIST-FILE.
006598 7700-WRITE-HISTORY-RECORD-EXIT.
006599     EXIT.

006600*-----------------------------------------------------------------
006601* 8000-TERMINATE
006602*-----------------------------------------------------------------
006603 8000-TERMINATE.
006604     IF STM-PARM-IS-OPEN
006605         CLOSE PARM-FILE
006606     END-IF
006607     IF STM-DATA-IS-OPEN
006608         CLOSE DATA-FILE
006609     END-IF
006610     IF STM-RPT-IS-OPEN
006611         CLOSE REPORT-FILE
006612     END-IF
006613     IF STM-AUDIT-IS-OPEN
006614         CLOSE AUDIT-FILE
006615     END-IF
006616     IF STM-VEND-IS-OPEN
006617         CLOSE VEND-FILE
006618     END-IF
006619     IF NOT STM-RUN-OK
006620         MOVE STM-RETURN-ERROR TO STM-FINAL-RETURN-CODE
006621     END-IF
006622     IF STM-FINAL-RETURN-CODE = STM-RETURN-OK
006623         AND STM-RUN-OK AND STM-CARD-COUNT = 0
006624         MOVE "NO DIVISION CARDS ON STMPARM - NOTHING PRINTED"
006625             TO STM-ERROR-MESSAGE
006626         PERFORM 9000-DISPLAY-ERROR THRU
006630             9000-DISPLAY-ERROR-EXIT
006640         MOVE STM-RETURN-WARNING TO STM-FINAL-RETURN-CODE
006650     END-IF
006652     MOVE "E" TO STM-HIST-EVENT
006654     PERFORM 7700-WRITE-HISTORY-RECORD THRU
006656         7700-WRITE-HISTORY-RECORD-EXIT
006660     MOVE STM-FINAL-RETURN-CODE TO RETURN-CODE.
006670 8000-TERMINATE-EXIT.
006680     EXIT.
006730     DISPLAY "STMTRUN: " STM-ERROR-MESSAGE.
006740 9000-DISPLAY-ERROR-EXIT.
006750     EXIT.

006760*-----------------------------------------------------------------
006770* 9100-CHECK-CALENDAR-DATE
006780*-----------------------------------------------------------------
006790* SCREEN THE DATE IN STM-DATE-WORK: IT IS VALID ONLY WHEN IT IS
006800* NUMERIC WITH A NONZERO YEAR, A MONTH OF 01-12, AND A DAY INSIDE
006810* THE MONTH (FEBRUARY 29 ONLY IN A LEAP YEAR).
006820 9100-CHECK-CALENDAR-DATE.
006830     MOVE "N" TO STM-DATE-VALID-SWITCH
006840     IF STM-DATE-WORK-X IS NOT NUMERIC
006850         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
006860     END-IF
006870     IF STM-DATE-WORK-YEAR = 0
006880         OR STM-DATE-WORK-MONTH < 01
006890         OR STM-DATE-WORK-MONTH > 12
006900         OR STM-DATE-WORK-DAY < 01
006910         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
006920     END-IF
006930     MOVE 31 TO STM-MONTH-LIMIT
006940     IF STM-DATE-WORK-MONTH = 04 OR 06 OR 09 OR 11
006950         MOVE 30 TO STM-MONTH-LIMIT
006960     END-IF
006970     IF STM-DATE-WORK-MONTH = 02
006980         MOVE 28 TO STM-MONTH-LIMIT
006990         DIVIDE STM-DATE-WORK-YEAR BY 4
007000             GIVING STM-LEAP-QUOTIENT
007010             REMAINDER STM-LEAP-REMAINDER
007020         IF STM-LEAP-REMAINDER = 0
007030             MOVE 29 TO STM-MONTH-LIMIT
007040         END-IF
007050         DIVIDE STM-DATE-WORK-YEAR BY 100
007060             GIVING STM-LEAP-QUOTIENT
007070             REMAINDER STM-LEAP-REMAINDER
007080         IF STM-LEAP-REMAINDER = 0
007090             MOVE 28 TO STM-MONTH-LIMIT
007100         END-IF
007110         DIVIDE STM-DATE-WORK-YEAR BY 400
007120             GIVING STM-LEAP-QUOTIENT
007130             REMAINDER STM-LEAP-REMAINDER
007140         IF STM-LEAP-REMAINDER = 0
007150             MOVE 29 TO STM-MONTH-LIMIT
007160         END-IF
007170     END-IF
007180     IF STM-DATE-WORK-DAY > STM-MONTH-LIMIT
007190         GO TO 9100-CHECK-CALENDAR-DATE-EXIT
007200     END-IF
007210     MOVE "Y" TO STM-DATE-VALID-SWITCH.
007220 9100-CHECK-CALENDAR-DATE-EXIT.
007230     EXIT.
007240
