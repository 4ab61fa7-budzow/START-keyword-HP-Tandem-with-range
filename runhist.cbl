000010*-----------------------------------------------------------------
000020* RUNHIST
000030*-----------------------------------------------------------------
000040*
000050* RUN-HISTORY UTILITY FOR THE NIGHTLY TACL DRIVERS.  EACH RUN
000060* TAKES ONE CARD AND DOES ONE THING TO THE SHARED RUN HISTORY
000070* (RUNHIST, SEE RHSREC):
000080*
000090*     S  A DRIVER IS STARTING - APPEND ITS START RECORD.
000100*     E  A DRIVER IS ENDING - APPEND ITS END RECORD.  THE DRIVER'S
000110*        COMPLETION CODE AND COUNTS ARE WORKED OUT FROM THE STEP
000120*        RECORDS WRITTEN SINCE ITS START: THE HIGHEST STEP CODE,
000130*        OR 16 IF A STEP WAS REFUSED OR NEVER FINISHED.
000140*     G  GATE A STEP - CHECK THE STEPS AND DRIVERS IT DEPENDS ON.
000150*        IF ANY HAS FAILED (ITS LATEST RECORD IS A START WITH NO
000160*        END, A REFUSAL, OR AN END WITH CODE 8 OR MORE), APPEND A
000170*        REFUSAL FOR THE STEP AND END WITH CODE 16 SO THE DRIVER
000180*        SKIPS IT.  A REFUSED STEP COUNTS AS FAILED IN TURN, SO
000190*        EVERYTHING DOWNSTREAM OF IT IS REFUSED TOO.
000200*     C  CLEAR A STEP OR DRIVER - APPEND A CLEARED RECORD, SO A
000210*        FAILURE PUT RIGHT BY HAND (RATHER THAN BY A CLEAN RERUN)
000220*        NO LONGER HOLDS UP ITS DEPENDENTS.
000230*
000240* A FAILURE HOLDS ITS DEPENDENTS UNTIL A CLEAN RERUN OR A CLEAR -
000250* A FAILED APPLY LEFT UNTOUCHED IS STILL HALF-APPLIED THE NEXT
000260* NIGHT.  A STEP WITH NO HISTORY AT ALL HAS NOT FAILED.  DO NOT
000270* GATE A STEP ON THE DRIVER RUNNING IT - THAT DRIVER'S LATEST
000280* RECORD IS ITS OWN START.
000290*
000300* PARM CARD (RHPARM):
000310*     COL  1     ACTION (S, E, G, OR C)
000320*     COLS 3-12  THE DRIVER (S, E), STEP (G), OR EITHER (C)
000330*     COLS 14-23, 25-34, 36-45, 47-56
000340*                UP TO FOUR STEPS OR DRIVERS THE STEP DEPENDS ON
000350*                (G ONLY)
000360*
000370* RETURN CODE 0 RECORDED, OR THE STEP MAY RUN; 4 DRIVER END WITH
000380* NO START ON FILE (RECORDED WITHOUT ITS START TIME); 16 STEP
000390* REFUSED, OR THE RUN FAILED OR THE CARD WAS REFUSED.  A GATE THAT
000400* CANNOT READ THE HISTORY REFUSES THE STEP.
000410*
000420* MODIFICATION HISTORY
000430* DATE       INIT DESCRIPTION
000440* ---------- ---- --------------------------------------------
000450* 2026-10-15 RLH  ORIGINAL PROGRAM - DRIVER START/END RECORDS,
000460*                 STEP GATES, AND OPERATOR CLEARS ON THE SHARED
000470*                 BATCH-WINDOW RUN HISTORY.

000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.                  runhist.
000500     AUTHOR.                      R L HUTCHINS.
000510     INSTALLATION.                DATA FILE SERVICES.
000520     DATE-WRITTEN.                2026-10-15.
000530     DATE-COMPILED.                2026-10-15.

000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000570 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000610*    LAYOUT), READ FOR DRIVER ENDS AND GATES, APPENDED TO.
000620     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RHU-HIST-STATUS.
000650*    PARM-FILE - THE ONE ACTION CARD.
000660     SELECT PARM-FILE ASSIGN TO "RHPARM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS RHU-PARM-STATUS.

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  HIST-FILE.
000720     COPY RHSREC.

000730 FD  PARM-FILE.
000740 01  PARM-RECORD.
000750         05  PARM-ACTION               PIC X(01).
000760             88  PARM-DRIVER-START           VALUE "S".
000770             88  PARM-DRIVER-END             VALUE "E".
000780             88  PARM-GATE-STEP              VALUE "G".
000790             88  PARM-CLEAR-STEP             VALUE "C".
000800         05  FILLER                    PIC X(01).
000810         05  PARM-STEP                 PIC X(10).
000820         05  PARM-PREREQ-ENTRY OCCURS 4 TIMES.
000830             10  FILLER                PIC X(01).
000840             10  PARM-PREREQ           PIC X(10).
000850         05  FILLER                    PIC X(24).

000860 WORKING-STORAGE SECTION.
000870*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000880 77  RHU-MAX-PENDING             PIC 9(03) VALUE 050.
000890 77  RHU-FAILED-CODE             PIC 9(03) VALUE 008.
000900 77  RHU-RETURN-OK               PIC 9(02) VALUE 00.
000910 77  RHU-RETURN-WARNING          PIC 9(02) VALUE 04.
000920 77  RHU-RETURN-ERROR            PIC 9(02) VALUE 16.

000930 01  RHU-SWITCHES.
000940     05  RHU-EOF-SWITCH              PIC X(01) VALUE "N".
000950         88  RHU-EOF                       VALUE "Y".
000960     05  RHU-RUN-OK-SWITCH           PIC X(01) VALUE "Y".
000970         88  RHU-RUN-OK                    VALUE "Y".
000980     05  RHU-START-SWITCH            PIC X(01) VALUE "N".
000990         88  RHU-START-FOUND               VALUE "Y".
001000     05  RHU-REFUSE-SWITCH           PIC X(01) VALUE "N".
001010         88  RHU-STEP-REFUSED              VALUE "Y".
001020     05  RHU-FOUND-SWITCH            PIC X(01) VALUE "N".
001030         88  RHU-ENTRY-FOUND               VALUE "Y".

001040*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001050 01  RHU-FILE-STATUSES.
001060     05  RHU-HIST-STATUS             PIC X(02).
001070     05  RHU-PARM-STATUS             PIC X(02).

001080 01  RHU-RUN-USER                PIC X(20).
001090 01  RHU-RUN-DATE                PIC 9(08).
001100 01  RHU-RUN-TIME                PIC 9(08).
001110 01  RHU-SUB                     PIC S9(04) COMP VALUE 0.

001120*    THE RECORD THIS RUN APPENDS, BUILT BEFORE THE FILE IS OPENED
001130*    FOR EXTEND.
001140 01  RHU-NEW-RECORD.
001150     05  RHU-NEW-KIND                PIC X(01).
001160     05  RHU-NEW-EVENT               PIC X(01).
001170     05  RHU-NEW-START-DATE          PIC 9(08) VALUE 0.
001180     05  RHU-NEW-START-TIME          PIC 9(08) VALUE 0.
001190     05  RHU-NEW-END-DATE            PIC 9(08) VALUE 0.
001200     05  RHU-NEW-END-TIME            PIC 9(08) VALUE 0.
001210     05  RHU-NEW-CODE                PIC 9(03) VALUE 0.
001220     05  RHU-NEW-REASON              PIC X(10).
001230     05  RHU-NEW-COUNT-ENTRY OCCURS 4 TIMES.
001240         10  RHU-NEW-COUNT-LABEL     PIC X(08).
001250         10  RHU-NEW-COUNT-VALUE     PIC 9(09).

001260*    DRIVER END - WHAT ITS STEPS DID SINCE ITS LATEST START.
001270 01  RHU-DRIVER-TALLY.
001280     05  RHU-DRV-START-DATE          PIC 9(08) VALUE 0.
001290     05  RHU-DRV-START-TIME          PIC 9(08) VALUE 0.
001300     05  RHU-DRV-HIGH-CODE           PIC 9(03) VALUE 0.
001310     05  RHU-DRV-STEP-COUNT          PIC 9(09) COMP VALUE 0.
001320     05  RHU-DRV-WARNING-COUNT       PIC 9(09) COMP VALUE 0.
001330     05  RHU-DRV-FAILED-COUNT        PIC 9(09) COMP VALUE 0.
001340     05  RHU-DRV-REFUSED-COUNT       PIC 9(09) COMP VALUE 0.

001350*    DRIVER END - STEPS STARTED AND NOT YET SEEN TO END.
001360 01  RHU-PENDING-TABLE.
001370     05  RHU-PEND-COUNT              PIC 9(03) COMP VALUE 0.
001380     05  RHU-PEND-ENTRY OCCURS 050 TIMES
001390             INDEXED BY RHU-PX.
001400         10  RHU-PEND-STEP           PIC X(10).
001410         10  RHU-PEND-START-DATE     PIC 9(08).
001420         10  RHU-PEND-START-TIME     PIC 9(08).
001430         10  RHU-PEND-OPEN           PIC X(01).
001440             88  RHU-PEND-IS-OPEN          VALUE "Y".

001450*    GATE - THE LATEST RECORD SEEN FOR EACH PREREQUISITE.
001460 01  RHU-PREREQ-TABLE.
001470     05  RHU-PRQ-ENTRY OCCURS 4 TIMES.
001480         10  RHU-PRQ-NAME            PIC X(10).
001490         10  RHU-PRQ-EVENT           PIC X(01).
001500         10  RHU-PRQ-CODE            PIC 9(03).

001510 01  RHU-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001520 01  RHU-ERROR-MESSAGE           PIC X(80).

001530 PROCEDURE DIVISION.

001540*-----------------------------------------------------------------
001550* 0000-MAINLINE
001560*-----------------------------------------------------------------
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001590     IF RHU-RUN-OK AND PARM-DRIVER-START
001600         PERFORM 3000-DRIVER-START THRU 3000-DRIVER-START-EXIT
001610     END-IF
001620     IF RHU-RUN-OK AND PARM-DRIVER-END
001630         PERFORM 4000-DRIVER-END THRU 4000-DRIVER-END-EXIT
001640     END-IF
001650     IF RHU-RUN-OK AND PARM-GATE-STEP
001660         PERFORM 5000-GATE-STEP THRU 5000-GATE-STEP-EXIT
001670     END-IF
001680     IF RHU-RUN-OK AND PARM-CLEAR-STEP
001690         PERFORM 6000-CLEAR-STEP THRU 6000-CLEAR-STEP-EXIT
001700     END-IF
001710     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001720     STOP RUN.

001730*-----------------------------------------------------------------
001740* 1000-INITIALIZE
001750*-----------------------------------------------------------------
001760 1000-INITIALIZE.
001770     ACCEPT RHU-RUN-USER FROM ENVIRONMENT "USER"
001780     ACCEPT RHU-RUN-DATE FROM DATE YYYYMMDD
001790     ACCEPT RHU-RUN-TIME FROM TIME
001800     MOVE SPACES TO RHU-NEW-REASON
001810     PERFORM 1050-CLEAR-NEW-COUNT THRU 1050-CLEAR-NEW-COUNT-EXIT
001820         VARYING RHU-SUB FROM 1 BY 1
001830         UNTIL RHU-SUB > 4
001840     MOVE SPACES TO PARM-RECORD
001850     OPEN INPUT PARM-FILE
001860     IF NOT RHU-PARM-STATUS = "00"
001870         MOVE "UNABLE TO OPEN RHPARM" TO RHU-ERROR-MESSAGE
001880         PERFORM 9000-DISPLAY-ERROR THRU
001890             9000-DISPLAY-ERROR-EXIT
001900         MOVE "N" TO RHU-RUN-OK-SWITCH
001910         GO TO 1000-INITIALIZE-EXIT
001920     END-IF
001930     READ PARM-FILE
001940         AT END
001950             MOVE SPACES TO PARM-RECORD
001960     END-READ
001970     CLOSE PARM-FILE
001980     IF NOT PARM-DRIVER-START AND NOT PARM-DRIVER-END
001990         AND NOT PARM-GATE-STEP AND NOT PARM-CLEAR-STEP
002000         MOVE "RHPARM ACTION IS NOT S, E, G, OR C" TO
002010             RHU-ERROR-MESSAGE
002020         PERFORM 9000-DISPLAY-ERROR THRU
002030             9000-DISPLAY-ERROR-EXIT
002040         MOVE "N" TO RHU-RUN-OK-SWITCH
002050         GO TO 1000-INITIALIZE-EXIT
002060     END-IF
002070     IF PARM-STEP = SPACES
002080         MOVE "RHPARM CARRIES NO STEP OR DRIVER NAME" TO
002090             RHU-ERROR-MESSAGE
002100         PERFORM 9000-DISPLAY-ERROR THRU
002110             9000-DISPLAY-ERROR-EXIT
002120         MOVE "N" TO RHU-RUN-OK-SWITCH
002130     END-IF.
002140 1000-INITIALIZE-EXIT.
002150     EXIT.

002160*-----------------------------------------------------------------
002170* 1050-CLEAR-NEW-COUNT
002180*-----------------------------------------------------------------
002190 1050-CLEAR-NEW-COUNT.
002200     MOVE SPACES TO RHU-NEW-COUNT-LABEL(RHU-SUB)
002210     MOVE 0 TO RHU-NEW-COUNT-VALUE(RHU-SUB).
002220 1050-CLEAR-NEW-COUNT-EXIT.
002230     EXIT.

002240*-----------------------------------------------------------------
002250* 2000-OPEN-HISTORY
002260*-----------------------------------------------------------------
002270* OPEN THE HISTORY TO READ IT THROUGH.  A FILE NOT YET CREATED
002280* (STATUS 35) IS AN EMPTY HISTORY - RHU-EOF IS SET AND THE
002290* CALLER SEES NO RECORDS.
002300 2000-OPEN-HISTORY.
002310     MOVE "N" TO RHU-EOF-SWITCH
002320     OPEN INPUT HIST-FILE
002330     IF RHU-HIST-STATUS = "35"
002340         MOVE "Y" TO RHU-EOF-SWITCH
002350         GO TO 2000-OPEN-HISTORY-EXIT
002360     END-IF
002370     IF NOT RHU-HIST-STATUS = "00"
002380         MOVE "UNABLE TO READ RUNHIST" TO RHU-ERROR-MESSAGE
002390         PERFORM 9000-DISPLAY-ERROR THRU
002400             9000-DISPLAY-ERROR-EXIT
002410         MOVE "N" TO RHU-RUN-OK-SWITCH
002420     END-IF.
002430 2000-OPEN-HISTORY-EXIT.
002440     EXIT.

002450*-----------------------------------------------------------------
002460* 2100-READ-HISTORY
002470*-----------------------------------------------------------------
002480 2100-READ-HISTORY.
002490     READ HIST-FILE
002500         AT END
002510             MOVE "Y" TO RHU-EOF-SWITCH
002520     END-READ
002530     IF NOT RHU-EOF AND NOT RHU-HIST-STATUS = "00"
002540         MOVE "ERROR READING RUNHIST" TO RHU-ERROR-MESSAGE
002550         PERFORM 9000-DISPLAY-ERROR THRU
002560             9000-DISPLAY-ERROR-EXIT
002570         MOVE "N" TO RHU-RUN-OK-SWITCH
002580         MOVE "Y" TO RHU-EOF-SWITCH
002590     END-IF.
002600 2100-READ-HISTORY-EXIT.
002610     EXIT.

002620*-----------------------------------------------------------------
002630* 3000-DRIVER-START
002640*-----------------------------------------------------------------
002650 3000-DRIVER-START.
002660     MOVE "D" TO RHU-NEW-KIND
002670     MOVE "S" TO RHU-NEW-EVENT
002680     MOVE RHU-RUN-DATE TO RHU-NEW-START-DATE
002690     MOVE RHU-RUN-TIME TO RHU-NEW-START-TIME
002700     PERFORM 7000-WRITE-HISTORY-RECORD THRU
002710         7000-WRITE-HISTORY-RECORD-EXIT.
002720 3000-DRIVER-START-EXIT.
002730     EXIT.

002740*-----------------------------------------------------------------
002750* 4000-DRIVER-END
002760*-----------------------------------------------------------------
002770* READ THE HISTORY THROUGH.  EACH START RECORD FOR THIS DRIVER
002780* BEGINS THE TALLY AGAIN, SO WHAT IS LEFT AT END OF FILE COVERS
002790* THE STEPS SINCE ITS LATEST START.  A STEP STILL STARTED AT THE
002800* END NEVER FINISHED.
002810 4000-DRIVER-END.
002820     PERFORM 2000-OPEN-HISTORY THRU 2000-OPEN-HISTORY-EXIT
002830     IF NOT RHU-RUN-OK
002840         GO TO 4000-DRIVER-END-EXIT
002850     END-IF
002860     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT
002870     PERFORM 4100-TALLY-RECORD THRU 4100-TALLY-RECORD-EXIT
002880         UNTIL RHU-EOF
002890     IF NOT RHU-HIST-STATUS = "35"
002900         CLOSE HIST-FILE
002910     END-IF
002920     IF NOT RHU-RUN-OK
002930         GO TO 4000-DRIVER-END-EXIT
002940     END-IF
002950     PERFORM 4300-COUNT-UNFINISHED THRU 4300-COUNT-UNFINISHED-EXIT
002960         VARYING RHU-PX FROM 1 BY 1
002970         UNTIL RHU-PX > RHU-PEND-COUNT
002980     IF RHU-DRV-FAILED-COUNT > 0 OR RHU-DRV-REFUSED-COUNT > 0
002990         IF RHU-DRV-HIGH-CODE < RHU-RETURN-ERROR
003000             MOVE RHU-RETURN-ERROR TO RHU-DRV-HIGH-CODE
003010         END-IF
003020     END-IF
003030     IF NOT RHU-START-FOUND
003040         MOVE SPACES TO RHU-ERROR-MESSAGE
003050         STRING "NO START ON RUNHIST FOR DRIVER "
003060                 DELIMITED BY SIZE
003070             PARM-STEP DELIMITED BY SPACE
003080             " - END RECORDED WITHOUT IT" DELIMITED BY SIZE
003090             INTO RHU-ERROR-MESSAGE
003100         PERFORM 9000-DISPLAY-ERROR THRU
003110             9000-DISPLAY-ERROR-EXIT
003120         MOVE RHU-RETURN-WARNING TO RHU-FINAL-RETURN-CODE
003130     END-IF
003140     MOVE "D" TO RHU-NEW-KIND
003150     MOVE "E" TO RHU-NEW-EVENT
003160     MOVE RHU-DRV-START-DATE TO RHU-NEW-START-DATE
003170     MOVE RHU-DRV-START-TIME TO RHU-NEW-START-TIME
003180     MOVE RHU-RUN-DATE TO RHU-NEW-END-DATE
003190     MOVE RHU-RUN-TIME TO RHU-NEW-END-TIME
003200     MOVE RHU-DRV-HIGH-CODE TO RHU-NEW-CODE
003210     MOVE "STEPS" TO RHU-NEW-COUNT-LABEL(1)
003220     MOVE RHU-DRV-STEP-COUNT TO RHU-NEW-COUNT-VALUE(1)
003230     MOVE "WARNINGS" TO RHU-NEW-COUNT-LABEL(2)
003240     MOVE RHU-DRV-WARNING-COUNT TO RHU-NEW-COUNT-VALUE(2)
003250     MOVE "FAILED" TO RHU-NEW-COUNT-LABEL(3)
003260     MOVE RHU-DRV-FAILED-COUNT TO RHU-NEW-COUNT-VALUE(3)
003270     MOVE "REFUSED" TO RHU-NEW-COUNT-LABEL(4)
003280     MOVE RHU-DRV-REFUSED-COUNT TO RHU-NEW-COUNT-VALUE(4)
003290     PERFORM 7000-WRITE-HISTORY-RECORD THRU
003300         7000-WRITE-HISTORY-RECORD-EXIT.
003310 4000-DRIVER-END-EXIT.
003320     EXIT.

003330*-----------------------------------------------------------------
003340* 4100-TALLY-RECORD
003350*-----------------------------------------------------------------
003360* OTHER DRIVERS' RECORDS ARE PASSED OVER; A PROGRAM STEP'S START
003370* OPENS A PENDING ENTRY AND ITS END CLOSES IT AND IS COUNTED.
003380 4100-TALLY-RECORD.
003390     IF RHS-IS-DRIVER
003400         IF RHS-STEP = PARM-STEP AND RHS-STARTED
003410             MOVE "Y" TO RHU-START-SWITCH
003420             MOVE RHS-START-DATE TO RHU-DRV-START-DATE
003430             MOVE RHS-START-TIME TO RHU-DRV-START-TIME
003440             MOVE 0 TO RHU-DRV-HIGH-CODE
003450             MOVE 0 TO RHU-DRV-STEP-COUNT
003460             MOVE 0 TO RHU-DRV-WARNING-COUNT
003470             MOVE 0 TO RHU-DRV-FAILED-COUNT
003480             MOVE 0 TO RHU-DRV-REFUSED-COUNT
003490             MOVE 0 TO RHU-PEND-COUNT
003500         END-IF
003510         GO TO 4100-TALLY-NEXT
003520     END-IF
003530     IF NOT RHU-START-FOUND
003540         GO TO 4100-TALLY-NEXT
003550     END-IF
003560     IF RHS-STARTED
003570         PERFORM 4200-OPEN-PENDING THRU 4200-OPEN-PENDING-EXIT
003580         GO TO 4100-TALLY-NEXT
003590     END-IF
003600     IF RHS-REFUSED
003610         ADD 1 TO RHU-DRV-REFUSED-COUNT
003620         GO TO 4100-TALLY-NEXT
003630     END-IF
003640     IF NOT RHS-ENDED
003650         GO TO 4100-TALLY-NEXT
003660     END-IF
003670     PERFORM 4250-CLOSE-PENDING THRU 4250-CLOSE-PENDING-EXIT
003680     ADD 1 TO RHU-DRV-STEP-COUNT
003690     IF RHS-COMPLETION-CODE IS NOT NUMERIC
003700         ADD 1 TO RHU-DRV-FAILED-COUNT
003710         GO TO 4100-TALLY-NEXT
003720     END-IF
003730     IF RHS-COMPLETION-CODE > RHU-DRV-HIGH-CODE
003740         MOVE RHS-COMPLETION-CODE TO RHU-DRV-HIGH-CODE
003750     END-IF
003760     IF RHS-COMPLETION-CODE NOT < RHU-FAILED-CODE
003770         ADD 1 TO RHU-DRV-FAILED-COUNT
003780     ELSE
003790         IF RHS-COMPLETION-CODE > 0
003800             ADD 1 TO RHU-DRV-WARNING-COUNT
003810         END-IF
003820     END-IF.
003830 4100-TALLY-NEXT.
003840     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
003850 4100-TALLY-RECORD-EXIT.
003860     EXIT.

003870*-----------------------------------------------------------------
003880* 4200-OPEN-PENDING
003890*-----------------------------------------------------------------
003900* A FULL TABLE DROPS THE START - THAT STEP CANNOT THEN BE SEEN
003910* AS UNFINISHED, SO THE DRIVER IS MARKED FAILED INSTEAD.
003920 4200-OPEN-PENDING.
003930     IF RHU-PEND-COUNT >= RHU-MAX-PENDING
003940         ADD 1 TO RHU-DRV-FAILED-COUNT
003950         GO TO 4200-OPEN-PENDING-EXIT
003960     END-IF
003970     ADD 1 TO RHU-PEND-COUNT
003980     SET RHU-PX TO RHU-PEND-COUNT
003990     MOVE RHS-STEP TO RHU-PEND-STEP(RHU-PX)
004000     MOVE RHS-START-DATE TO RHU-PEND-START-DATE(RHU-PX)
004010     MOVE RHS-START-TIME TO RHU-PEND-START-TIME(RHU-PX)
004020     MOVE "Y" TO RHU-PEND-OPEN(RHU-PX).
004030 4200-OPEN-PENDING-EXIT.
004040     EXIT.

004050*-----------------------------------------------------------------
004060* 4250-CLOSE-PENDING
004070*-----------------------------------------------------------------
004080 4250-CLOSE-PENDING.
004090     SET RHU-PX TO 1
004100     SEARCH RHU-PEND-ENTRY
004110         AT END
004120             CONTINUE
004130         WHEN RHU-PX > RHU-PEND-COUNT
004140             CONTINUE
004150         WHEN RHU-PEND-STEP(RHU-PX) = RHS-STEP
004160             AND RHU-PEND-START-DATE(RHU-PX) = RHS-START-DATE
004170             AND RHU-PEND-START-TIME(RHU-PX) = RHS-START-TIME
004180             MOVE "N" TO RHU-PEND-OPEN(RHU-PX)
004190     END-SEARCH.
004200 4250-CLOSE-PENDING-EXIT.
004210     EXIT.

004220*-----------------------------------------------------------------
004230* 4300-COUNT-UNFINISHED
004240*-----------------------------------------------------------------
004250 4300-COUNT-UNFINISHED.
004260     IF RHU-PEND-IS-OPEN(RHU-PX)
004270         ADD 1 TO RHU-DRV-FAILED-COUNT
004280         MOVE SPACES TO RHU-ERROR-MESSAGE
004290         STRING "STEP " DELIMITED BY SIZE
004300             RHU-PEND-STEP(RHU-PX) DELIMITED BY SPACE
004310             " STARTED AND NEVER FINISHED" DELIMITED BY SIZE
004320             INTO RHU-ERROR-MESSAGE
004330         PERFORM 9000-DISPLAY-ERROR THRU
004340             9000-DISPLAY-ERROR-EXIT
004350     END-IF.
004360 4300-COUNT-UNFINISHED-EXIT.
004370     EXIT.

004380*-----------------------------------------------------------------
004390* 5000-GATE-STEP
004400*-----------------------------------------------------------------
004410* FIND THE LATEST RECORD OF EACH PREREQUISITE ON THE CARD; THE
004420* FIRST ONE THAT HAS FAILED REFUSES THE STEP.  A HISTORY THAT
004430* CANNOT BE READ REFUSES IT TOO - A GATE THAT CANNOT LOOK DOES
004440* NOT OPEN.
004450 5000-GATE-STEP.
004460     PERFORM 5050-LOAD-PREREQ THRU 5050-LOAD-PREREQ-EXIT
004470         VARYING RHU-SUB FROM 1 BY 1
004480         UNTIL RHU-SUB > 4
004490     PERFORM 2000-OPEN-HISTORY THRU 2000-OPEN-HISTORY-EXIT
004500     IF NOT RHU-RUN-OK
004510         GO TO 5000-GATE-STEP-EXIT
004520     END-IF
004530     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT
004540     PERFORM 5100-NOTE-RECORD THRU 5100-NOTE-RECORD-EXIT
004550         UNTIL RHU-EOF
004560     IF NOT RHU-HIST-STATUS = "35"
004570         CLOSE HIST-FILE
004580     END-IF
004590     IF NOT RHU-RUN-OK
004600         GO TO 5000-GATE-STEP-EXIT
004610     END-IF
004620     PERFORM 5200-CHECK-PREREQ THRU 5200-CHECK-PREREQ-EXIT
004630         VARYING RHU-SUB FROM 1 BY 1
004640         UNTIL RHU-SUB > 4 OR RHU-STEP-REFUSED
004650     IF NOT RHU-STEP-REFUSED
004660         GO TO 5000-GATE-STEP-EXIT
004670     END-IF
004680     MOVE SPACES TO RHU-ERROR-MESSAGE
004690     STRING PARM-STEP DELIMITED BY SPACE
004700         " REFUSED - " DELIMITED BY SIZE
004710         RHU-NEW-REASON DELIMITED BY SPACE
004720         " HAS FAILED AND NOT BEEN RERUN OR CLEARED"
004730             DELIMITED BY SIZE
004740         INTO RHU-ERROR-MESSAGE
004750     PERFORM 9000-DISPLAY-ERROR THRU
004760         9000-DISPLAY-ERROR-EXIT
004770     MOVE "P" TO RHU-NEW-KIND
004780     MOVE "R" TO RHU-NEW-EVENT
004790     MOVE RHU-RUN-DATE TO RHU-NEW-START-DATE
004800     MOVE RHU-RUN-TIME TO RHU-NEW-START-TIME
004810     PERFORM 7000-WRITE-HISTORY-RECORD THRU
004820         7000-WRITE-HISTORY-RECORD-EXIT
004830     MOVE RHU-RETURN-ERROR TO RHU-FINAL-RETURN-CODE.
004840 5000-GATE-STEP-EXIT.
004850     EXIT.

004860*-----------------------------------------------------------------
004870* 5050-LOAD-PREREQ
004880*-----------------------------------------------------------------
004890 5050-LOAD-PREREQ.
004900     MOVE PARM-PREREQ(RHU-SUB) TO RHU-PRQ-NAME(RHU-SUB)
004910     MOVE SPACE TO RHU-PRQ-EVENT(RHU-SUB)
004920     MOVE 0 TO RHU-PRQ-CODE(RHU-SUB).
004930 5050-LOAD-PREREQ-EXIT.
004940     EXIT.

004950*-----------------------------------------------------------------
004960* 5100-NOTE-RECORD
004970*-----------------------------------------------------------------
004980 5100-NOTE-RECORD.
004990     PERFORM 5150-NOTE-ONE-PREREQ THRU 5150-NOTE-ONE-PREREQ-EXIT
005000         VARYING RHU-SUB FROM 1 BY 1
005010         UNTIL RHU-SUB > 4
005020     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
005030 5100-NOTE-RECORD-EXIT.
005040     EXIT.

005050*-----------------------------------------------------------------
005060* 5150-NOTE-ONE-PREREQ
005070*-----------------------------------------------------------------
005080* THE RECORD IN HAND BECOMES THE PREREQUISITE'S LATEST.  AN END
005090* WITH A DAMAGED CODE IS TAKEN AS FAILED.
005100 5150-NOTE-ONE-PREREQ.
005110     IF RHU-PRQ-NAME(RHU-SUB) = SPACES
005120         OR RHU-PRQ-NAME(RHU-SUB) NOT = RHS-STEP
005130         GO TO 5150-NOTE-ONE-PREREQ-EXIT
005140     END-IF
005150     MOVE RHS-EVENT TO RHU-PRQ-EVENT(RHU-SUB)
005160     IF RHS-COMPLETION-CODE IS NUMERIC
005170         MOVE RHS-COMPLETION-CODE TO RHU-PRQ-CODE(RHU-SUB)
005180     ELSE
005190         MOVE RHU-FAILED-CODE TO RHU-PRQ-CODE(RHU-SUB)
005200     END-IF.
005210 5150-NOTE-ONE-PREREQ-EXIT.
005220     EXIT.

005230*-----------------------------------------------------------------
005240* 5200-CHECK-PREREQ
005250*-----------------------------------------------------------------
005260 5200-CHECK-PREREQ.
005270     IF RHU-PRQ-NAME(RHU-SUB) = SPACES
005280         GO TO 5200-CHECK-PREREQ-EXIT
005290     END-IF
005300     IF RHU-PRQ-EVENT(RHU-SUB) = "S"
005310         OR RHU-PRQ-EVENT(RHU-SUB) = "R"
005320         OR (RHU-PRQ-EVENT(RHU-SUB) = "E"
005330             AND RHU-PRQ-CODE(RHU-SUB) NOT < RHU-FAILED-CODE)
005340         MOVE "Y" TO RHU-REFUSE-SWITCH
005350         MOVE RHU-PRQ-NAME(RHU-SUB) TO RHU-NEW-REASON
005360     END-IF.
005370 5200-CHECK-PREREQ-EXIT.
005380     EXIT.

005390*-----------------------------------------------------------------
005400* 6000-CLEAR-STEP
005410*-----------------------------------------------------------------
005420 6000-CLEAR-STEP.
005430     MOVE "P" TO RHU-NEW-KIND
005440     MOVE "C" TO RHU-NEW-EVENT
005450     MOVE RHU-RUN-DATE TO RHU-NEW-START-DATE
005460     MOVE RHU-RUN-TIME TO RHU-NEW-START-TIME
005470     PERFORM 7000-WRITE-HISTORY-RECORD THRU
005480         7000-WRITE-HISTORY-RECORD-EXIT.
005490 6000-CLEAR-STEP-EXIT.
005500     EXIT.

005510*-----------------------------------------------------------------
005520* 7000-WRITE-HISTORY-RECORD
005530*-----------------------------------------------------------------
005540* APPEND THE RECORD BUILT IN RHU-NEW-RECORD.
005550 7000-WRITE-HISTORY-RECORD.
005560     OPEN EXTEND HIST-FILE
005570     IF NOT RHU-HIST-STATUS = "00" AND
005580         NOT RHU-HIST-STATUS = "05"
005590         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
005600             RHU-ERROR-MESSAGE
005610         PERFORM 9000-DISPLAY-ERROR THRU
005620             9000-DISPLAY-ERROR-EXIT
005630         MOVE "N" TO RHU-RUN-OK-SWITCH
005640         GO TO 7000-WRITE-HISTORY-RECORD-EXIT
005650     END-IF
005660     MOVE SPACES TO RHS-RECORD
005670     MOVE PARM-STEP TO RHS-STEP
005680     MOVE RHU-NEW-KIND TO RHS-KIND
005690     MOVE RHU-NEW-EVENT TO RHS-EVENT
005700     MOVE RHU-NEW-START-DATE TO RHS-START-DATE
005710     MOVE RHU-NEW-START-TIME TO RHS-START-TIME
005720     MOVE RHU-NEW-END-DATE TO RHS-END-DATE
005730     MOVE RHU-NEW-END-TIME TO RHS-END-TIME
005740     MOVE RHU-NEW-CODE TO RHS-COMPLETION-CODE
005750     MOVE RHU-RUN-USER TO RHS-USER
005760     MOVE RHU-NEW-REASON TO RHS-REASON-STEP
005770     PERFORM 7050-MOVE-COUNT THRU 7050-MOVE-COUNT-EXIT
005780         VARYING RHU-SUB FROM 1 BY 1
005790         UNTIL RHU-SUB > 4
005800     WRITE RHS-RECORD
005810     IF NOT RHU-HIST-STATUS = "00"
005820         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
005830             RHU-ERROR-MESSAGE
005840         PERFORM 9000-DISPLAY-ERROR THRU
005850             9000-DISPLAY-ERROR-EXIT
005860         MOVE "N" TO RHU-RUN-OK-SWITCH
005870     END-IF
005880     CLOSE HIST-FILE.
005890 7000-WRITE-HISTORY-RECORD-EXIT.
005900     EXIT.

005910*-----------------------------------------------------------------
005920* 7050-MOVE-COUNT
005930*-----------------------------------------------------------------
005940 7050-MOVE-COUNT.
005950     MOVE RHU-NEW-COUNT-LABEL(RHU-SUB) TO RHS-COUNT-LABEL(RHU-SUB)
005960     MOVE RHU-NEW-COUNT-VALUE(RHU-SUB) TO
005970         RHS-COUNT-VALUE(RHU-SUB).
005980 7050-MOVE-COUNT-EXIT.
005990     EXIT.

006000*-----------------------------------------------------------------
006010* 8000-TERMINATE
006020*-----------------------------------------------------------------
006030 8000-TERMINATE.
006040     IF NOT RHU-RUN-OK
006050         MOVE RHU-RETURN-ERROR TO RHU-FINAL-RETURN-CODE
006060     END-IF
006070     MOVE RHU-FINAL-RETURN-CODE TO RETURN-CODE.
006080 8000-TERMINATE-EXIT.
006090     EXIT.

006100*-----------------------------------------------------------------
006110* 9000-DISPLAY-ERROR
006120*-----------------------------------------------------------------
006130 9000-DISPLAY-ERROR.
006140     DISPLAY "RUNHIST: " RHU-ERROR-MESSAGE.
006150 9000-DISPLAY-ERROR-EXIT.
006160     EXIT.
