000160* THROUGH, THIS RUN SKIPS THE CARDS ALREADY FINISHED AND PICKS
000170* THE FAILING CARD UP FROM ITS LAST CHECKPOINTED KEY.  EVERY
000180* CARD - COMPLETE OR NOT - IS RECORDED ON THE AUDIT LOG.
000181*
000182* EVERY CARD IS LIMITED TO THE DIVISIONS THE SUBMITTING USER IS
000183* ENTITLED TO ON ENTLMT (SEE ENTREC).  A MATCH IN ANY OTHER
000184* DIVISION IS WITHHELD - NOT REPORTED, EXTRACTED, AGED, OR
000185* CHANGED - AND COUNTED UNDER THE SECTION'S TOTALS; A USER WITH
000186* NO GRANTS, OR AN AG CARD NAMING A DIVISION OUTSIDE THE USER'S
000187* GRANTS, HAS THE CARD REJECTED.  EITHER IS MARKED ON THE CARD'S
000188* AUDIT LINE FOR THE DENIED-ACCESS REVIEW.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT DESCRIPTION
001721*                 USED TO LEAVE UP TO INTERVAL-1 PHANTOM
001722*                 CHANGES ON THE TRAILER, THE AUDIT LINE, AND
001723*                 THE RUN-CONTROL RECORD.
001724* 2026-10-15 RLH  EVERY UP REWRITE IS NOW APPENDED TO THE
001725*                 SHARED CHANGE JOURNAL (DATAJRNL, SEE JRNREC)
001726*                 WITH THE RECORD'S BEFORE AND AFTER IMAGES,
001727*                 INSIDE THE BATCH'S TMF TRANSACTION - A
001728*                 FAILED ENTRY BACKS THE BATCH OUT LIKE A
001729*                 FAILED REWRITE.
001730* 2026-10-15 RLH  EVERY CARD IS NOW LIMITED TO THE SUBMITTING
001731*                 USER'S ENTITLED DIVISIONS (ENTLMT, SEE ENTREC),
001732*                 LOADED ONCE AT INITIALIZATION.  MATCHES OUTSIDE
001733*                 THEM ARE WITHHELD AND COUNTED ON A NEW SECTION
001734*                 LINE; A USER WITH NO GRANTS, OR AN AG CARD FOR
001735*                 A DIVISION NOT GRANTED, IS REJECTED.  THE AUDIT
001736*                 LINE CARRIES THE ACCESS MARKER (SEE AUDITLN).
001737* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
001738*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
001739*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
001740*                 GATES AND THE MORNING BATCH-STATUS REPORT.
001741* 2026-10-15 RLH  THE AUDIT LINE'S TRANSFER DIVISIONS ARE NOW SET
001742*                 TO SPACES - THEY WERE LEFT UNSET.
001743* 2026-10-15 RLH  RUNHIST'S WITHHELD COUNT NOW COVERS EVERY CARD.

001744 IDENTIFICATION DIVISION.
001745 PROGRAM-ID.                  mininimal.
001746     AUTHOR.                      R L HUTCHINS.
001747     INSTALLATION.                DATA FILE SERVICES.
001748     DATE-WRITTEN.                2026-08-09.
001749     DATE-COMPILED.                2026-08-09.

001750 ENVIRONMENT DIVISION.
001760 CONFIGURATION SECTION.
002191         ACCESS MODE IS SEQUENTIAL
002192         RECORD KEY IS DIV-CODE
002193         FILE STATUS IS DFS-DIV-STATUS.
002194*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
002195*    LAYOUT); ONE ENTRY APPENDED PER UP REWRITE.  OPENED AT THE
002196*    FIRST REWRITE, SO A RUN WITH NO UP CARD NEVER TOUCHES IT.
002197     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
002198         ORGANIZATION IS SEQUENTIAL
002199         FILE STATUS IS DFS-JRN-STATUS.
002200*    ENT-FILE - THE USER-TO-DIVISION ENTITLEMENT FILE (ENTREC
002201*    LAYOUT), READ ONCE AT INITIALIZATION FOR THE SUBMITTING
002202*    USER'S GRANTS.
002203     SELECT ENT-FILE ASSIGN TO "ENTLMT"
002204         ORGANIZATION IS INDEXED
002205         ACCESS MODE IS DYNAMIC
002206         RECORD KEY IS ENT-KEY
002207         FILE STATUS IS DFS-ENT-STATUS.
002208*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
002209*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
002210     SELECT HIST-FILE ASSIGN TO "RUNHIST"
002211         ORGANIZATION IS LINE SEQUENTIAL
002212         FILE STATUS IS DFS-HIST-STATUS.

002222 DATA DIVISION.
002190 FILE SECTION.
002200 FD  DATA-FILE.
002210     COPY DATAREC.
003045 FD  STOP-FILE.
003046 01  STOP-RECORD                 PIC X(80).

003047 FD  JRN-FILE.
003048 01  JRN-FILE-RECORD             PIC X(240).

003049 FD  ENT-FILE.
003050     COPY ENTREC.

003051 FD  HIST-FILE.
003052     COPY RHSREC.

003056 WORKING-STORAGE SECTION.
003060*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
003070 77  DFS-MAX-KEY-LENGTH          PIC 9(02) VALUE 11.
003080 77  DFS-MAX-KEY1-LENGTH         PIC 9(02) VALUE 05.
003100 77  DFS-MAX-DIVISIONS           PIC 9(03) VALUE 100.
003102 77  DFS-MAX-DIVMAST             PIC 9(03) VALUE 200.
003104 77  DFS-MAX-REGIONS             PIC 9(03) VALUE 050.
003107 77  DFS-MAX-GRANTS              PIC 9(03) VALUE 100.
003110 77  DFS-RETURN-OK               PIC 9(02) VALUE 00.
003120 77  DFS-RETURN-WARNING          PIC 9(02) VALUE 04.
003130 77  DFS-RETURN-ERROR            PIC 9(02) VALUE 16.
003596*    AT THE CHECKPOINT TICK (OR AT END OF CARD) OR BACKS OUT.
003598     05  DFS-TXN-SWITCH              PIC X(01) VALUE "N".
003599         88  DFS-TXN-ACTIVE                VALUE "Y".
003600     05  DFS-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
003601         88  DFS-JRN-IS-OPEN               VALUE "Y".
003602     05  DFS-ENT-EOF-SWITCH          PIC X(01) VALUE "N".
003603         88  DFS-ENT-EOF                   VALUE "Y".
003604     05  DFS-ENT-ALL-SWITCH          PIC X(01) VALUE "N".
003605         88  DFS-ENT-ALL-DIVISIONS         VALUE "Y".
003606     05  DFS-ENT-REGION-SWITCH       PIC X(01) VALUE "N".
003607         88  DFS-ENT-HAS-REGIONS           VALUE "Y".
003608     05  DFS-ENT-GRANTED-SWITCH      PIC X(01) VALUE "N".
003609         88  DFS-ENT-GRANTED               VALUE "Y".

003611*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
003613 01  DFS-FILE-STATUSES.
003620     05  DFS-DATA-STATUS             PIC X(02).
003630         88  DFS-DATA-STATUS-OK        VALUE "00".
003640     05  DFS-PARM-STATUS             PIC X(02).
003681     05  DFS-CTL-STATUS              PIC X(02).
003682     05  DFS-DIV-STATUS              PIC X(02).
003683     05  DFS-STOP-STATUS             PIC X(02).
003686     05  DFS-JRN-STATUS              PIC X(02).
003688     05  DFS-ENT-STATUS              PIC X(02).
003689     05  DFS-HIST-STATUS             PIC X(02).

003690*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
003691 01  DFS-HISTORY-WORK.
003692     05  DFS-HIST-EVENT              PIC X(01).
003693     05  DFS-HIST-START-DATE         PIC 9(08) VALUE 0.
003694     05  DFS-HIST-START-TIME         PIC 9(08) VALUE 0.

003696*    RUN-TIME SEARCH PARAMETERS, RESOLVED FROM PARM-FILE AND,
003700*    WHEN A PRIOR RUN WAS INTERRUPTED, FROM CHECKPOINT-FILE.
003710 01  DFS-SEARCH-PARMS.
003720     05  DFS-OPERATOR-CODE           PIC X(02).
004494*    FOR THE RUN-CONTROL RECORD THE RUN POSTS AT TERMINATION.
004496     05  DFS-RUN-READ-COUNT          PIC 9(09) COMP VALUE 0.
004498     05  DFS-RUN-CHANGED-COUNT       PIC 9(09) COMP VALUE 0.
004499     05  DFS-RUN-WITHHELD-COUNT      PIC 9(09) COMP VALUE 0.

004500*    GRAND-TOTAL ACCUMULATORS FOR THE RANGE REPORT - THEY RUN
004510*    FOR THE WHOLE CARD.
005122*    THE DIVISION CODE 5360-LOOK-UP-DIVMAST SEARCHES FOR.
005124 01  DFS-DIVM-LOOKUP-CODE        PIC X(05).

005125*    THE SUBMITTING USER'S DIVISION GRANTS, LOADED ONCE BY 1600.
005126*    AN ALL GRANT ONLY SETS DFS-ENT-ALL-DIVISIONS.
005127 01  DFS-ENTITLEMENT-TABLE.
005128     05  DFS-ENT-COUNT               PIC 9(03) COMP VALUE 0.
005129     05  DFS-ENT-ENTRY OCCURS 100 TIMES
005130             INDEXED BY DFS-EX.
005131         10  DFS-ENT-TYPE            PIC X(01).
005132         10  DFS-ENT-CODE            PIC X(05).

005133*    ENTITLEMENT CHECK WORK FIELDS.  5370 CHECKS THE DIVISION IN
005134*    DFS-ENT-DIVISION AND REMEMBERS THE LAST ANSWER.  THE CARD'S
005135*    WITHHELD MATCHES AND ITS AUDIT ACCESS MARKER (SPACE, D, OR
005136*    W - SEE AUDITLN) ARE RESET BY 3200 FOR EVERY CARD.
005137 01  DFS-ENT-WORK-FIELDS.
005138     05  DFS-ENT-DIVISION            PIC X(05).
005139     05  DFS-ENT-REGION              PIC X(03).
005140     05  DFS-ENT-LAST-DIVISION       PIC X(05).
005141     05  DFS-ENT-LAST-RESULT         PIC X(01).
005142     05  DFS-WITHHELD-COUNT          PIC 9(09) COMP VALUE 0.
005143     05  DFS-ACCESS-FLAG             PIC X(01) VALUE SPACE.

005145*    REPORT LINE LAYOUT - ONE PER MATCHING DATA-FILE RECORD.
005147 01  DFS-REPORT-LINE.
005150     05  DFS-RPT-KEY-1               PIC X(05).
005160     05  FILLER                      PIC X(01) VALUE SPACE.
005170     05  DFS-RPT-KEY-2               PIC X(11).
006000         "*** OPERATOR STOP - SECTION DRAINED AT CHECKPOINT".
006001     05  FILLER                      PIC X(28) VALUE " ***".

006002*    WRITTEN UNDER A SECTION'S TOTALS WHEN MATCHES IN DIVISIONS
006003*    OUTSIDE THE SUBMITTING USER'S ENTITLEMENT WERE WITHHELD -
006004*    THEY ARE IN NONE OF THE DETAIL, EXTRACT, OR TOTALS ABOVE.
006005 01  DFS-WITHHELD-LINE.
006006     05  FILLER                      PIC X(25) VALUE
006007         "WITHHELD         RECORDS:".
006008     05  FILLER                      PIC X(01) VALUE SPACE.
006009     05  DFS-WHD-RECORD-COUNT        PIC Z(08)9.
006010     05  FILLER                      PIC X(45) VALUE
006011         " - OUTSIDE USER'S DIVISION ENTITLEMENT".

006013*    SECTION HEADER WRITTEN TO THE REPORT FOR EACH PARM CARD
006015*    PROCESSED, SO ONE NIGHT'S REPORT SPLITS CLEANLY BACK INTO
006017*    ITS PER-REQUEST SECTIONS.
006020 01  DFS-CARD-HEADER-LINE.
006030     05  FILLER                      PIC X(08) VALUE "REQUEST ".
006040     05  DFS-HDR-CARD-NUMBER         PIC 9(03).
006760*    WHAT IS WRITTEN HERE.
006770     COPY AUDITLN.

006772*    CHANGE JOURNAL ENTRY LAYOUT, SHARED WITH EVERY PROGRAM
006774*    THAT CHANGES DATA-FILE.
006776     COPY JRNREC.

006780 PROCEDURE DIVISION.

006790*-----------------------------------------------------------------
007030     ACCEPT DFS-REQUESTING-USER FROM ENVIRONMENT "USER"
007040     ACCEPT DFS-RUN-DATE FROM DATE YYYYMMDD
007050     ACCEPT DFS-RUN-TIME FROM TIME
007052     MOVE "S" TO DFS-HIST-EVENT
007054     PERFORM 7700-WRITE-HISTORY-RECORD THRU
007056         7700-WRITE-HISTORY-RECORD-EXIT
007060     COMPUTE DFS-AGE-RUN-INTEGER =
007070         FUNCTION INTEGER-OF-DATE(DFS-RUN-DATE)
007080     OPEN I-O DATA-FILE SHARED
007252     IF DFS-INIT-OK
007254         PERFORM 1500-LOAD-DIVISIONS THRU
007256             1500-LOAD-DIVISIONS-EXIT
007258     END-IF
007259     IF DFS-INIT-OK
007260         PERFORM 1600-LOAD-ENTITLEMENTS THRU
007261             1600-LOAD-ENTITLEMENTS-EXIT
007262     END-IF.
007266 1000-INITIALIZE-EXIT.
007270     EXIT.

007280*-----------------------------------------------------------------
008539 1510-LOAD-ONE-DIVISION-EXIT.
008540     EXIT.

008541*-----------------------------------------------------------------
008542* 1600-LOAD-ENTITLEMENTS
008543*-----------------------------------------------------------------
008544* LOAD THE SUBMITTING USER'S DIVISION GRANTS FROM THE ENTITLEMENT
008545* FILE (SEE ENTREC) - A GENERIC START ON THE USER ID, THEN READ
008546* ON WHILE THE USER HOLDS.  UNLIKE THE DIVISION MASTER THIS IS
008547* NOT REFERENCE DATA THE RUN CAN DO WITHOUT: AN UNOPENABLE FILE,
008548* OR A USER WITH NO GRANTS, LEAVES THE TABLE EMPTY AND 2300
008549* REJECTS EVERY CARD IN THE DECK.
008550 1600-LOAD-ENTITLEMENTS.
008551     MOVE 0 TO DFS-ENT-COUNT
008552     MOVE "N" TO DFS-ENT-EOF-SWITCH
008553     MOVE HIGH-VALUES TO DFS-ENT-LAST-DIVISION
008554     OPEN INPUT ENT-FILE
008555     IF NOT DFS-ENT-STATUS = "00"
008556         MOVE "ENTITLEMENT FILE UNAVAILABLE - EVERY CARD REJECTED"
008557             TO DFS-ERROR-MESSAGE
008558         PERFORM 9000-DISPLAY-ERROR THRU
008559             9000-DISPLAY-ERROR-EXIT
008560         GO TO 1600-LOAD-ENTITLEMENTS-EXIT
008561     END-IF
008562     MOVE DFS-REQUESTING-USER TO ENT-USER
008563     START ENT-FILE
008564         KEY IS EQUAL TO ENT-USER
008565         INVALID KEY
008566             MOVE "Y" TO DFS-ENT-EOF-SWITCH
008567     END-START
008568     PERFORM 1610-LOAD-ONE-GRANT THRU 1610-LOAD-ONE-GRANT-EXIT
008569         UNTIL DFS-ENT-EOF
008570     CLOSE ENT-FILE
008571     IF DFS-ENT-COUNT = 0 AND NOT DFS-ENT-ALL-DIVISIONS
008572         MOVE "NO DIVISION ENTITLEMENT FOR THE SUBMITTING USER"
008573             TO DFS-ERROR-MESSAGE
008574         PERFORM 9000-DISPLAY-ERROR THRU
008575             9000-DISPLAY-ERROR-EXIT
008576     END-IF.
008577 1600-LOAD-ENTITLEMENTS-EXIT.
008578     EXIT.

008579*-----------------------------------------------------------------
008580* 1610-LOAD-ONE-GRANT
008581*-----------------------------------------------------------------
008582* ONE GRANT RECORD.  AN UNKNOWN GRANT TYPE IS IGNORED; GRANTS
008583* PAST THE TABLE'S CAPACITY ARE REPORTED AND NOT HONORED.
008584 1610-LOAD-ONE-GRANT.
008585     READ ENT-FILE NEXT RECORD
008586         AT END
008587             MOVE "Y" TO DFS-ENT-EOF-SWITCH
008588             GO TO 1610-LOAD-ONE-GRANT-EXIT
008589     END-READ
008590     IF NOT DFS-ENT-STATUS = "00"
008591         OR NOT ENT-USER = DFS-REQUESTING-USER
008592         MOVE "Y" TO DFS-ENT-EOF-SWITCH
008593         GO TO 1610-LOAD-ONE-GRANT-EXIT
008594     END-IF
008595     IF ENT-GRANT-ALL
008596         MOVE "Y" TO DFS-ENT-ALL-SWITCH
008597         GO TO 1610-LOAD-ONE-GRANT-EXIT
008598     END-IF
008599     IF NOT ENT-GRANT-DIVISION AND NOT ENT-GRANT-REGION
008600         GO TO 1610-LOAD-ONE-GRANT-EXIT
008601     END-IF
008602     IF DFS-ENT-COUNT >= DFS-MAX-GRANTS
008603         MOVE "GRANT TABLE FULL - LATER GRANTS NOT HONORED" TO
008604             DFS-ERROR-MESSAGE
008605         PERFORM 9000-DISPLAY-ERROR THRU
008606             9000-DISPLAY-ERROR-EXIT
008607         IF DFS-FINAL-RETURN-CODE = DFS-RETURN-OK
008608             MOVE DFS-RETURN-WARNING TO DFS-FINAL-RETURN-CODE
008609         END-IF
008610         MOVE "Y" TO DFS-ENT-EOF-SWITCH
008611         GO TO 1610-LOAD-ONE-GRANT-EXIT
008612     END-IF
008613     ADD 1 TO DFS-ENT-COUNT
008614     SET DFS-EX TO DFS-ENT-COUNT
008615     MOVE ENT-GRANT-TYPE TO DFS-ENT-TYPE(DFS-EX)
008616     MOVE ENT-CODE TO DFS-ENT-CODE(DFS-EX)
008617     IF ENT-GRANT-REGION
008618         MOVE "Y" TO DFS-ENT-REGION-SWITCH
008619     END-IF.
008620 1610-LOAD-ONE-GRANT-EXIT.
008621     EXIT.

008490*-----------------------------------------------------------------
008500* 2000-VALIDATE-SEARCH-KEY
008510*-----------------------------------------------------------------
010110 2200-VALIDATE-UPDATE-PARMS-EXIT.
010120     EXIT.

010121*-----------------------------------------------------------------
010122* 2300-VALIDATE-ENTITLEMENT
010123*-----------------------------------------------------------------
010124* THE SUBMITTING USER MUST HOLD AT LEAST ONE DIVISION GRANT, AND
010125* AN AG CARD NAMING A FULL-LENGTH DIVISION MUST NAME ONE THE USER
010126* IS ENTITLED TO - EITHER FAILURE REJECTS THE CARD WITH ACCESS
010127* MARKER D ON ITS AUDIT LINE.  EVERY OTHER CARD RUNS, AND 5100
010128* WITHHOLDS THE MATCHES OUTSIDE THE USER'S DIVISIONS.
010129 2300-VALIDATE-ENTITLEMENT.
010130     IF DFS-ENT-COUNT = 0 AND NOT DFS-ENT-ALL-DIVISIONS
010131         MOVE "NO ENTITLEMENT FOR SUBMITTING USER - CARD REJECTED"
010132             TO DFS-ERROR-MESSAGE
010133         PERFORM 9000-DISPLAY-ERROR THRU
010134             9000-DISPLAY-ERROR-EXIT
010135         MOVE "N" TO DFS-VALID-KEY-SWITCH
010136         MOVE "D" TO DFS-ACCESS-FLAG
010137         GO TO 2300-VALIDATE-ENTITLEMENT-EXIT
010138     END-IF
010139     IF DFS-MODE-AGING
010140         AND DFS-SEARCH-KEY-LENGTH = DFS-MAX-KEY1-LENGTH
010141         MOVE DFS-SEARCH-KEY(1:DFS-MAX-KEY1-LENGTH) TO
010142             DFS-ENT-DIVISION
010143         PERFORM 5370-CHECK-ENTITLEMENT THRU
010144             5370-CHECK-ENTITLEMENT-EXIT
010145         IF NOT DFS-ENT-GRANTED
010146             MOVE "PARM CARD DIVISION OUTSIDE USER'S ENTITLEMENT"
010147                 TO DFS-ERROR-MESSAGE
010148             PERFORM 9000-DISPLAY-ERROR THRU
010149                 9000-DISPLAY-ERROR-EXIT
010150             MOVE "N" TO DFS-VALID-KEY-SWITCH
010151             MOVE "D" TO DFS-ACCESS-FLAG
010152         END-IF
010153     END-IF.
010154 2300-VALIDATE-ENTITLEMENT-EXIT.
010155     EXIT.

010156*-----------------------------------------------------------------
010157* 3000-PROCESS-CARD
010158*-----------------------------------------------------------------
010160* ONE TRIP AROUND THE CARD LOOP: READ THE NEXT PARM CARD, SKIP
010170* IT IF A DECK RESTART SAYS IT ALREADY FINISHED, OTHERWISE
010180* VALIDATE IT, RUN ITS RANGE SCAN (OR EXTRACT, OR STATUS
010530         PERFORM 2200-VALIDATE-UPDATE-PARMS THRU
010540             2200-VALIDATE-UPDATE-PARMS-EXIT
010550     END-IF
010552     IF DFS-KEY-IS-VALID
010554         PERFORM 2300-VALIDATE-ENTITLEMENT THRU
010556             2300-VALIDATE-ENTITLEMENT-EXIT
010558     END-IF
010560     IF DFS-KEY-IS-VALID
010570         PERFORM 1400-OPEN-EXTRACT-FILE THRU
010580             1400-OPEN-EXTRACT-FILE-EXIT
010669                 5900-COMMIT-UPDATE-BATCH-EXIT
010670             PERFORM 5500-WRITE-REPORT-TOTALS THRU
010680                 5500-WRITE-REPORT-TOTALS-EXIT
010683             PERFORM 5550-SETTLE-WITHHELD THRU
010686                 5550-SETTLE-WITHHELD-EXIT
010690         END-IF
010700     END-IF
010710     PERFORM 3500-FINISH-CARD THRU 3500-FINISH-CARD-EXIT.
011140     MOVE 0 TO DFS-AGE-COUNT-4
011150     MOVE 0 TO DFS-AGE-AMOUNT-4
011160     MOVE 0 TO DFS-AGE-INVALID-COUNT
011163     MOVE 0 TO DFS-WITHHELD-COUNT
011166     MOVE SPACE TO DFS-ACCESS-FLAG
011170     MOVE PARM-OPERATOR-CODE TO DFS-OPERATOR-CODE
011180     MOVE PARM-OPERATOR-CODE TO DFS-REQUESTED-OPERATOR
011190     MOVE PARM-SEARCH-KEY TO DFS-SEARCH-KEY
012302*    ROLL THE CARD INTO THE RUN-LEVEL ACTIVITY BEFORE THE
012304*    ABORT CHECK - AN ABORTED CARD'S COMMITTED REWRITES ARE
012306*    ON DATA-FILE AND MUST REACH THE RUN-CONTROL RECORD.
012307     ADD DFS-WITHHELD-COUNT TO DFS-RUN-WITHHELD-COUNT
012308     ADD DFS-READ-COUNT TO DFS-RUN-READ-COUNT
012309     ADD DFS-CHANGED-COUNT TO DFS-RUN-CHANGED-COUNT
012310     IF DFS-RUN-ABORTED
015060         IF NOT DFS-RECORD-SELECTED
015070             GO TO 5100-READ-NEXT-RECORD-EXIT
015080         END-IF
015081*        A MATCH IN A DIVISION OUTSIDE THE SUBMITTING USER'S
015082*        ENTITLEMENT IS WITHHELD - NOT REPORTED, EXTRACTED, AGED,
015083*        OR CHANGED, AND NOT COUNTED AS A MATCH.
015084         MOVE DATA-PARTIAL-KEY-1 TO DFS-ENT-DIVISION
015085         PERFORM 5370-CHECK-ENTITLEMENT THRU
015086             5370-CHECK-ENTITLEMENT-EXIT
015087         IF NOT DFS-ENT-GRANTED
015088             ADD 1 TO DFS-WITHHELD-COUNT
015089             GO TO 5100-READ-NEXT-RECORD-EXIT
015090         END-IF
015095         IF DFS-MODE-AGING
015100             PERFORM 5700-AGE-RECORD THRU 5700-AGE-RECORD-EXIT
015110             ADD 1 TO DFS-MATCH-COUNT
015120             GO TO 5100-READ-NEXT-RECORD-EXIT
016925     EXIT.

016926*-----------------------------------------------------------------
016927* 5370-CHECK-ENTITLEMENT
016928*-----------------------------------------------------------------
016929* IS THE DIVISION IN DFS-ENT-DIVISION COVERED BY ONE OF THE
016930* SUBMITTING USER'S GRANTS?  A REGION GRANT COVERS THE DIVISIONS
016931* THE DIVISION MASTER FILES UNDER THAT REGION; A DIVISION NOT ON
016932* THE MASTER (OR NO MASTER LOADED) MATCHES ONLY A DIVISION OR AN
016933* ALL GRANT.  THE LAST ANSWER IS REMEMBERED, SO AN ACCOUNT'S RUN
016934* OF RECORDS COSTS ONE TABLE SEARCH.
016935 5370-CHECK-ENTITLEMENT.
016936     IF DFS-ENT-ALL-DIVISIONS
016937         MOVE "Y" TO DFS-ENT-GRANTED-SWITCH
016938         GO TO 5370-CHECK-ENTITLEMENT-EXIT
016939     END-IF
016940     IF DFS-ENT-DIVISION = DFS-ENT-LAST-DIVISION
016941         MOVE DFS-ENT-LAST-RESULT TO DFS-ENT-GRANTED-SWITCH
016942         GO TO 5370-CHECK-ENTITLEMENT-EXIT
016943     END-IF
016944     MOVE "N" TO DFS-ENT-GRANTED-SWITCH
016945     MOVE SPACES TO DFS-ENT-REGION
016946     IF DFS-ENT-HAS-REGIONS
016947         MOVE DFS-ENT-DIVISION TO DFS-DIVM-LOOKUP-CODE
016948         PERFORM 5360-LOOK-UP-DIVMAST THRU
016949             5360-LOOK-UP-DIVMAST-EXIT
016950         IF DFS-DIVM-ENTRY-FOUND
016951             MOVE DFS-DIVM-REGION(DFS-MX) TO DFS-ENT-REGION
016952         END-IF
016953     END-IF
016954     IF DFS-ENT-COUNT > 0
016955         SET DFS-EX TO 1
016956         SEARCH DFS-ENT-ENTRY
016957             AT END
016958                 CONTINUE
016959             WHEN DFS-EX > DFS-ENT-COUNT
016960                 CONTINUE
016961             WHEN DFS-ENT-TYPE(DFS-EX) = "D"
016962                 AND DFS-ENT-CODE(DFS-EX) = DFS-ENT-DIVISION
016963                 MOVE "Y" TO DFS-ENT-GRANTED-SWITCH
016964             WHEN DFS-ENT-TYPE(DFS-EX) = "R"
016965                 AND DFS-ENT-REGION NOT = SPACES
016966                 AND DFS-ENT-CODE(DFS-EX)(1:3) = DFS-ENT-REGION
016967                 MOVE "Y" TO DFS-ENT-GRANTED-SWITCH
016968         END-SEARCH
016969     END-IF
016970     MOVE DFS-ENT-DIVISION TO DFS-ENT-LAST-DIVISION
016971     MOVE DFS-ENT-GRANTED-SWITCH TO DFS-ENT-LAST-RESULT.
016972 5370-CHECK-ENTITLEMENT-EXIT.
016973     EXIT.

016974*-----------------------------------------------------------------
016975* 5400-WRITE-DIVISION-SUBTOTAL
016976*-----------------------------------------------------------------
016977* WRITE THE SUBTOTAL LINE FOR THE DIVISION ENTRY DFS-DX POINTS
016978* AT - 5500 PERFORMS THIS ONCE PER TABLE ENTRY AHEAD OF THE
016979* GRAND TRAILER.  THE DIVISION NAME COMES OFF THE MASTER;
016980* SPACES WHEN THE DIVISION (OR THE MASTER) IS MISSING.
016981 5400-WRITE-DIVISION-SUBTOTAL.
016990     MOVE DFS-DT-KEY-1(DFS-DX) TO DFS-SUB-KEY-1
016992     MOVE DFS-DT-KEY-1(DFS-DX) TO DFS-DIVM-LOOKUP-CODE
016994     PERFORM 5360-LOOK-UP-DIVMAST THRU
017702 5500-WRITE-REPORT-TOTALS-EXIT.
017704     EXIT.

017705*-----------------------------------------------------------------
017706* 5550-SETTLE-WITHHELD
017707*-----------------------------------------------------------------
017708* MATCHES WERE WITHHELD AS OUTSIDE THE SUBMITTING USER'S
017709* ENTITLEMENT.  THE SECTION SAYS HOW MANY UNDER ITS TOTALS, THE
017710* AUDIT LINE CARRIES MARKER W - OR D WHEN NOTHING THE USER MAY
017711* SEE MATCHED AT ALL - AND THE RUN ENDS AT LEAST AT WARNING.
017712 5550-SETTLE-WITHHELD.
017713     IF DFS-WITHHELD-COUNT = 0
017714         GO TO 5550-SETTLE-WITHHELD-EXIT
017715     END-IF
017716     IF DFS-MATCH-COUNT = 0
017717         MOVE "D" TO DFS-ACCESS-FLAG
017718     ELSE
017719         MOVE "W" TO DFS-ACCESS-FLAG
017720     END-IF
017721     IF DFS-FINAL-RETURN-CODE = DFS-RETURN-OK
017722         MOVE DFS-RETURN-WARNING TO DFS-FINAL-RETURN-CODE
017723     END-IF
017724     IF NOT DFS-RPT-IS-OPEN
017725         GO TO 5550-SETTLE-WITHHELD-EXIT
017726     END-IF
017727     MOVE DFS-WITHHELD-COUNT TO DFS-WHD-RECORD-COUNT
017728     WRITE REPORT-RECORD FROM DFS-WITHHELD-LINE
017729     IF NOT DFS-RPT-STATUS = "00"
017730         MOVE "ERROR WRITING REPORT-FILE" TO DFS-ERROR-MESSAGE
017731         PERFORM 9000-DISPLAY-ERROR THRU
017732             9000-DISPLAY-ERROR-EXIT
017733     END-IF.
017734 5550-SETTLE-WITHHELD-EXIT.
017735     EXIT.

017736*-----------------------------------------------------------------
017737* 5600-UPDATE-RECORD
017738*-----------------------------------------------------------------
017740* THE UP RUN MODE'S WORK ON ONE MATCHED RECORD.  A RECORD NOT
017750* CARRYING THE FROM STATUS IS LEFT ALONE - ON A RESUMED RUN
017760* THAT IS EXACTLY HOW A RECORD THE PRIOR ATTEMPT ALREADY
017820* THE WHOLE BATCH OUT AND ABORTS THE SCAN WITH THE CHECKPOINT
017830* LEFT AT THE LAST COMMITTED BATCH, SO THE MASS CHANGE
017840* RESUMES THERE ONCE THE CAUSE IS CLEARED.
017843* EACH REWRITE'S CHANGE JOURNAL ENTRY IS WRITTEN INSIDE THE SAME
017846* BATCH TRANSACTION; A FAILED ENTRY BACKS THE BATCH OUT TOO.
017850 5600-UPDATE-RECORD.
017860     IF DATA-STATUS-CODE NOT = DFS-UPDATE-FROM-STATUS
017870         GO TO 5600-UPDATE-RECORD-EXIT
018030     MOVE "BEFORE " TO DFS-IMG-TAG
018040     PERFORM 5650-WRITE-IMAGE-LINE THRU
018050         5650-WRITE-IMAGE-LINE-EXIT
018055     MOVE DATA-RECORD TO JRN-BEFORE-IMAGE
018060     MOVE DFS-UPDATE-TO-STATUS TO DATA-STATUS-CODE
018070     MOVE DFS-RUN-DATE TO DATA-LAST-UPDATE-DATE
018080     REWRITE DATA-RECORD
018200         MOVE "Y" TO DFS-ABORT-SWITCH
018210         GO TO 5600-UPDATE-RECORD-EXIT
018220     END-IF
018221     MOVE DATA-RECORD TO JRN-AFTER-IMAGE
018222     PERFORM 7600-WRITE-JOURNAL-ENTRY THRU
018223         7600-WRITE-JOURNAL-ENTRY-EXIT
018224     IF NOT DFS-JRN-STATUS = "00"
018225         MOVE "JOURNAL WRITE FAILED - BATCH BACKED OUT AT: "
018226             TO DFS-ERROR-LABEL
018227         STRING DFS-ERROR-LABEL DELIMITED BY SIZE
018228             DATA-PARTIAL-KEY-2 DELIMITED BY SIZE
018229             INTO DFS-ERROR-MESSAGE
018230         PERFORM 9000-DISPLAY-ERROR THRU
018231             9000-DISPLAY-ERROR-EXIT
018232         PERFORM 5950-BACK-OUT-BATCH THRU
018233             5950-BACK-OUT-BATCH-EXIT
018234         MOVE DFS-RETURN-ERROR TO DFS-FINAL-RETURN-CODE
018235         MOVE "Y" TO DFS-ABORT-SWITCH
018236         GO TO 5600-UPDATE-RECORD-EXIT
018237     END-IF
018238     ADD 1 TO DFS-BATCH-CHANGED-COUNT
018240     MOVE "AFTER  " TO DFS-IMG-TAG
018250     PERFORM 5650-WRITE-IMAGE-LINE THRU
018260         5650-WRITE-IMAGE-LINE-EXIT.
020717     ELSE
020718         MOVE SPACE TO AUD-STOP-FLAG
020719     END-IF
020720     MOVE SPACES TO AUD-FROM-DIVISION
020721     MOVE SPACES TO AUD-TO-DIVISION
020722*    THE ENTITLEMENT MARKER - D FOR A REJECTED CARD OR ONE THAT
020723*    MATCHED ONLY WITHHELD DIVISIONS, W WHEN SOME WERE WITHHELD.
020724     MOVE DFS-ACCESS-FLAG TO AUD-ACCESS-FLAG
020725     IF DFS-ACCESS-FLAG = SPACE
020726         MOVE SPACES TO AUD-WITHHELD-COUNT-X
020727     ELSE
020728         MOVE DFS-WITHHELD-COUNT TO AUD-WITHHELD-COUNT
020729     END-IF
020730     IF NOT DFS-AUDIT-IS-OPEN
020731         OPEN EXTEND AUDIT-FILE
020740         IF NOT DFS-AUDIT-STATUS = "00" AND
020750             NOT DFS-AUDIT-STATUS = "05"
020760             MOVE "UNABLE TO OPEN AUDIT-FILE - AUDIT ENTRY LOST"
020896     EXIT.

020897*-----------------------------------------------------------------
020898* 7600-WRITE-JOURNAL-ENTRY
020899*-----------------------------------------------------------------
020900* APPEND THE CHANGE JOURNAL ENTRY FOR THE UP REWRITE 5600 HAS
020901* JUST MADE - 5600 HAS ALREADY SET BOTH IMAGES.  CALLED INSIDE
020902* THE OPEN UP BATCH TRANSACTION, SO A BACKED-OUT BATCH TAKES ITS
020903* ENTRIES WITH IT.  THE JOURNAL IS OPENED EXTEND ON THE RUN'S
020904* FIRST ENTRY; A FAILED OPEN OR WRITE IS LEFT IN DFS-JRN-STATUS
020905* FOR THE CALLER, WHICH BACKS THE BATCH OUT.
020906 7600-WRITE-JOURNAL-ENTRY.
020907     IF NOT DFS-JRN-IS-OPEN
020908         OPEN EXTEND JRN-FILE
020909         IF NOT DFS-JRN-STATUS = "00" AND
020910             NOT DFS-JRN-STATUS = "05"
020911             GO TO 7600-WRITE-JOURNAL-ENTRY-EXIT
020912         END-IF
020913         MOVE "Y" TO DFS-JRN-OPEN-SWITCH
020914     END-IF
020915     ACCEPT JRN-ENTRY-DATE FROM DATE YYYYMMDD
020916     ACCEPT JRN-ENTRY-TIME FROM TIME
020917     MOVE "MININIMAL " TO JRN-PROGRAM
020918     MOVE DFS-REQUESTING-USER TO JRN-USER
020919     MOVE "C" TO JRN-ACTION
020920     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
020921     WRITE JRN-FILE-RECORD FROM JRN-RECORD.
020922 7600-WRITE-JOURNAL-ENTRY-EXIT.
020923     EXIT.

020924*-----------------------------------------------------------------
020925* 7700-WRITE-HISTORY-RECORD
020926*-----------------------------------------------------------------
020927* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
020928* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
020929* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
020930* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
020931 7700-WRITE-HISTORY-RECORD.
020932     IF DFS-HIST-EVENT = "S"
020933         ACCEPT DFS-HIST-START-DATE FROM DATE YYYYMMDD
020934         ACCEPT DFS-HIST-START-TIME FROM TIME
020935     END-IF
020936     OPEN EXTEND HIST-FILE
020937     IF NOT DFS-HIST-STATUS = "00" AND
020938         NOT DFS-HIST-STATUS = "05"
020939         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
020940             DFS-ERROR-MESSAGE
020941         PERFORM 9000-DISPLAY-ERROR THRU
020942             9000-DISPLAY-ERROR-EXIT
020943         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
020944     END-IF
020945     MOVE SPACES TO RHS-RECORD
020946     MOVE "MININIMAL " TO RHS-STEP
020947     MOVE "P" TO RHS-KIND
020948     MOVE DFS-HIST-EVENT TO RHS-EVENT
020949     MOVE DFS-HIST-START-DATE TO RHS-START-DATE
020950     MOVE DFS-HIST-START-TIME TO RHS-START-TIME
020951     MOVE 0 TO RHS-END-DATE
020952     MOVE 0 TO RHS-END-TIME
020953     MOVE 0 TO RHS-COMPLETION-CODE
020954     MOVE DFS-REQUESTING-USER TO RHS-USER
020955     MOVE 0 TO RHS-COUNT-VALUE(1)
020956     MOVE 0 TO RHS-COUNT-VALUE(2)
020957     MOVE 0 TO RHS-COUNT-VALUE(3)
020958     MOVE 0 TO RHS-COUNT-VALUE(4)
020959     IF RHS-ENDED
020960         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
020961         ACCEPT RHS-END-TIME FROM TIME
020962         MOVE DFS-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
020963         MOVE "READ    " TO RHS-COUNT-LABEL(1)
020964         MOVE DFS-RUN-READ-COUNT TO RHS-COUNT-VALUE(1)
020965         MOVE "CHANGED " TO RHS-COUNT-LABEL(2)
020966         MOVE DFS-RUN-CHANGED-COUNT TO RHS-COUNT-VALUE(2)
020967         MOVE "WITHHELD" TO RHS-COUNT-LABEL(3)
020968         MOVE DFS-RUN-WITHHELD-COUNT TO RHS-COUNT-VALUE(3)
020969     END-IF
020970     WRITE RHS-RECORD
020971     IF NOT DFS-HIST-STATUS = "00"
020972         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
020973             DFS-ERROR-MESSAGE
020974         PERFORM 9000-DISPLAY-ERROR THRU
020975             9000-DISPLAY-ERROR-EXIT
020976     END-IF
020977     CLOSE HIST-FILE.
020978 7700-WRITE-HISTORY-RECORD-EXIT.
020979     EXIT.

020980*-----------------------------------------------------------------
020981* 8000-TERMINATE
020982*-----------------------------------------------------------------
020983* CLEAR THE CHECKPOINT WHEN THE WHOLE DECK FINISHED, CLOSE
020984* EVERY FILE THIS RUN OPENED, AND STOP WITH A MEANINGFUL RETURN
020985* CODE.  RUNS ON BOTH THE NORMAL AND THE ERROR PATHS SO A
020986* FAILED RUN NEVER LEAVES DATA-FILE OPEN SHARED AGAINST OTHER
020987* READERS AND WRITERS.  AN ABORTED DECK KEEPS ITS CHECKPOINT -
020988* THAT IS THE RESUME POINT.
020989 8000-TERMINATE.
020990*    BELT AND BRACES - NO PATH SHOULD REACH HERE WITH A UP
020991*    BATCH STILL OPEN, BUT AN OPEN TRANSACTION MUST NEVER
020992*    OUTLIVE THE RUN THAT STARTED IT.
020993     PERFORM 5950-BACK-OUT-BATCH THRU 5950-BACK-OUT-BATCH-EXIT
020994     IF DFS-DATA-IS-OPEN
020995         PERFORM 7500-WRITE-CONTROL-RECORD THRU
020996             7500-WRITE-CONTROL-RECORD-EXIT
020997     END-IF
020998*    A DRAINED DECK KEEPS ITS CHECKPOINT - THAT IS THE POINT
020999*    OF THE CONTROLLED STOP - AND ENDS WITH AT LEAST A
021000*    WARNING SO THE SCHEDULER KNOWS THE DECK IS UNFINISHED.
021001     IF DFS-STOP-REQUESTED
021002         MOVE "OPERATOR STOP HONORED - DECK DRAINED, RERUN
021003-            " RANGERUN TO RESUME" TO DFS-ERROR-MESSAGE
021004         PERFORM 9000-DISPLAY-ERROR THRU
021005             9000-DISPLAY-ERROR-EXIT
021006         IF DFS-FINAL-RETURN-CODE = DFS-RETURN-OK
021007             MOVE DFS-RETURN-WARNING TO DFS-FINAL-RETURN-CODE
021008         END-IF
021009     END-IF
021010     IF DFS-INIT-OK AND DFS-PARM-EOF AND NOT DFS-RUN-ABORTED
021011         AND NOT DFS-STOP-REQUESTED
021012         IF DFS-RESTART-PENDING
021013             MOVE "CHECKPOINTED CARD NOT FOUND IN DECK -
021014-                " CHECKPOINT CLEARED" TO DFS-ERROR-MESSAGE
021015             PERFORM 9000-DISPLAY-ERROR THRU
021020                 9000-DISPLAY-ERROR-EXIT
021030*            EVERY CARD OF THE DECK WAS SKIPPED WAITING FOR A
021040*            CARD THAT NEVER CAME - AN UNATTENDED SCHEDULER
021260     IF DFS-AUDIT-IS-OPEN
021270         CLOSE AUDIT-FILE
021280     END-IF
021282     IF DFS-JRN-IS-OPEN
021284         CLOSE JRN-FILE
021286     END-IF
021290     IF DFS-FINAL-RETURN-CODE = 0 AND NOT DFS-INIT-OK
021300         MOVE DFS-RETURN-ERROR TO DFS-FINAL-RETURN-CODE
021310     END-IF
021370             9000-DISPLAY-ERROR-EXIT
021380         MOVE DFS-RETURN-WARNING TO DFS-FINAL-RETURN-CODE
021390     END-IF
021392     MOVE "E" TO DFS-HIST-EVENT
021394     PERFORM 7700-WRITE-HISTORY-RECORD THRU
021396         7700-WRITE-HISTORY-RECORD-EXIT
021400     MOVE DFS-FINAL-RETURN-CODE TO RETURN-CODE.
021410 8000-TERMINATE-EXIT.
021420     EXIT.
