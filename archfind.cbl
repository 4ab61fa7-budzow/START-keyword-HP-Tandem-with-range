000220* RUN MODE AS FOR A SEARCH, RI FOR A REINSTATEMENT RUN) SO THE
000230* SOX TRAIL SHOWS THE RECORDS COMING BACK.
000240*
000242* EVERY RECORD AN AP RUN WRITES BACK IS ALSO APPENDED TO THE
000244* SHARED CHANGE JOURNAL (DATAJRNL, SEE JRNREC) AS AN ADD.
000245*
000246* MATCHES ARE ALSO LIMITED TO THE DIVISIONS THE SUBMITTING USER
000247* IS ENTITLED TO ON ENTLMT (SEE ENTREC).  AN ARCHIVED RECORD IN
000248* ANY OTHER DIVISION IS WITHHELD - NOT REPORTED, AND NEVER
000249* REINSTATED - AND COUNTED UNDER THE SECTION'S TOTALS; THE AUDIT
000250* LINE CARRIES ACCESS MARKER W, OR D WHEN NOTHING THE USER MAY
000251* SEE MATCHED OR THE USER HOLDS NO GRANTS (SEE AUDITLN).
000253*
000255* PARM CARD (AFPARM):
000260*     COLS  1- 2 OPERATOR - GT, EQ, OR NL
000270*     COLS  4-14 SEARCH KEY (ACCOUNT-NUMBER SEGMENT)
000280*     COLS 16-17 SIGNIFICANT KEY LENGTH (01 THRU 11)
000310*     COLS 22-25 ARCHIVE YEAR (NAMES THE REPORT SECTION - THE
000320*                DRIVER ASSIGNS THE MATCHING PHYSICAL FILE)
000330*
000340* RETURN CODE 0 CLEAN, 4 NOTHING MATCHED, COLLISIONS REJECTED,
000350* OR MATCHES WITHHELD, 16 RUN FAILED.
000360*
000370* MODIFICATION HISTORY
000380* DATE       INIT DESCRIPTION
000423*                 SHARED RUN-CONTROL FILE (RUNCTL, SEE
000424*                 CTLREC) FOR THE END-OF-NIGHT BALANCING
000425*                 PROOF.
000426* 2026-10-15 RLH  EVERY RECORD AN AP RUN WRITES BACK IS NOW
000427*                 APPENDED TO THE SHARED CHANGE JOURNAL
000428*                 (DATAJRNL, SEE JRNREC) AS AN ADD.
000429* 2026-10-15 RLH  MATCHES ARE NOW LIMITED TO THE SUBMITTING
000430*                 USER'S ENTITLED DIVISIONS (ENTLMT, SEE ENTREC,
000431*                 WITH THE DIVISION MASTER FOR REGION GRANTS).
000432*                 OTHERS ARE WITHHELD FROM THE REPORT AND FROM
000433*                 REINSTATEMENT, COUNTED ON A NEW SECTION LINE,
000434*                 AND MARKED ON THE AUDIT LINE (SEE AUDITLN).
000435* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000436*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000437*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000438*                 RECORD AND THE MORNING BATCH-STATUS REPORT.
000439* 2026-10-15 RLH  THE AUDIT LINE'S STOP FLAG AND TRANSFER
000440*                 DIVISIONS ARE NOW SET TO SPACES - THEY WERE
000441*                 LEFT UNSET.
000442* 2026-10-15 RLH  A FAILED RUN NOW ALWAYS ENDS 16 - AN EARLIER
000443*                 WARNING (RETURN CODE 4) HID THE FAILURE.

000444 IDENTIFICATION DIVISION.
000445 PROGRAM-ID.                  archfind.
000450     AUTHOR.                      R L HUTCHINS.
000460     INSTALLATION.                DATA FILE SERVICES.
000470     DATE-WRITTEN.                2026-09-02.
000884     SELECT CTL-FILE ASSIGN TO "RUNCTL"
000885         ORGANIZATION IS LINE SEQUENTIAL
000886         FILE STATUS IS ARF-CTL-STATUS.
000887*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
000888*    LAYOUT); AN AP RUN APPENDS ONE ENTRY PER RECORD WRITTEN
000889*    BACK.  ONLY OPENED ON AN AP RUN.
000890     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
000891         ORGANIZATION IS SEQUENTIAL
000892         FILE STATUS IS ARF-JRN-STATUS.
000893*    ENT-FILE - THE USER-TO-DIVISION ENTITLEMENT FILE (ENTREC
000894*    LAYOUT), READ ONCE AT INITIALIZATION FOR THE SUBMITTING
000895*    USER'S GRANTS.
000896     SELECT ENT-FILE ASSIGN TO "ENTLMT"
000897         ORGANIZATION IS INDEXED
000898         ACCESS MODE IS DYNAMIC
000899         RECORD KEY IS ENT-KEY
000900         FILE STATUS IS ARF-ENT-STATUS.
000901*    DIV-FILE - THE DIVISION MASTER, READ BY KEY TO RESOLVE A
000902*    DIVISION'S REGION FOR A USER HOLDING REGION GRANTS.  ONLY
000903*    OPENED FOR SUCH A USER.
000904     SELECT DIV-FILE ASSIGN TO "DIVMAST"
000905         ORGANIZATION IS INDEXED
000906         ACCESS MODE IS RANDOM
000907         RECORD KEY IS DIV-CODE
000908         FILE STATUS IS ARF-DIVM-STATUS.
000909*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000910*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000911     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000912         ORGANIZATION IS LINE SEQUENTIAL
000913         FILE STATUS IS ARF-HIST-STATUS.

000914 DATA DIVISION.
000915 FILE SECTION.
000916 FD  ARCH-FILE.
000920*    MIRRORS THE PUBLISHED DATAREC LAYOUT FIELD FOR FIELD -
000930*    DATAREC ITSELF IS COPIED UNDER THE DATA-FILE FD BELOW AND
000940*    A COPYBOOK'S NAMES CAN ONLY APPEAR ONCE.
001222 FD  CTL-FILE.
001224     COPY CTLREC.

001226 FD  JRN-FILE.
001228 01  JRN-FILE-RECORD             PIC X(240).

001229 FD  ENT-FILE.
001230     COPY ENTREC.

001231 FD  DIV-FILE.
001232     COPY DIVREC.

001233 FD  HIST-FILE.
001234     COPY RHSREC.

001236 WORKING-STORAGE SECTION.
001240*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001250 77  ARF-MAX-KEY-LENGTH          PIC 9(02) VALUE 11.
001255 77  ARF-MAX-GRANTS              PIC 9(03) VALUE 100.
001260 77  ARF-RETURN-OK               PIC 9(02) VALUE 00.
001270 77  ARF-RETURN-WARNING          PIC 9(02) VALUE 04.
001280 77  ARF-RETURN-ERROR            PIC 9(02) VALUE 16.
001450         88  ARF-RPT-IS-OPEN               VALUE "Y".
001460     05  ARF-AUDIT-OPEN-SWITCH       PIC X(01) VALUE "N".
001470         88  ARF-AUDIT-IS-OPEN             VALUE "Y".
001473     05  ARF-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
001476         88  ARF-JRN-IS-OPEN               VALUE "Y".
001477     05  ARF-DIVM-OPEN-SWITCH        PIC X(01) VALUE "N".
001478         88  ARF-DIVM-IS-OPEN              VALUE "Y".
001479     05  ARF-ENT-EOF-SWITCH          PIC X(01) VALUE "N".
001480         88  ARF-ENT-EOF                   VALUE "Y".
001481     05  ARF-ENT-ALL-SWITCH          PIC X(01) VALUE "N".
001482         88  ARF-ENT-ALL-DIVISIONS         VALUE "Y".
001483     05  ARF-ENT-REGION-SWITCH       PIC X(01) VALUE "N".
001484         88  ARF-ENT-HAS-REGIONS           VALUE "Y".
001485     05  ARF-ENT-GRANTED-SWITCH      PIC X(01) VALUE "N".
001486         88  ARF-ENT-GRANTED               VALUE "Y".

001488*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001490 01  ARF-FILE-STATUSES.
001500     05  ARF-ARCH-STATUS             PIC X(02).
001510     05  ARF-DATA-STATUS             PIC X(02).
001540     05  ARF-RPT-STATUS              PIC X(02).
001550     05  ARF-AUDIT-STATUS            PIC X(02).
001552     05  ARF-CTL-STATUS              PIC X(02).
001556     05  ARF-JRN-STATUS              PIC X(02).
001557     05  ARF-ENT-STATUS              PIC X(02).
001558     05  ARF-DIVM-STATUS             PIC X(02).
001559     05  ARF-HIST-STATUS             PIC X(02).

001560*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001561 01  ARF-HISTORY-WORK.
001562     05  ARF-HIST-EVENT              PIC X(01).
001563     05  ARF-HIST-START-DATE         PIC 9(08) VALUE 0.
001564     05  ARF-HIST-START-TIME         PIC 9(08) VALUE 0.

001565*    THE SEARCH REQUEST FROM THE PARM CARD - THE SAME
001570*    OPERATOR/KEY/LENGTH TRIPLET THE RANGE SCANS TAKE, APPLIED
001580*    HERE AS A PREFIX COMPARE DURING THE SEQUENTIAL SWEEP
001590*    (THE ARCHIVE IS A SEQUENTIAL FILE - THERE IS NO KEY TO
001750     05  ARF-MATCH-COUNT             PIC 9(09) COMP VALUE 0.
001760     05  ARF-REINSTATE-COUNT         PIC 9(09) COMP VALUE 0.
001770     05  ARF-COLLIDE-COUNT           PIC 9(09) COMP VALUE 0.
001775     05  ARF-WITHHELD-COUNT          PIC 9(09) COMP VALUE 0.
001780     05  ARF-MATCH-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3
001790                                     VALUE 0.
001792     05  ARF-REINSTATE-AMOUNT        PIC S9(11)V99 COMP-3
001794                                     VALUE 0.

001795*    THE SUBMITTING USER'S DIVISION GRANTS, LOADED ONCE BY 1600.
001796*    AN ALL GRANT ONLY SETS ARF-ENT-ALL-DIVISIONS.
001797 01  ARF-ENTITLEMENT-TABLE.
001798     05  ARF-ENT-COUNT               PIC 9(03) COMP VALUE 0.
001799     05  ARF-ENT-ENTRY OCCURS 100 TIMES
001800             INDEXED BY ARF-EX.
001801         10  ARF-ENT-TYPE            PIC X(01).
001802         10  ARF-ENT-CODE            PIC X(05).

001803*    ENTITLEMENT CHECK WORK FIELDS.  5300 CHECKS THE DIVISION IN
001804*    ARF-ENT-DIVISION AND REMEMBERS THE LAST ANSWER.
001805 01  ARF-ENT-WORK-FIELDS.
001806     05  ARF-ENT-DIVISION            PIC X(05).
001807     05  ARF-ENT-REGION              PIC X(03).
001808     05  ARF-ENT-LAST-DIVISION       PIC X(05) VALUE HIGH-VALUES.
001809     05  ARF-ENT-LAST-RESULT         PIC X(01).

001811 01  ARF-REQUESTING-USER         PIC X(20).
001813 01  ARF-RUN-DATE                PIC 9(08).
001820 01  ARF-RUN-TIME                PIC 9(08).
001830 01  ARF-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001840 01  ARF-ERROR-LABEL             PIC X(45).
002380     05  ARF-GRD-REJECTED            PIC Z(08)9.
002390     05  FILLER                      PIC X(28) VALUE SPACE.

002391*    WRITTEN UNDER THE SECTION'S TOTALS WHEN MATCHES IN DIVISIONS
002392*    OUTSIDE THE SUBMITTING USER'S ENTITLEMENT WERE WITHHELD -
002393*    THEY ARE IN NEITHER THE DETAIL NOR THE TOTALS ABOVE.
002394 01  ARF-WITHHELD-LINE.
002395     05  FILLER                      PIC X(25) VALUE
002396         "WITHHELD         RECORDS:".
002397     05  FILLER                      PIC X(01) VALUE SPACE.
002398     05  ARF-WHD-RECORD-COUNT        PIC Z(08)9.
002399     05  FILLER                      PIC X(45) VALUE
002400         " - OUTSIDE USER'S DIVISION ENTITLEMENT".

002405*    AUDIT LINE LAYOUT, SHARED WITH THE REST OF THE SUITE.
002410     COPY AUDITLN.

002412*    CHANGE JOURNAL ENTRY LAYOUT, SHARED WITH EVERY PROGRAM
002414*    THAT CHANGES DATA-FILE.
002416     COPY JRNREC.

002420 PROCEDURE DIVISION.

002430*-----------------------------------------------------------------
002640     ACCEPT ARF-REQUESTING-USER FROM ENVIRONMENT "USER"
002650     ACCEPT ARF-RUN-DATE FROM DATE YYYYMMDD
002660     ACCEPT ARF-RUN-TIME FROM TIME
002662     MOVE "S" TO ARF-HIST-EVENT
002664     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002666         7700-WRITE-HISTORY-RECORD-EXIT
002670     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
002680     IF NOT ARF-RUN-OK
002690         GO TO 1000-INITIALIZE-EXIT
002950     END-IF
002960     MOVE "Y" TO ARF-RPT-OPEN-SWITCH
002970     PERFORM 1300-WRITE-BANNER THRU 1300-WRITE-BANNER-EXIT
002973     PERFORM 1600-LOAD-ENTITLEMENTS THRU
002976         1600-LOAD-ENTITLEMENTS-EXIT
002980     IF ARF-MODE-APPLY
002990         OPEN I-O DATA-FILE SHARED
003000         IF NOT ARF-DATA-STATUS-OK
003060             GO TO 1000-INITIALIZE-EXIT
003070         END-IF
003080         MOVE "Y" TO ARF-DATA-OPEN-SWITCH
003081         OPEN EXTEND JRN-FILE
003082         IF NOT ARF-JRN-STATUS = "00" AND
003083             NOT ARF-JRN-STATUS = "05"
003084             MOVE "UNABLE TO OPEN CHANGE JOURNAL (DATAJRNL)" TO
003085                 ARF-ERROR-MESSAGE
003086             PERFORM 9000-DISPLAY-ERROR THRU
003087                 9000-DISPLAY-ERROR-EXIT
003088             MOVE "N" TO ARF-RUN-OK-SWITCH
003089             GO TO 1000-INITIALIZE-EXIT
003090         END-IF
003091         MOVE "Y" TO ARF-JRN-OPEN-SWITCH
003095     END-IF.
003100 1000-INITIALIZE-EXIT.
003110     EXIT.

003710 1300-WRITE-BANNER-EXIT.
003720     EXIT.

003721*-----------------------------------------------------------------
003722* 1600-LOAD-ENTITLEMENTS
003723*-----------------------------------------------------------------
003724* LOAD THE SUBMITTING USER'S DIVISION GRANTS FROM THE ENTITLEMENT
003725* FILE (SEE ENTREC) - A GENERIC START ON THE USER ID, THEN READ
003726* ON WHILE THE USER HOLDS.  AN UNOPENABLE FILE, OR A USER WITH NO
003727* GRANTS, LEAVES THE TABLE EMPTY: THE SEARCH STILL SWEEPS THE
003728* ARCHIVE BUT WITHHOLDS EVERY MATCH, AND THE RUN WARNS.  A USER
003729* HOLDING REGION GRANTS ALSO NEEDS THE DIVISION MASTER; WITHOUT
003730* IT ONLY THE DIVISION GRANTS ARE HONORED.
003731 1600-LOAD-ENTITLEMENTS.
003732     MOVE 0 TO ARF-ENT-COUNT
003733     MOVE "N" TO ARF-ENT-EOF-SWITCH
003734     OPEN INPUT ENT-FILE
003735     IF NOT ARF-ENT-STATUS = "00"
003736         MOVE "ENTITLEMENT FILE DOWN - EVERY MATCH WITHHELD"
003737             TO ARF-ERROR-MESSAGE
003738         PERFORM 9000-DISPLAY-ERROR THRU
003739             9000-DISPLAY-ERROR-EXIT
003740         MOVE ARF-RETURN-WARNING TO ARF-FINAL-RETURN-CODE
003741         GO TO 1600-LOAD-ENTITLEMENTS-EXIT
003742     END-IF
003743     MOVE ARF-REQUESTING-USER TO ENT-USER
003744     START ENT-FILE
003745         KEY IS EQUAL TO ENT-USER
003746         INVALID KEY
003747             MOVE "Y" TO ARF-ENT-EOF-SWITCH
003748     END-START
003749     PERFORM 1610-LOAD-ONE-GRANT THRU 1610-LOAD-ONE-GRANT-EXIT
003750         UNTIL ARF-ENT-EOF
003751     CLOSE ENT-FILE
003752     IF ARF-ENT-COUNT = 0 AND NOT ARF-ENT-ALL-DIVISIONS
003753         MOVE "NO DIVISION ENTITLEMENT FOR THE SUBMITTING USER"
003754             TO ARF-ERROR-MESSAGE
003755         PERFORM 9000-DISPLAY-ERROR THRU
003756             9000-DISPLAY-ERROR-EXIT
003757         MOVE ARF-RETURN-WARNING TO ARF-FINAL-RETURN-CODE
003758         GO TO 1600-LOAD-ENTITLEMENTS-EXIT
003759     END-IF
003760     IF NOT ARF-ENT-HAS-REGIONS OR ARF-ENT-ALL-DIVISIONS
003761         GO TO 1600-LOAD-ENTITLEMENTS-EXIT
003762     END-IF
003763     OPEN INPUT DIV-FILE
003764     IF ARF-DIVM-STATUS = "00"
003765         MOVE "Y" TO ARF-DIVM-OPEN-SWITCH
003766     ELSE
003767         MOVE "DIVISION MASTER DOWN - REGION GRANTS IGNORED"
003768             TO ARF-ERROR-MESSAGE
003769         PERFORM 9000-DISPLAY-ERROR THRU
003770             9000-DISPLAY-ERROR-EXIT
003771         MOVE ARF-RETURN-WARNING TO ARF-FINAL-RETURN-CODE
003772     END-IF.
003773 1600-LOAD-ENTITLEMENTS-EXIT.
003774     EXIT.

003775*-----------------------------------------------------------------
003776* 1610-LOAD-ONE-GRANT
003777*-----------------------------------------------------------------
003778* ONE GRANT RECORD.  AN UNKNOWN GRANT TYPE IS IGNORED; GRANTS
003779* PAST THE TABLE'S CAPACITY ARE REPORTED AND NOT HONORED.
003780 1610-LOAD-ONE-GRANT.
003781     READ ENT-FILE NEXT RECORD
003782         AT END
003783             MOVE "Y" TO ARF-ENT-EOF-SWITCH
003784             GO TO 1610-LOAD-ONE-GRANT-EXIT
003785     END-READ
003786     IF NOT ARF-ENT-STATUS = "00"
003787         OR NOT ENT-USER = ARF-REQUESTING-USER
003788         MOVE "Y" TO ARF-ENT-EOF-SWITCH
003789         GO TO 1610-LOAD-ONE-GRANT-EXIT
003790     END-IF
003791     IF ENT-GRANT-ALL
003792         MOVE "Y" TO ARF-ENT-ALL-SWITCH
003793         GO TO 1610-LOAD-ONE-GRANT-EXIT
003794     END-IF
003795     IF NOT ENT-GRANT-DIVISION AND NOT ENT-GRANT-REGION
003796         GO TO 1610-LOAD-ONE-GRANT-EXIT
003797     END-IF
003798     IF ARF-ENT-COUNT >= ARF-MAX-GRANTS
003799         MOVE "GRANT TABLE FULL - LATER GRANTS NOT HONORED" TO
003800             ARF-ERROR-MESSAGE
003801         PERFORM 9000-DISPLAY-ERROR THRU
003802             9000-DISPLAY-ERROR-EXIT
003803         MOVE ARF-RETURN-WARNING TO ARF-FINAL-RETURN-CODE
003804         MOVE "Y" TO ARF-ENT-EOF-SWITCH
003805         GO TO 1610-LOAD-ONE-GRANT-EXIT
003806     END-IF
003807     ADD 1 TO ARF-ENT-COUNT
003808     SET ARF-EX TO ARF-ENT-COUNT
003809     MOVE ENT-GRANT-TYPE TO ARF-ENT-TYPE(ARF-EX)
003810     MOVE ENT-CODE TO ARF-ENT-CODE(ARF-EX)
003811     IF ENT-GRANT-REGION
003812         MOVE "Y" TO ARF-ENT-REGION-SWITCH
003813     END-IF.
003814 1610-LOAD-ONE-GRANT-EXIT.
003815     EXIT.

003816*-----------------------------------------------------------------
003817* 2000-VALIDATE-SEARCH-KEY
003818*-----------------------------------------------------------------
003819* THE SAME CHECKS THE RANGE-SCAN PARM CARD GETS - OPERATOR,
003820* RUN MODE, KEY LENGTH, NON-BLANK KEY - SO A BAD CARD PRODUCES
003821* A CLEAR DIAGNOSTIC INSTEAD OF A CLEAN-LOOKING EMPTY SEARCH.
003822 2000-VALIDATE-SEARCH-KEY.
003823     IF NOT (ARF-OP-GREATER OR ARF-OP-EQUAL OR ARF-OP-NOT-LESS)
003824         MOVE "INVALID OPERATOR - MUST BE GT, EQ, OR NL"
003825                 TO ARF-ERROR-MESSAGE
003830         PERFORM 9000-DISPLAY-ERROR THRU
003840             9000-DISPLAY-ERROR-EXIT
003850         MOVE "N" TO ARF-RUN-OK-SWITCH
004590     IF NOT ARF-RECORD-MATCHES
004600         GO TO 5100-READ-NEXT-RECORD-EXIT
004610     END-IF
004611*    A MATCH IN A DIVISION OUTSIDE THE SUBMITTING USER'S
004612*    ENTITLEMENT IS WITHHELD - NOT REPORTED, NOT REINSTATED, AND
004613*    NOT COUNTED AS A MATCH.
004614     MOVE ARC-PARTIAL-KEY-1 TO ARF-ENT-DIVISION
004615     PERFORM 5300-CHECK-ENTITLEMENT THRU
004616         5300-CHECK-ENTITLEMENT-EXIT
004617     IF NOT ARF-ENT-GRANTED
004618         ADD 1 TO ARF-WITHHELD-COUNT
004619         GO TO 5100-READ-NEXT-RECORD-EXIT
004620     END-IF
004625     ADD 1 TO ARF-MATCH-COUNT
004630     ADD ARC-AMOUNT TO ARF-MATCH-AMOUNT-TOTAL
004640     PERFORM 5200-WRITE-REPORT-LINE THRU
004650         5200-WRITE-REPORT-LINE-EXIT
004910 5200-WRITE-REPORT-LINE-EXIT.
004920     EXIT.

004921*-----------------------------------------------------------------
004922* 5300-CHECK-ENTITLEMENT
004923*-----------------------------------------------------------------
004924* IS THE DIVISION IN ARF-ENT-DIVISION COVERED BY ONE OF THE
004925* SUBMITTING USER'S GRANTS?  A REGION GRANT COVERS THE DIVISIONS
004926* THE DIVISION MASTER FILES UNDER THAT REGION; A DIVISION NOT ON
004927* THE MASTER (OR NO MASTER) MATCHES ONLY A DIVISION OR AN ALL
004928* GRANT.  THE LAST ANSWER IS REMEMBERED - THE ARCHIVE IS WRITTEN
004929* IN KEY ORDER, SO A DIVISION'S RECORDS COST ONE LOOKUP.
004930 5300-CHECK-ENTITLEMENT.
004931     IF ARF-ENT-ALL-DIVISIONS
004932         MOVE "Y" TO ARF-ENT-GRANTED-SWITCH
004933         GO TO 5300-CHECK-ENTITLEMENT-EXIT
004934     END-IF
004935     IF ARF-ENT-DIVISION = ARF-ENT-LAST-DIVISION
004936         MOVE ARF-ENT-LAST-RESULT TO ARF-ENT-GRANTED-SWITCH
004937         GO TO 5300-CHECK-ENTITLEMENT-EXIT
004938     END-IF
004939     MOVE "N" TO ARF-ENT-GRANTED-SWITCH
004940     MOVE SPACES TO ARF-ENT-REGION
004941     IF ARF-ENT-HAS-REGIONS AND ARF-DIVM-IS-OPEN
004942         MOVE ARF-ENT-DIVISION TO DIV-CODE
004943         READ DIV-FILE
004944             INVALID KEY
004945                 CONTINUE
004946             NOT INVALID KEY
004947                 MOVE DIV-REGION-CODE TO ARF-ENT-REGION
004948         END-READ
004949     END-IF
004950     IF ARF-ENT-COUNT > 0
004951         SET ARF-EX TO 1
004952         SEARCH ARF-ENT-ENTRY
004953             AT END
004954                 CONTINUE
004955             WHEN ARF-EX > ARF-ENT-COUNT
004956                 CONTINUE
004957             WHEN ARF-ENT-TYPE(ARF-EX) = "D"
004958                 AND ARF-ENT-CODE(ARF-EX) = ARF-ENT-DIVISION
004959                 MOVE "Y" TO ARF-ENT-GRANTED-SWITCH
004960             WHEN ARF-ENT-TYPE(ARF-EX) = "R"
004961                 AND ARF-ENT-REGION NOT = SPACES
004962                 AND ARF-ENT-CODE(ARF-EX)(1:3) = ARF-ENT-REGION
004963                 MOVE "Y" TO ARF-ENT-GRANTED-SWITCH
004964         END-SEARCH
004965     END-IF
004966     MOVE ARF-ENT-DIVISION TO ARF-ENT-LAST-DIVISION
004967     MOVE ARF-ENT-GRANTED-SWITCH TO ARF-ENT-LAST-RESULT.
004968 5300-CHECK-ENTITLEMENT-EXIT.
004969     EXIT.

004970*-----------------------------------------------------------------
004971* 5600-REINSTATE-RECORD
004972*-----------------------------------------------------------------
004973* THE AP-MODE WORK ON ONE MATCHED RECORD: WRITE IT BACK ONTO
004974* DATA-FILE EXACTLY AS ARCHIVED.  A COMPOSITE KEY THAT IS BACK
004980* IN USE ON THE LIVE FILE IS A REJECT, NAMED ON THE REPORT -
004990* THE LIVE RECORD IS NEVER OVERWRITTEN FROM THE ARCHIVE.  ANY
005000* OTHER WRITE FAILURE ABORTS THE RUN.
005250         MOVE "Y" TO ARF-ABORT-SWITCH
005260         GO TO 5600-REINSTATE-RECORD-EXIT
005270     END-IF
005271     MOVE "A" TO JRN-ACTION
005272     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
005273     MOVE SPACES TO JRN-BEFORE-IMAGE
005274     MOVE DATA-RECORD TO JRN-AFTER-IMAGE
005275     PERFORM 7600-WRITE-JOURNAL-ENTRY THRU
005276         7600-WRITE-JOURNAL-ENTRY-EXIT
005280     ADD 1 TO ARF-REINSTATE-COUNT
005282     ADD ARC-AMOUNT TO ARF-REINSTATE-AMOUNT.
005290 5600-REINSTATE-RECORD-EXIT.
005570             PERFORM 9000-DISPLAY-ERROR THRU
005580                 9000-DISPLAY-ERROR-EXIT
005590         END-IF
005591     END-IF
005592     IF ARF-WITHHELD-COUNT > 0
005593         MOVE ARF-WITHHELD-COUNT TO ARF-WHD-RECORD-COUNT
005594         WRITE REPORT-RECORD FROM ARF-WITHHELD-LINE
005595         IF NOT ARF-RPT-STATUS = "00"
005596             MOVE "ERROR WRITING ARCHIVE SEARCH REPORT" TO
005597                 ARF-ERROR-MESSAGE
005598             PERFORM 9000-DISPLAY-ERROR THRU
005599                 9000-DISPLAY-ERROR-EXIT
005600         END-IF
005601     END-IF.
005610 5500-WRITE-TOTALS-EXIT.
005620     EXIT.

005790     ELSE
005800         MOVE "AS" TO AUD-RUN-MODE
005810     END-IF
005812     MOVE ARF-SEARCH-KEY-LENGTH TO AUD-KEY-LENGTH
005814     MOVE SPACE TO AUD-STOP-FLAG
005816     MOVE SPACES TO AUD-FROM-DIVISION
005820     MOVE SPACES TO AUD-TO-DIVISION
005821*    THE ENTITLEMENT MARKER - W WHEN MATCHES OUTSIDE THE USER'S
005822*    DIVISIONS WERE WITHHELD, D WHEN NOTHING THE USER MAY SEE
005823*    MATCHED OR THE USER HOLDS NO GRANTS AT ALL.
005824     MOVE SPACE TO AUD-ACCESS-FLAG
005825     MOVE SPACES TO AUD-WITHHELD-COUNT-X
005826     IF ARF-WITHHELD-COUNT > 0
005827         IF ARF-MATCH-COUNT = 0
005828             MOVE "D" TO AUD-ACCESS-FLAG
005829         ELSE
005830             MOVE "W" TO AUD-ACCESS-FLAG
005831         END-IF
005832     END-IF
005833     IF ARF-ENT-COUNT = 0 AND NOT ARF-ENT-ALL-DIVISIONS
005834         MOVE "D" TO AUD-ACCESS-FLAG
005835     END-IF
005836     IF NOT AUD-ACCESS-FLAG = SPACE
005837         MOVE ARF-WITHHELD-COUNT TO AUD-WITHHELD-COUNT
005838     END-IF
005839     IF NOT ARF-AUDIT-IS-OPEN
005840         OPEN EXTEND AUDIT-FILE
005850         IF NOT ARF-AUDIT-STATUS = "00" AND
005860             NOT ARF-AUDIT-STATUS = "05"
006005     EXIT.

006006*-----------------------------------------------------------------
006007* 7600-WRITE-JOURNAL-ENTRY
006008*-----------------------------------------------------------------
006009* APPEND THE CHANGE JOURNAL ENTRY FOR THE RECORD JUST WRITTEN
006010* BACK - 5600 HAS ALREADY SET THE ACTION, THE KEY, AND BOTH
006011* IMAGES.  THERE IS NO TMF HERE TO BACK THE WRITE OUT, SO A
006012* FAILED ENTRY ABORTS THE RUN NAMING THE KEY: THAT ONE RECORD IS
006013* BACK ON DATA-FILE BUT NOT ON THE JOURNAL.
006014 7600-WRITE-JOURNAL-ENTRY.
006015     ACCEPT JRN-ENTRY-DATE FROM DATE YYYYMMDD
006016     ACCEPT JRN-ENTRY-TIME FROM TIME
006017     MOVE "ARCHFIND  " TO JRN-PROGRAM
006018     MOVE ARF-REQUESTING-USER TO JRN-USER
006019     WRITE JRN-FILE-RECORD FROM JRN-RECORD
006020     IF NOT ARF-JRN-STATUS = "00"
006021         MOVE "JOURNAL WRITE FAILED - RUN ABORTED AT KEY: "
006022             TO ARF-ERROR-LABEL
006023         STRING ARF-ERROR-LABEL DELIMITED BY SIZE
006024             JRN-RECORD-KEY DELIMITED BY SIZE
006025             INTO ARF-ERROR-MESSAGE
006026         PERFORM 9000-DISPLAY-ERROR THRU
006027             9000-DISPLAY-ERROR-EXIT
006028         MOVE ARF-RETURN-ERROR TO ARF-FINAL-RETURN-CODE
006029         MOVE "Y" TO ARF-ABORT-SWITCH
006030     END-IF.
006031 7600-WRITE-JOURNAL-ENTRY-EXIT.
006032     EXIT.

006033*-----------------------------------------------------------------
006034* 7700-WRITE-HISTORY-RECORD
006035*-----------------------------------------------------------------
006036* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
006037* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
006038* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
006039* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
006040 7700-WRITE-HISTORY-RECORD.
006041     IF ARF-HIST-EVENT = "S"
006042         ACCEPT ARF-HIST-START-DATE FROM DATE YYYYMMDD
006043         ACCEPT ARF-HIST-START-TIME FROM TIME
006044     END-IF
006045     OPEN EXTEND HIST-FILE
006046     IF NOT ARF-HIST-STATUS = "00" AND
006047         NOT ARF-HIST-STATUS = "05"
006048         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
006049             ARF-ERROR-MESSAGE
006050         PERFORM 9000-DISPLAY-ERROR THRU
006051             9000-DISPLAY-ERROR-EXIT
006052         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
006053     END-IF
006054     MOVE SPACES TO RHS-RECORD
006055     MOVE "ARCHFIND  " TO RHS-STEP
006056     MOVE "P" TO RHS-KIND
006057     MOVE ARF-HIST-EVENT TO RHS-EVENT
006058     MOVE ARF-HIST-START-DATE TO RHS-START-DATE
006059     MOVE ARF-HIST-START-TIME TO RHS-START-TIME
006060     MOVE 0 TO RHS-END-DATE
006061     MOVE 0 TO RHS-END-TIME
006062     MOVE 0 TO RHS-COMPLETION-CODE
006063     MOVE ARF-REQUESTING-USER TO RHS-USER
006064     MOVE 0 TO RHS-COUNT-VALUE(1)
006065     MOVE 0 TO RHS-COUNT-VALUE(2)
006066     MOVE 0 TO RHS-COUNT-VALUE(3)
006067     MOVE 0 TO RHS-COUNT-VALUE(4)
006068     IF RHS-ENDED
006069         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
006070         ACCEPT RHS-END-TIME FROM TIME
006071         MOVE ARF-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
006072         MOVE "READ    " TO RHS-COUNT-LABEL(1)
006073         MOVE ARF-READ-COUNT TO RHS-COUNT-VALUE(1)
006074         MOVE "MATCHED " TO RHS-COUNT-LABEL(2)
006075         MOVE ARF-MATCH-COUNT TO RHS-COUNT-VALUE(2)
006076         MOVE "RESTORED" TO RHS-COUNT-LABEL(3)
006077         MOVE ARF-REINSTATE-COUNT TO RHS-COUNT-VALUE(3)
006078         MOVE "WITHHELD" TO RHS-COUNT-LABEL(4)
006079         MOVE ARF-WITHHELD-COUNT TO RHS-COUNT-VALUE(4)
006080     END-IF
006081     WRITE RHS-RECORD
006082     IF NOT ARF-HIST-STATUS = "00"
006083         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
006084             ARF-ERROR-MESSAGE
006085         PERFORM 9000-DISPLAY-ERROR THRU
006086             9000-DISPLAY-ERROR-EXIT
006087     END-IF
006088     CLOSE HIST-FILE.
006089 7700-WRITE-HISTORY-RECORD-EXIT.
006090     EXIT.

006091*-----------------------------------------------------------------
006092* 8000-TERMINATE
006093*-----------------------------------------------------------------
006094* CLOSE EVERYTHING AND SET THE RETURN CODE.  COLLISION REJECTS,
006095* WITHHELD MATCHES, OR AN EMPTY MATCH SET DOWNGRADE A CLEAN RUN
006096* TO WARNING SO THE OPERATOR LOOKS AT THE REPORT.
006097 8000-TERMINATE.
006098     IF ARF-DATA-IS-OPEN
006099         PERFORM 7500-WRITE-CONTROL-RECORD THRU
006100             7500-WRITE-CONTROL-RECORD-EXIT
006101     END-IF
006102     IF ARF-ARCH-IS-OPEN
006103         CLOSE ARCH-FILE
006104     END-IF
006105     IF ARF-DATA-IS-OPEN
006106         CLOSE DATA-FILE
006107     END-IF
006110     IF ARF-RPT-IS-OPEN
006120         CLOSE REPORT-FILE
006130     END-IF
006140     IF ARF-AUDIT-IS-OPEN
006150         CLOSE AUDIT-FILE
006160     END-IF
006162     IF ARF-JRN-IS-OPEN
006164         CLOSE JRN-FILE
006166     END-IF
006167     IF ARF-DIVM-IS-OPEN
006168         CLOSE DIV-FILE
006169     END-IF
006170     IF NOT ARF-RUN-OK
006180         MOVE ARF-RETURN-ERROR TO ARF-FINAL-RETURN-CODE
006190     END-IF
006200     IF ARF-FINAL-RETURN-CODE = ARF-RETURN-OK
006210         AND ARF-RUN-OK
006220         AND (ARF-MATCH-COUNT = 0 OR ARF-COLLIDE-COUNT > 0
006225             OR ARF-WITHHELD-COUNT > 0)
006230         MOVE ARF-RETURN-WARNING TO ARF-FINAL-RETURN-CODE
006240     END-IF
006242     MOVE "E" TO ARF-HIST-EVENT
006244     PERFORM 7700-WRITE-HISTORY-RECORD THRU
006246         7700-WRITE-HISTORY-RECORD-EXIT
006250     MOVE ARF-FINAL-RETURN-CODE TO RETURN-CODE.
006260 8000-TERMINATE-EXIT.
006270     EXIT.
