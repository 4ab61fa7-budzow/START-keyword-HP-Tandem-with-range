000260* EVERY INQUIRY IS APPENDED TO THE SAME AUDITLOG THE BATCH
000270* RUNS WRITE (AUDITLN LAYOUT), WITH RUN MODE "IQ", SO ONLINE
000280* LOOKUPS ARE AS TRACEABLE AS BATCH ONES.
000281*
000282* EVERY SEARCH IS LIMITED TO THE DIVISIONS THE REQUESTING USER
000283* IS ENTITLED TO ON ENTLMT (SEE ENTREC) - DIVISION GRANTS
000284* DIRECTLY, REGION GRANTS THROUGH THE DIVISION MASTER.  ROWS IN
000285* OTHER DIVISIONS ARE WITHHELD FROM THE PAGE (AUDIT MARKER W);
000286* A SEARCH THAT REACHES ONLY WITHHELD DIVISIONS, OR A USER WITH
000287* NO GRANTS, IS REFUSED (AUDIT MARKER D).  AN UNREADABLE
000288* ENTITLEMENT FILE REFUSES EVERY SEARCH - IT NEVER OPENS THE
000289* FILE UP.
000290*
000291* THE USER ID IS NOT TAKEN ON TRUST: EVERY REQUEST ALSO CARRIES
000292* THE USER'S PASSWORD, AND NO SEARCH IS RUN UNTIL GUARDIAN
000293* (USER_AUTHENTICATE_) HAS ACCEPTED THE PAIR - THE USER ID IS A
000294* GUARDIAN USER NAME (GROUP.USER), AS ON ENTLMT.  A REFUSED
000295* SIGN-ON IS AUDITED WITH MARKER D.  THE PASSWORD IS CLEARED AS
000296* SOON AS IT HAS BEEN CHECKED AND IS NEVER WRITTEN ANYWHERE.
000297*
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* ---------- ---- --------------------------------------------
000549*                 PAGE WANTS A LONGER PREFIX) AND AUDIT WITH
000550*                 RUN MODE NQ.  AN UNOPENABLE NAME INDEX ONLY
000551*                 FAILS NAME SEARCHES - KEY LOOKUPS STILL RUN.
000552* 2026-10-15 RLH  SEARCHES ARE NOW LIMITED TO THE REQUESTING
000553*                 USER'S ENTITLED DIVISIONS (ENTLMT, SEE ENTREC):
000554*                 THE REQUEST CARRIES THE SIGNED-ON USER, KEY
000555*                 AND NAME HITS OUTSIDE THAT USER'S DIVISIONS ARE
000556*                 WITHHELD, A SEARCH THAT REACHES ONLY WITHHELD
000557*                 DIVISIONS (OR A USER WITH NO GRANTS) IS REFUSED,
000558*                 AND THE AUDIT LINE NOW NAMES THE REQUESTING
000559*                 USER AND CARRIES THE ACCESS MARKER.
000569* 2026-10-15 RLH  THE AUDIT LINE'S STOP FLAG AND TRANSFER
000579*                 DIVISIONS ARE NOW SET TO SPACES - THEY WERE
000589*                 LEFT UNSET.
000599* 2026-10-15 RLH  THE USER ID IS NO LONGER TAKEN ON TRUST - EVERY
000609*                 REQUEST NOW CARRIES THE USER'S PASSWORD, AND
000619*                 GUARDIAN MUST ACCEPT THE PAIR BEFORE THE
000629*                 ENTITLEMENTS ARE LOADED OR ANY SEARCH RUNS.  A
000639*                 REFUSED SIGN-ON IS AUDITED WITH MARKER D.

000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.                  inqserve.
000860     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS INQ-AUDIT-STATUS.
000881*    ENT-FILE - THE USER-TO-DIVISION ENTITLEMENT FILE (LAYOUT:
000882*    ENTREC), READ ONLY.  THE REQUESTING USER'S GRANTS ARE
000883*    READ AFRESH FOR EVERY REQUEST.
000884     SELECT ENT-FILE ASSIGN TO "ENTLMT"
000885         ORGANIZATION IS INDEXED
000886         ACCESS MODE IS DYNAMIC
000887         RECORD KEY IS ENT-KEY
000888         FILE STATUS IS INQ-ENT-STATUS.
000889*    DIV-FILE - THE DIVISION MASTER, READ BY KEY TO RESOLVE A
000890*    DIVISION'S REGION FOR A USER HOLDING REGION GRANTS.
000891     SELECT DIV-FILE ASSIGN TO "DIVMAST"
000892         ORGANIZATION IS INDEXED
000893         ACCESS MODE IS RANDOM
000894         RECORD KEY IS DIV-CODE
000895         FILE STATUS IS INQ-DIVM-STATUS.

000897 DATA DIVISION.
000900 FILE SECTION.
000910 FD  RECEIVE-FILE.
000920 01  RECEIVE-RECORD              PIC X(800).
000950 FD  AUDIT-FILE.
000960 01  AUDIT-RECORD                PIC X(100).

000962 FD  ENT-FILE.
000964     COPY ENTREC.

000966 FD  DIV-FILE.
000968     COPY DIVREC.

000970 WORKING-STORAGE SECTION.
000980*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000990 77  INQ-MAX-KEY-LENGTH          PIC 9(02) VALUE 11.
001050*    ARE BOUNDED BY THE ONE SAVED ACCOUNT'S RECORD COUNT, SO
001060*    THE READ STAYS BOUNDED EITHER WAY.
001070 77  INQ-MAX-READS               PIC 9(04) VALUE 0500.
001071 77  INQ-MAX-GRANTS              PIC 9(03) VALUE 100.
001072*    SIGN-ON CHECK WORK FIELDS - THE PASSWORD, HELD ONLY FOR THE
001073*    GUARDIAN CALL, THE SIGNIFICANT LENGTHS OF IT AND THE USER
001074*    NAME, AND THE ERROR NUMBER USER_AUTHENTICATE_ RETURNS.
001075 77  INQ-AUTH-PASSWORD           PIC X(08).
001076 77  INQ-AUTH-USER-LENGTH        PIC S9(04) COMP.
001077 77  INQ-AUTH-PASSWORD-LENGTH    PIC S9(04) COMP.
001078 77  INQ-AUTH-STATUS             PIC S9(04) COMP.

001080 01  INQ-SWITCHES.
001090     05  INQ-STOP-SWITCH             PIC X(01) VALUE "N".
001224         88  INQ-NAME-IS-OPEN              VALUE "Y".
001226     05  INQ-NAME-REQ-SWITCH         PIC X(01) VALUE "N".
001228         88  INQ-NAME-SEARCH               VALUE "Y".
001229     05  INQ-ENT-OPEN-SWITCH         PIC X(01) VALUE "N".
001230         88  INQ-ENT-IS-OPEN               VALUE "Y".
001231     05  INQ-DIVM-OPEN-SWITCH        PIC X(01) VALUE "N".
001232         88  INQ-DIVM-IS-OPEN              VALUE "Y".
001233     05  INQ-ENT-EOF-SWITCH          PIC X(01) VALUE "N".
001234         88  INQ-ENT-EOF                   VALUE "Y".
001235     05  INQ-ENT-ALL-SWITCH          PIC X(01) VALUE "N".
001236         88  INQ-ENT-ALL-DIVISIONS         VALUE "Y".
001237     05  INQ-ENT-REGION-SWITCH       PIC X(01) VALUE "N".
001238         88  INQ-ENT-HAS-REGIONS           VALUE "Y".
001239     05  INQ-ENT-GRANTED-SWITCH      PIC X(01) VALUE "N".
001240         88  INQ-ENT-GRANTED               VALUE "Y".

001242*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001244 01  INQ-FILE-STATUSES.
001250     05  INQ-RECV-STATUS             PIC X(02).
001260     05  INQ-DATA-STATUS             PIC X(02).
001270         88  INQ-DATA-STATUS-OK        VALUE "00".
001280     05  INQ-AUDIT-STATUS            PIC X(02).
001282     05  INQ-NAME-STATUS             PIC X(02).
001284     05  INQ-ENT-STATUS              PIC X(02).
001286     05  INQ-DIVM-STATUS             PIC X(02).

001290*    THE POSITIONING REQUEST RESOLVED FROM THE MESSAGE: ON A
001300*    FIRST PAGE IT IS THE REQUEST ITSELF; ON A PAGE-FORWARD IT
001528     05  INQ-LEAD-SPACES             PIC 9(02) COMP.
001530     05  INQ-REST-LENGTH             PIC 9(02) COMP.

001531*    THE REQUESTING USER'S GRANTS, LOADED BY 2500 FOR EACH
001532*    REQUEST.  AN ALL GRANT ONLY SETS INQ-ENT-ALL-DIVISIONS.
001533 01  INQ-ENTITLEMENT-TABLE.
001534     05  INQ-ENT-COUNT               PIC 9(03) COMP VALUE 0.
001535     05  INQ-ENT-ENTRY OCCURS 100 TIMES
001536             INDEXED BY INQ-EX.
001537         10  INQ-ENT-TYPE            PIC X(01).
001538         10  INQ-ENT-CODE            PIC X(05).

001539*    ENTITLEMENT CHECK WORK FIELDS.  6500 CHECKS THE DIVISION
001540*    IN INQ-ENT-DIVISION AND REMEMBERS THE LAST ANSWER, SO AN
001541*    ACCOUNT'S RUN OF RECORDS COSTS ONE DIVISION MASTER READ.
001542 01  INQ-ENT-WORK-FIELDS.
001543     05  INQ-ENT-USER                PIC X(20).
001544     05  INQ-ENT-DIVISION            PIC X(05).
001545     05  INQ-ENT-REGION              PIC X(03).
001546     05  INQ-ENT-LAST-DIVISION       PIC X(05).
001547     05  INQ-ENT-LAST-RESULT         PIC X(01).
001548*    ROWS WITHHELD FROM THIS REQUEST'S PAGE, AND THE AUDIT
001549*    MARKER THE REQUEST EARNED (SPACE, D, OR W - SEE AUDITLN).
001550     05  INQ-WITHHELD-COUNT          PIC 9(04) COMP.
001551     05  INQ-ACCESS-FLAG             PIC X(01).

001520 01  INQ-RUN-DATE                PIC 9(08).
001530 01  INQ-RUN-TIME                PIC 9(08).
001540 01  INQ-SERVER-USER             PIC X(20).
001994-            " FAIL" TO INQ-ERROR-MESSAGE
001995         PERFORM 9000-DISPLAY-ERROR THRU
001996             9000-DISPLAY-ERROR-EXIT
001997     END-IF
001998*    THE ENTITLEMENT FILE DOES NOT STOP THE SERVER EITHER, BUT
001999*    WITHOUT IT EVERY SEARCH IS REFUSED.  WITHOUT THE DIVISION
002000*    MASTER ONLY DIVISION AND ALL GRANTS CAN BE HONORED.
002001     OPEN INPUT ENT-FILE SHARED
002002     IF INQ-ENT-STATUS = "00"
002003         MOVE "Y" TO INQ-ENT-OPEN-SWITCH
002004     ELSE
002005         MOVE "ENTITLEMENT FILE UNAVAILABLE - SEARCHES REFUSED"
002006             TO INQ-ERROR-MESSAGE
002007         PERFORM 9000-DISPLAY-ERROR THRU
002008             9000-DISPLAY-ERROR-EXIT
002009     END-IF
002010     OPEN INPUT DIV-FILE SHARED
002011     IF INQ-DIVM-STATUS = "00"
002012         MOVE "Y" TO INQ-DIVM-OPEN-SWITCH
002013     ELSE
002014         MOVE "DIVISION MASTER DOWN - REGION GRANTS IGNORED"
002015             TO INQ-ERROR-MESSAGE
002016         PERFORM 9000-DISPLAY-ERROR THRU
002017             9000-DISPLAY-ERROR-EXIT
002018     END-IF.
002020 1000-INITIALIZE-EXIT.
002022     EXIT.

002024*-----------------------------------------------------------------
002026* 3000-SERVE-REQUEST
002030*-----------------------------------------------------------------
002040* ONE REQUEST/REPLY CYCLE.  THE REPLY IS ALWAYS SENT - A
002050* REJECTED REQUEST REPLIES WITH STATUS 16 AND THE REASON
002210         3100-BUILD-EMPTY-REPLY-EXIT
002220     PERFORM 2000-VALIDATE-REQUEST THRU
002230         2000-VALIDATE-REQUEST-EXIT
002231     IF INQ-REQ-IS-VALID
002232         PERFORM 2400-VERIFY-USER THRU 2400-VERIFY-USER-EXIT
002233     END-IF
002234     IF INQ-REQ-IS-VALID
002235         PERFORM 2500-LOAD-ENTITLEMENTS THRU
002236             2500-LOAD-ENTITLEMENTS-EXIT
002238     END-IF
002240     IF INQ-REQ-IS-VALID AND INQ-NAME-SEARCH
002242         PERFORM 4500-POSITION-NAME-INDEX THRU
002244             4500-POSITION-NAME-INDEX-EXIT
002280             PERFORM 5000-FILL-PAGE THRU 5000-FILL-PAGE-EXIT
002290         END-IF
002300     END-IF
002302     IF INQ-REQ-IS-VALID AND INQ-WITHHELD-COUNT > 0
002304         PERFORM 3300-SETTLE-WITHHELD THRU
002306             3300-SETTLE-WITHHELD-EXIT
002308     END-IF
002310     PERFORM 7000-WRITE-AUDIT-RECORD THRU
002320         7000-WRITE-AUDIT-RECORD-EXIT
002330     MOVE INQ-REPLY-MSG TO RECEIVE-RECORD
002560     MOVE 0 TO INQ-READS-THIS-PAGE
002570     MOVE "N" TO INQ-PAGING-SWITCH
002575     MOVE "N" TO INQ-NAME-REQ-SWITCH
002576     MOVE 0 TO INQ-WITHHELD-COUNT
002577     MOVE SPACE TO INQ-ACCESS-FLAG
002580     MOVE 0 TO INQ-ROW-SUB.
002590 3100-BUILD-EMPTY-REPLY-EXIT.
002600     EXIT.

002601*-----------------------------------------------------------------
002602* 3300-SETTLE-WITHHELD
002603*-----------------------------------------------------------------
002604* ROWS WERE WITHHELD AS OUTSIDE THE USER'S DIVISIONS.  IF NONE
002605* WERE LEFT TO SHOW AND THE SWEEP IS FINISHED, THE SEARCH
002606* REACHED NOTHING THE USER MAY SEE - REFUSE IT.  OTHERWISE THE
002607* PAGE STANDS AND THE AUDIT LINE RECORDS THE WITHHOLDING.
002608 3300-SETTLE-WITHHELD.
002609     IF INQ-RPY-ROW-COUNT = 0
002610         AND NOT INQ-RPY-MORE-FLAG = "Y"
002611         MOVE "16" TO INQ-RPY-STATUS
002612         MOVE "NO ACCESS TO THE MATCHING DIVISIONS" TO
002613             INQ-RPY-MESSAGE
002614         MOVE "D" TO INQ-ACCESS-FLAG
002615     ELSE
002616         MOVE "W" TO INQ-ACCESS-FLAG
002617     END-IF.
002618 3300-SETTLE-WITHHELD-EXIT.
002619     EXIT.

002621*-----------------------------------------------------------------
002623* 2000-VALIDATE-REQUEST
002630*-----------------------------------------------------------------
002640* THE SAME CHECKS THE BATCH PARM CARD GETS - OPERATOR, KEY
002650* LENGTH, NON-BLANK KEY - SO A BAD SCREEN ENTRY IS REJECTED
002700* SHOWN, SO AN ACCOUNT SPLIT ACROSS PAGES LOSES NOTHING.
002710 2000-VALIDATE-REQUEST.
002720     MOVE "Y" TO INQ-REQ-VALID-SWITCH
002721*    EVERY REQUEST MUST NAME ITS USER - THE ENTITLEMENT CHECK
002722*    AND THE AUDIT LINE BOTH HANG ON IT.
002723     IF INQ-REQ-USER = SPACES OR INQ-REQ-USER = LOW-VALUES
002724         MOVE "16" TO INQ-RPY-STATUS
002725         MOVE "USER ID IS REQUIRED" TO INQ-RPY-MESSAGE
002726         MOVE "N" TO INQ-REQ-VALID-SWITCH
002727         MOVE "D" TO INQ-ACCESS-FLAG
002728         GO TO 2000-VALIDATE-REQUEST-EXIT
002729     END-IF
002730     MOVE INQ-REQ-OPERATOR TO INQ-OPERATOR-CODE
002740     MOVE INQ-REQ-SEARCH-KEY TO INQ-SEARCH-KEY
002750     MOVE INQ-REQ-KEY-LENGTH TO INQ-SEARCH-KEY-LENGTH
003174 2100-NORMALIZE-NAME-EXIT.
003176     EXIT.

003177*-----------------------------------------------------------------
003178* 2400-VERIFY-USER
003179*-----------------------------------------------------------------
003180* HAVE GUARDIAN PROVE THE USER ID IS WHO IS AT THE TERMINAL -
003181* THE USER NAME AND PASSWORD THE REQUESTER SENT MUST PASS
003182* USER_AUTHENTICATE_ BEFORE THE USER'S GRANTS ARE LOADED.  THE
003183* PASSWORD IS CLEARED FROM THE MESSAGE AND THE WORK FIELD AS
003184* SOON AS THE CALL RETURNS.  A MISSING OR REFUSED PASSWORD
003185* REFUSES THE REQUEST, AUDITED WITH MARKER D.
003186 2400-VERIFY-USER.
003187     MOVE INQ-REQ-PASSWORD TO INQ-AUTH-PASSWORD
003188     MOVE SPACES TO INQ-REQ-PASSWORD
003189     IF INQ-AUTH-PASSWORD = SPACES
003190         OR INQ-AUTH-PASSWORD = LOW-VALUES
003191         MOVE "16" TO INQ-RPY-STATUS
003192         MOVE "PASSWORD IS REQUIRED" TO INQ-RPY-MESSAGE
003193         MOVE "N" TO INQ-REQ-VALID-SWITCH
003194         MOVE "D" TO INQ-ACCESS-FLAG
003195         GO TO 2400-VERIFY-USER-EXIT
003196     END-IF
003197     MOVE 0 TO INQ-AUTH-USER-LENGTH
003198     INSPECT INQ-REQ-USER TALLYING INQ-AUTH-USER-LENGTH
003199         FOR CHARACTERS BEFORE INITIAL SPACE
003200     MOVE 0 TO INQ-AUTH-PASSWORD-LENGTH
003201     INSPECT INQ-AUTH-PASSWORD TALLYING INQ-AUTH-PASSWORD-LENGTH
003202         FOR CHARACTERS BEFORE INITIAL SPACE
003203     ENTER TAL "USER_AUTHENTICATE_" USING INQ-REQ-USER
003204         INQ-AUTH-USER-LENGTH INQ-AUTH-PASSWORD
003205         INQ-AUTH-PASSWORD-LENGTH
003206         GIVING INQ-AUTH-STATUS
003207     MOVE SPACES TO INQ-AUTH-PASSWORD
003208     IF INQ-AUTH-STATUS NOT = 0
003209         MOVE "16" TO INQ-RPY-STATUS
003210         MOVE "USER ID OR PASSWORD NOT ACCEPTED" TO
003211             INQ-RPY-MESSAGE
003212         MOVE "N" TO INQ-REQ-VALID-SWITCH
003213         MOVE "D" TO INQ-ACCESS-FLAG
003214     END-IF.
003215 2400-VERIFY-USER-EXIT.
003216     EXIT.

003217*-----------------------------------------------------------------
003218* 2500-LOAD-ENTITLEMENTS
003219*-----------------------------------------------------------------
003220* LOAD THE REQUESTING USER'S GRANTS FROM THE ENTITLEMENT FILE -
003221* A GENERIC START ON THE USER ID, THEN READ ON WHILE THE USER
003222* HOLDS.  THE FILE IS READ FOR EVERY REQUEST, SO A GRANT DATA
003223* SECURITY ADDS OR REVOKES TAKES EFFECT AT ONCE.  NO FILE, OR
003224* NO GRANTS, REFUSES THE REQUEST.
003225 2500-LOAD-ENTITLEMENTS.
003226     MOVE 0 TO INQ-ENT-COUNT
003227     MOVE "N" TO INQ-ENT-ALL-SWITCH
003228     MOVE "N" TO INQ-ENT-REGION-SWITCH
003229     MOVE "N" TO INQ-ENT-EOF-SWITCH
003230     MOVE HIGH-VALUES TO INQ-ENT-LAST-DIVISION
003231     IF NOT INQ-ENT-IS-OPEN
003232         MOVE "16" TO INQ-RPY-STATUS
003233         MOVE "ENTITLEMENTS UNAVAILABLE - TRY LATER" TO
003234             INQ-RPY-MESSAGE
003235         MOVE "N" TO INQ-REQ-VALID-SWITCH
003236         MOVE "D" TO INQ-ACCESS-FLAG
003237         GO TO 2500-LOAD-ENTITLEMENTS-EXIT
003238     END-IF
003239     MOVE INQ-REQ-USER TO INQ-ENT-USER
003240     MOVE INQ-REQ-USER TO ENT-USER
003241     START ENT-FILE
003242         KEY IS EQUAL TO ENT-USER
003243         INVALID KEY
003244             MOVE "Y" TO INQ-ENT-EOF-SWITCH
003245     END-START
003246     PERFORM 2510-LOAD-ONE-GRANT THRU 2510-LOAD-ONE-GRANT-EXIT
003247         UNTIL INQ-ENT-EOF
003248     IF INQ-ENT-COUNT = 0 AND NOT INQ-ENT-ALL-DIVISIONS
003249         MOVE "16" TO INQ-RPY-STATUS
003250         MOVE "NO DIVISION ENTITLEMENT FOR THIS USER" TO
003251             INQ-RPY-MESSAGE
003252         MOVE "N" TO INQ-REQ-VALID-SWITCH
003253         MOVE "D" TO INQ-ACCESS-FLAG
003254     END-IF.
003255 2500-LOAD-ENTITLEMENTS-EXIT.
003256     EXIT.

003257*-----------------------------------------------------------------
003258* 2510-LOAD-ONE-GRANT
003259*-----------------------------------------------------------------
003260* ONE GRANT RECORD.  AN UNKNOWN GRANT TYPE IS IGNORED; GRANTS
003261* PAST THE TABLE'S CAPACITY ARE REPORTED AND NOT HONORED.
003262 2510-LOAD-ONE-GRANT.
003263     READ ENT-FILE NEXT RECORD
003264         AT END
003265             MOVE "Y" TO INQ-ENT-EOF-SWITCH
003266             GO TO 2510-LOAD-ONE-GRANT-EXIT
003267     END-READ
003268     IF NOT INQ-ENT-STATUS = "00"
003269         OR NOT ENT-USER = INQ-ENT-USER
003270         MOVE "Y" TO INQ-ENT-EOF-SWITCH
003271         GO TO 2510-LOAD-ONE-GRANT-EXIT
003272     END-IF
003273     IF ENT-GRANT-ALL
003274         MOVE "Y" TO INQ-ENT-ALL-SWITCH
003275         GO TO 2510-LOAD-ONE-GRANT-EXIT
003276     END-IF
003277     IF NOT ENT-GRANT-DIVISION AND NOT ENT-GRANT-REGION
003278         GO TO 2510-LOAD-ONE-GRANT-EXIT
003279     END-IF
003280     IF INQ-ENT-COUNT >= INQ-MAX-GRANTS
003281         MOVE "GRANT TABLE FULL - LATER GRANTS NOT HONORED" TO
003282             INQ-ERROR-MESSAGE
003283         PERFORM 9000-DISPLAY-ERROR THRU
003284             9000-DISPLAY-ERROR-EXIT
003285         MOVE "Y" TO INQ-ENT-EOF-SWITCH
003286         GO TO 2510-LOAD-ONE-GRANT-EXIT
003287     END-IF
003288     ADD 1 TO INQ-ENT-COUNT
003289     SET INQ-EX TO INQ-ENT-COUNT
003290     MOVE ENT-GRANT-TYPE TO INQ-ENT-TYPE(INQ-EX)
003291     MOVE ENT-CODE TO INQ-ENT-CODE(INQ-EX)
003292     IF ENT-GRANT-REGION
003293         MOVE "Y" TO INQ-ENT-REGION-SWITCH
003294     END-IF.
003295 2510-LOAD-ONE-GRANT-EXIT.
003296     EXIT.

003130*-----------------------------------------------------------------
003140* 4000-POSITION-FILE
003150*-----------------------------------------------------------------
004280         MOVE "Y" TO INQ-PAGE-DONE-SWITCH
004290         GO TO 5100-READ-NEXT-RECORD-EXIT
004300     END-IF
004301*    A RECORD IN A DIVISION OUTSIDE THE USER'S ENTITLEMENT IS
004302*    WITHHELD - COUNTED FOR THE AUDIT LINE, NEVER SHOWN.
004303     MOVE DATA-PARTIAL-KEY-1 TO INQ-ENT-DIVISION
004304     PERFORM 6500-CHECK-ENTITLEMENT THRU
004305         6500-CHECK-ENTITLEMENT-EXIT
004306     IF NOT INQ-ENT-GRANTED
004307         ADD 1 TO INQ-WITHHELD-COUNT
004308         GO TO 5100-READ-NEXT-RECORD-EXIT
004309     END-IF
004310     IF INQ-RPY-ROW-COUNT >= INQ-PAGE-SIZE
004320         MOVE "Y" TO INQ-RPY-MORE-FLAG
004330         MOVE "Y" TO INQ-PAGE-DONE-SWITCH
004574         MOVE "Y" TO INQ-PAGE-DONE-SWITCH
004576         GO TO 5600-READ-NEXT-NAME-EXIT
004578     END-IF
004579     MOVE NAME-DIVISION TO INQ-ENT-DIVISION
004580     PERFORM 6500-CHECK-ENTITLEMENT THRU
004581         6500-CHECK-ENTITLEMENT-EXIT
004582     IF NOT INQ-ENT-GRANTED
004583         ADD 1 TO INQ-WITHHELD-COUNT
004584         GO TO 5600-READ-NEXT-NAME-EXIT
004585     END-IF
004586     IF INQ-RPY-ROW-COUNT >= INQ-PAGE-SIZE
004587         MOVE "Y" TO INQ-RPY-MORE-FLAG
004588         MOVE "Y" TO INQ-PAGE-DONE-SWITCH
004589         GO TO 5600-READ-NEXT-NAME-EXIT
004590     END-IF
004591     ADD 1 TO INQ-RPY-ROW-COUNT
004592     MOVE INQ-RPY-ROW-COUNT TO INQ-ROW-SUB
004594     MOVE NAME-DIVISION TO INQ-RPY-KEY-1(INQ-ROW-SUB)
004596     MOVE NAME-ACCOUNT TO INQ-RPY-KEY-2(INQ-ROW-SUB)
004612 5600-READ-NEXT-NAME-EXIT.
004614     EXIT.

004615*-----------------------------------------------------------------
004616* 6500-CHECK-ENTITLEMENT
004617*-----------------------------------------------------------------
004618* IS THE DIVISION IN INQ-ENT-DIVISION COVERED BY ONE OF THE
004619* REQUESTING USER'S GRANTS?  A REGION GRANT COVERS THE
004620* DIVISIONS THE DIVISION MASTER FILES UNDER THAT REGION; A
004621* DIVISION NOT ON THE MASTER (OR NO MASTER) MATCHES ONLY A
004622* DIVISION OR ALL GRANT.
004623 6500-CHECK-ENTITLEMENT.
004624     IF INQ-ENT-ALL-DIVISIONS
004625         MOVE "Y" TO INQ-ENT-GRANTED-SWITCH
004626         GO TO 6500-CHECK-ENTITLEMENT-EXIT
004627     END-IF
004628     IF INQ-ENT-DIVISION = INQ-ENT-LAST-DIVISION
004629         MOVE INQ-ENT-LAST-RESULT TO INQ-ENT-GRANTED-SWITCH
004630         GO TO 6500-CHECK-ENTITLEMENT-EXIT
004631     END-IF
004632     MOVE "N" TO INQ-ENT-GRANTED-SWITCH
004633     MOVE SPACES TO INQ-ENT-REGION
004634     IF INQ-ENT-HAS-REGIONS AND INQ-DIVM-IS-OPEN
004635         MOVE INQ-ENT-DIVISION TO DIV-CODE
004636         READ DIV-FILE
004637             INVALID KEY
004638                 CONTINUE
004639             NOT INVALID KEY
004640                 MOVE DIV-REGION-CODE TO INQ-ENT-REGION
004641         END-READ
004642     END-IF
004643     IF INQ-ENT-COUNT > 0
004644         SET INQ-EX TO 1
004645         SEARCH INQ-ENT-ENTRY
004646             AT END
004647                 CONTINUE
004648             WHEN INQ-EX > INQ-ENT-COUNT
004649                 CONTINUE
004650             WHEN INQ-ENT-TYPE(INQ-EX) = "D"
004651                 AND INQ-ENT-CODE(INQ-EX) = INQ-ENT-DIVISION
004652                 MOVE "Y" TO INQ-ENT-GRANTED-SWITCH
004653             WHEN INQ-ENT-TYPE(INQ-EX) = "R"
004654                 AND INQ-ENT-REGION NOT = SPACES
004655                 AND INQ-ENT-CODE(INQ-EX)(1:3) = INQ-ENT-REGION
004656                 MOVE "Y" TO INQ-ENT-GRANTED-SWITCH
004657         END-SEARCH
004658     END-IF
004659     MOVE INQ-ENT-DIVISION TO INQ-ENT-LAST-DIVISION
004660     MOVE INQ-ENT-GRANTED-SWITCH TO INQ-ENT-LAST-RESULT.
004661 6500-CHECK-ENTITLEMENT-EXIT.
004662     EXIT.

004500*-----------------------------------------------------------------
004510* 7000-WRITE-AUDIT-RECORD
004520*-----------------------------------------------------------------
004570* REPORTED ON THE SERVER'S HOME TERMINAL EVERY TIME.
004580 7000-WRITE-AUDIT-RECORD.
004590     MOVE INQ-RUN-DATE TO AUD-DATE
004591     MOVE INQ-RUN-TIME TO AUD-TIME
004592     MOVE INQ-SERVER-USER TO AUD-USER
004593*    THE SIGNED-ON USER THE REQUEST CARRIES, NOT THE SERVER'S
004594*    OWN PROCESS USER - UNLESS THE REQUEST WAS REFUSED FOR
004595*    NAMING NONE.
004596     IF INQ-REQ-USER NOT = SPACES
004597         AND INQ-REQ-USER NOT = LOW-VALUES
004598         MOVE INQ-REQ-USER TO AUD-USER
004599     END-IF
004600     MOVE SPACE TO AUD-STOP-FLAG
004601     MOVE SPACES TO AUD-FROM-DIVISION
004602     MOVE SPACES TO AUD-TO-DIVISION
004603     MOVE INQ-ACCESS-FLAG TO AUD-ACCESS-FLAG
004604     IF INQ-ACCESS-FLAG = SPACE
004605         MOVE SPACES TO AUD-WITHHELD-COUNT-X
004606     ELSE
004607         MOVE INQ-WITHHELD-COUNT TO AUD-WITHHELD-COUNT
004608     END-IF
004612*    A NAME SEARCH HAS NO OPERATOR AND ITS ARGUMENT IS A NAME,
004614*    NOT A KEY - THE SEARCH-KEY FIELD CARRIES AS MUCH OF THE
004616*    NORMALIZED NAME AS FITS, THE KEY LENGTH THE PREFIX
004950     IF INQ-AUDIT-IS-OPEN
004960         CLOSE AUDIT-FILE
004970     END-IF
004971     IF INQ-ENT-IS-OPEN
004972         CLOSE ENT-FILE
004973     END-IF
004974     IF INQ-DIVM-IS-OPEN
004975         CLOSE DIV-FILE
004976     END-IF
004980     CLOSE RECEIVE-FILE.
004990 8000-TERMINATE-EXIT.
005000     EXIT.
