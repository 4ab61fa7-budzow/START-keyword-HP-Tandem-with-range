000010*-----------------------------------------------------------------
000020* MNTSERVE
000030*-----------------------------------------------------------------
000040*
000050* PATHWAY SERVER FOR ONLINE SINGLE-ACCOUNT MAINTENANCE - THE
000060* UPDATE COUNTERPART OF THE READ-ONLY INQSERVE.  CUSTOMER
000070* SERVICE KEYS ONE CHANGE TO ONE DATA-FILE RECORD ON THE
000080* MNTSCRN REQUESTER (MESSAGE LAYOUTS: MNTMSG):
000090*
000100*     S  CHANGE THE STATUS CODE (A, C, OR S)
000110*     N  CORRECT THE CUSTOMER NAME
000120*     A  ADJUST DATA-AMOUNT UP OR DOWN
000130*
000140* NOTHING TOUCHES DATA-FILE WHEN THE CHANGE IS KEYED.  THE
000150* SERVER PROVES IT - THE KEY, THE DIVISION AGAINST THE DIVISION
000160* MASTER AS DATAAPPLY DOES, THE NEW VALUE, AND THE RECORD ITSELF
000170* - AND FILES IT ON MAINTREQ (SEE MNTREC) AS A PENDING REQUEST.
000180* A SECOND USER MUST APPROVE IT: THE USER WHO ENTERED A REQUEST
000190* CAN REJECT (WITHDRAW) IT BUT NEVER APPROVE IT.
000200*
000210* AN APPROVAL RUNS AS ONE TMF TRANSACTION - THE DIVISION IS
000220* PROVED AGAIN, THE RECORD IS RE-READ AND MUST STILL CARRY THE
000230* VALUE THE MAKER SAW, THE CHANGE IS REWRITTEN WITH THE DAY AS
000240* ITS LAST-UPDATE DATE, THE CHANGE JOURNAL (DATAJRNL, SEE
000250* JRNREC) GETS ITS BEFORE AND AFTER IMAGES, AND THE REQUEST
000260* FLIPS TO APPROVED.  ANY FAILURE BACKS THE WHOLE LOT OUT.  A
000270* COMMITTED CHANGE IS POSTED TO THE SHARED RUN-CONTROL FILE
000280* (RUNCTL, SEE CTLREC) - ONE CHANGE, AND THE ADJUSTMENT AS THE
000290* NET AMOUNT - SO THAT NIGHT'S CTLBAL PROOF STILL BALANCES.
000300*
000310* EVERY ENTER, APPROVE, AND REJECT APPENDS ONE LINE TO AUDITLOG
000320* (AUDITLN LAYOUT) WITH RUN MODE OM: THE ACTING USER, THE
000330* FUNCTION (EN, AP, RJ) IN THE OPERATOR FIELD, THE ACCOUNT, AND
000340* A MATCH COUNT OF 1 WHEN THE ACTION TOOK EFFECT, 0 WHEN IT WAS
000350* REFUSED.  LIST REQUESTS ARE NOT AUDITED.
000360*
000370* EVERY REPLY CARRIES A PAGE OF THE DAY'S REQUESTS - PENDING,
000380* APPROVED, AND REJECTED - SO THEY STAY IN VIEW UNTIL END OF
000390* DAY.  A REQUEST CAN ONLY BE DECIDED ON THE DAY IT WAS KEYED;
000400* ONE STILL PENDING AT END OF DAY LAPSES UNAPPLIED.
000410*
000420* EVERY REQUEST CARRIES THE USER ID AND PASSWORD KEYED AT
000430* SIGN-ON ON MNTSCRN, AND NO FUNCTION IS HONORED UNTIL GUARDIAN
000431* (USER_AUTHENTICATE_) HAS ACCEPTED THE PAIR - THE USER ID IS A
000432* GUARDIAN USER NAME (GROUP.USER), AS ON ENTLMT.  A PAIR
000433* GUARDIAN REFUSES IS AUDITED WITH ACCESS MARKER D.  THE
000434* PASSWORD IS CLEARED AS SOON AS IT HAS BEEN CHECKED AND IS
000435* NEVER WRITTEN ANYWHERE.
000441*
000442* EVERY FUNCTION IS LIMITED TO THE DIVISIONS THE SIGNED-ON USER
000443* IS ENTITLED TO ON ENTLMT (SEE ENTREC), AS INQSERVE'S SEARCHES
000444* ARE.  A CHANGE TO, OR A DECISION ON A REQUEST FOR, A RECORD IN
000445* ANY OTHER DIVISION IS REFUSED AND AUDITED WITH ACCESS MARKER D,
000446* AND THE DAY'S LIST SHOWS ONLY REQUESTS IN THE USER'S DIVISIONS.
000447* A USER WITH NO GRANTS, OR AN UNREADABLE ENTITLEMENT FILE,
000448* REFUSES EVERY FUNCTION.
000450*
000460* MODIFICATION HISTORY
000470* DATE       INIT DESCRIPTION
000480* ---------- ---- --------------------------------------------
000490* 2026-10-15 RLH  ORIGINAL PROGRAM - MAKER/CHECKER ONLINE
000500*                 MAINTENANCE SERVER FOR THE PATHINQ PATHWAY.
000502* 2026-10-15 RLH  EVERY FUNCTION IS NOW LIMITED TO THE SIGNED-ON
000504*                 USER'S ENTITLED DIVISIONS (ENTLMT, SEE ENTREC);
000506*                 REFUSALS ARE AUDITED WITH ACCESS MARKER D.
000507* 2026-10-15 RLH  THE USER ID IS NO LONGER TAKEN ON TRUST - EVERY
000508*                 REQUEST NOW CARRIES THE USER'S PASSWORD, AND
000509*                 GUARDIAN MUST ACCEPT THE PAIR BEFORE ANY
000510*                 FUNCTION (AND SO THE MAKER/CHECKER RULE AND
000511*                 THE ENTITLEMENT CHECK) IS APPLIED.  A REFUSED
000512*                 SIGN-ON IS AUDITED WITH ACCESS MARKER D.

000513 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.                  mntserve.
000530     AUTHOR.                      R L HUTCHINS.
000540     INSTALLATION.                DATA FILE SERVICES.
000550     DATE-WRITTEN.                2026-10-15.
000560     DATE-COMPILED.                2026-10-15.

000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.              TANDEM-NONSTOP.
000600 OBJECT-COMPUTER.              TANDEM-NONSTOP.

000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630*    RECEIVE-FILE - THE PATHWAY MESSAGE STREAM.  EACH READ IS
000640*    ONE REQUESTER MESSAGE; THE WRITE THAT FOLLOWS IS THE
000650*    REPLY TO IT.
000660     SELECT RECEIVE-FILE ASSIGN TO "$RECEIVE"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS MSV-RECV-STATUS.
000690*    DATA-FILE - THE SHARED PRODUCTION FILE BEING MAINTAINED.
000700     SELECT DATA-FILE ASSIGN TO "DATAFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DATA-KEY-COMPOSITE
000740         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-1
000750             WITH DUPLICATES
000760         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-2
000770             WITH DUPLICATES
000780         ALTERNATE RECORD KEY IS DATA-PARTIAL-KEY-3
000790             WITH DUPLICATES
000800         FILE STATUS IS MSV-DATA-STATUS.
000810*    MRQ-FILE - THE MAINTENANCE REQUEST FILE (MNTREC LAYOUT),
000820*    KEYED BY ENTRY DATE + REQUEST NUMBER.  TMF AUDITED.
000830     SELECT MRQ-FILE ASSIGN TO "MAINTREQ"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS MRQ-KEY
000870         FILE STATUS IS MSV-MRQ-STATUS.
000880*    DIV-FILE - THE DIVISION MASTER REFERENCE FILE, READ BY KEY
000890*    TO PROVE EACH REQUEST'S DIVISION.
000900     SELECT DIV-FILE ASSIGN TO "DIVMAST"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS DIV-CODE
000940         FILE STATUS IS MSV-DIVM-STATUS.
000950*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
000960*    LAYOUT); ONE ENTRY APPENDED PER CHANGE APPROVED.
000970     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS MSV-JRN-STATUS.
001000*    AUDIT-FILE - THE SHARED SOX LOG, ONE LINE PER ENTER,
001010*    APPROVE, OR REJECT.
001020     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS MSV-AUDIT-STATUS.
001050*    CTL-FILE - THE SHARED RUN-CONTROL FILE (CTLREC LAYOUT);
001060*    ONE ACTIVITY RECORD APPENDED PER CHANGE APPROVED.
001070     SELECT CTL-FILE ASSIGN TO "RUNCTL"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS MSV-CTL-STATUS.
001091*    ENT-FILE - THE USER-TO-DIVISION ENTITLEMENT FILE (LAYOUT:
001092*    ENTREC), READ ONLY.  THE SIGNED-ON USER'S GRANTS ARE READ
001093*    AFRESH FOR EVERY REQUEST.
001094     SELECT ENT-FILE ASSIGN TO "ENTLMT"
001095         ORGANIZATION IS INDEXED
001096         ACCESS MODE IS DYNAMIC
001097         RECORD KEY IS ENT-KEY
001098         FILE STATUS IS MSV-ENT-STATUS.

001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  RECEIVE-FILE.
001130 01  RECEIVE-RECORD              PIC X(1000).

001140 FD  DATA-FILE.
001150     COPY DATAREC.

001160 FD  MRQ-FILE.
001170     COPY MNTREC.

001180 FD  DIV-FILE.
001190     COPY DIVREC.

001200 FD  JRN-FILE.
001210 01  JRN-FILE-RECORD             PIC X(240).

001220 FD  AUDIT-FILE.
001230 01  AUDIT-RECORD                PIC X(100).

001240 FD  CTL-FILE.
001250     COPY CTLREC.

001253 FD  ENT-FILE.
001256     COPY ENTREC.

001260 WORKING-STORAGE SECTION.
001270*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001280 77  MSV-PAGE-SIZE               PIC 9(02) VALUE 07.
001290 77  MSV-MAX-REQUEST-NUMBER      PIC 9(04) VALUE 9999.
001300 77  MSV-MAX-AMOUNT              PIC S9(11)V99 COMP-3
001310                                 VALUE 999999999.99.
001315 77  MSV-MAX-GRANTS              PIC 9(03) VALUE 100.
001320*    TMF WORK FIELDS - THE TRANSACTION TAG BEGINTRANSACTION
001330*    HANDS BACK AND THE ERROR NUMBER EACH TMF CALL RETURNS.
001340 77  MSV-TRANS-TAG               PIC S9(18) COMP.
001350 77  MSV-TMF-STATUS              PIC S9(04) COMP.
001351*    SIGN-ON CHECK WORK FIELDS - THE PASSWORD, HELD ONLY FOR THE
001352*    GUARDIAN CALL, THE SIGNIFICANT LENGTHS OF IT AND THE USER
001353*    NAME, AND THE ERROR NUMBER USER_AUTHENTICATE_ RETURNS.
001354 77  MSV-AUTH-PASSWORD           PIC X(08).
001355 77  MSV-AUTH-USER-LENGTH        PIC S9(04) COMP.
001356 77  MSV-AUTH-PASSWORD-LENGTH    PIC S9(04) COMP.
001357 77  MSV-AUTH-STATUS             PIC S9(04) COMP.

001360 01  MSV-SWITCHES.
001370     05  MSV-STOP-SWITCH             PIC X(01) VALUE "N".
001380         88  MSV-TIME-TO-STOP              VALUE "Y".
001390     05  MSV-REQ-VALID-SWITCH        PIC X(01) VALUE "Y".
001400         88  MSV-REQ-IS-VALID              VALUE "Y".
001410     05  MSV-DONE-SWITCH             PIC X(01) VALUE "N".
001420         88  MSV-ACTION-DONE               VALUE "Y".
001430     05  MSV-DATA-OPEN-SWITCH        PIC X(01) VALUE "N".
001440         88  MSV-DATA-IS-OPEN              VALUE "Y".
001450     05  MSV-MRQ-OPEN-SWITCH         PIC X(01) VALUE "N".
001460         88  MSV-MRQ-IS-OPEN               VALUE "Y".
001470     05  MSV-DIVM-OPEN-SWITCH        PIC X(01) VALUE "N".
001480         88  MSV-DIVM-IS-OPEN              VALUE "Y".
001490     05  MSV-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
001500         88  MSV-JRN-IS-OPEN               VALUE "Y".
001510     05  MSV-AUDIT-OPEN-SWITCH       PIC X(01) VALUE "N".
001520         88  MSV-AUDIT-IS-OPEN             VALUE "Y".
001530     05  MSV-MRQ-EOF-SWITCH          PIC X(01) VALUE "N".
001540         88  MSV-MRQ-EOF                   VALUE "Y".
001550     05  MSV-PENDING-SWITCH          PIC X(01) VALUE "N".
001560         88  MSV-ALREADY-PENDING           VALUE "Y".
001570     05  MSV-PAGE-DONE-SWITCH        PIC X(01) VALUE "N".
001580         88  MSV-PAGE-DONE                 VALUE "Y".
001581     05  MSV-ENT-OPEN-SWITCH         PIC X(01) VALUE "N".
001582         88  MSV-ENT-IS-OPEN               VALUE "Y".
001583     05  MSV-ENT-EOF-SWITCH          PIC X(01) VALUE "N".
001584         88  MSV-ENT-EOF                   VALUE "Y".
001585     05  MSV-ENT-ALL-SWITCH          PIC X(01) VALUE "N".
001586         88  MSV-ENT-ALL-DIVISIONS         VALUE "Y".
001587     05  MSV-ENT-REGION-SWITCH       PIC X(01) VALUE "N".
001588         88  MSV-ENT-HAS-REGIONS           VALUE "Y".
001589     05  MSV-ENT-GRANTED-SWITCH      PIC X(01) VALUE "N".
001590         88  MSV-ENT-GRANTED               VALUE "Y".
001591     05  MSV-SIGN-ON-SWITCH          PIC X(01) VALUE "N".
001592         88  MSV-SIGN-ON-REFUSED           VALUE "Y".

001595*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001600 01  MSV-FILE-STATUSES.
001610     05  MSV-RECV-STATUS             PIC X(02).
001620     05  MSV-DATA-STATUS             PIC X(02).
001630         88  MSV-DATA-STATUS-OK        VALUE "00".
001640     05  MSV-MRQ-STATUS              PIC X(02).
001650     05  MSV-DIVM-STATUS             PIC X(02).
001660     05  MSV-JRN-STATUS              PIC X(02).
001670     05  MSV-AUDIT-STATUS            PIC X(02).
001680     05  MSV-CTL-STATUS              PIC X(02).
001685     05  MSV-ENT-STATUS              PIC X(02).

001690*    THE RECORD A REQUEST NAMES, AND ITS FIELDS AS THE MAKER
001700*    FOUND THEM - SAVED BEFORE THE DAY'S REQUESTS ARE SCANNED
001710*    THROUGH THE MAINTREQ RECORD AREA.
001720 01  MSV-WORK-FIELDS.
001730     05  MSV-DATA-KEY.
001740         10  MSV-KEY-1               PIC X(05).
001750         10  MSV-KEY-2               PIC X(11).
001760         10  MSV-KEY-3               PIC 9(04).
001770     05  MSV-OLD-STATUS              PIC X(01).
001780     05  MSV-OLD-NAME                PIC X(30).
001790     05  MSV-OLD-AMOUNT              PIC S9(09)V99 COMP-3.
001800     05  MSV-ADJ-AMOUNT              PIC S9(09)V99 COMP-3.
001810     05  MSV-NEW-AMOUNT-WORK         PIC S9(11)V99 COMP-3.
001820     05  MSV-NET-AMOUNT              PIC S9(11)V99 COMP-3.
001830     05  MSV-LAST-NUMBER             PIC 9(04).
001840     05  MSV-LIST-FROM               PIC 9(04).
001850     05  MSV-NUMBER-DISPLAY          PIC 9(04).
001860     05  MSV-ROW-SUB                 PIC 9(02) COMP.
001870     05  MSV-AMOUNT-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.

001880 01  MSV-RUN-DATE                PIC 9(08).
001890 01  MSV-RUN-TIME                PIC 9(08).
001900 01  MSV-ERROR-MESSAGE           PIC X(80).
001910 01  MSV-ERROR-LABEL             PIC X(45).

001911*    THE SIGNED-ON USER'S GRANTS, LOADED BY 2500 FOR EACH
001912*    REQUEST.  AN ALL GRANT ONLY SETS MSV-ENT-ALL-DIVISIONS.
001913 01  MSV-ENTITLEMENT-TABLE.
001914     05  MSV-ENT-COUNT               PIC 9(03) COMP VALUE 0.
001915     05  MSV-ENT-ENTRY OCCURS 100 TIMES
001916             INDEXED BY MSV-EX.
001917         10  MSV-ENT-TYPE            PIC X(01).
001918         10  MSV-ENT-CODE            PIC X(05).

001919*    ENTITLEMENT CHECK WORK FIELDS.  6500 CHECKS THE DIVISION IN
001920*    MSV-ENT-DIVISION AND REMEMBERS THE LAST ANSWER.
001921 01  MSV-ENT-WORK-FIELDS.
001922     05  MSV-ENT-USER                PIC X(20).
001923     05  MSV-ENT-DIVISION            PIC X(05).
001924     05  MSV-ENT-REGION              PIC X(03).
001925     05  MSV-ENT-LAST-DIVISION       PIC X(05).
001926     05  MSV-ENT-LAST-RESULT         PIC X(01).
001927*    RECORDS KEPT FROM THE USER, AND THE AUDIT MARKER THE
001928*    REQUEST EARNED (SPACE OR D - SEE AUDITLN).
001929     05  MSV-WITHHELD-COUNT          PIC 9(04) COMP.
001930     05  MSV-ACCESS-FLAG             PIC X(01).

001932*    REQUEST AND REPLY MESSAGE LAYOUTS, SHARED WITH MNTSCRN.
001934     COPY MNTMSG.

001940*    AUDIT LINE, SHARED LAYOUT WITH THE BATCH WRITERS.
001950     COPY AUDITLN.

001960*    CHANGE JOURNAL ENTRY, SHARED LAYOUT WITH THE BATCH WRITERS.
001970     COPY JRNREC.

001980 PROCEDURE DIVISION.

001990*-----------------------------------------------------------------
002000* 0000-MAINLINE
002010*-----------------------------------------------------------------
002020* CLASSIC PATHWAY SERVER LOOP: OPEN $RECEIVE AND THE FILES
002030* ONCE, THEN READ A REQUEST, SERVE IT, REPLY, UNTIL PATHWAY
002040* CLOSES THE MESSAGE STREAM.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002070     IF NOT MSV-TIME-TO-STOP
002080         PERFORM 3000-SERVE-REQUEST THRU
002090             3000-SERVE-REQUEST-EXIT
002100             UNTIL MSV-TIME-TO-STOP
002110     END-IF
002120     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
002130     STOP RUN.

002140*-----------------------------------------------------------------
002150* 1000-INITIALIZE
002160*-----------------------------------------------------------------
002170* DATA-FILE, MAINTREQ, AND THE CHANGE JOURNAL MUST ALL OPEN OR
002180* THE SERVER DOES NOT START - NO CHANGE MAY BE APPLIED WITHOUT
002190* ITS JOURNAL ENTRY.  THE DIVISION MASTER IS REFERENCE DATA: AN
002200* UNOPENABLE MASTER ONLY WARNS AND THE DIVISION CHECK IS
002210* SKIPPED, AS IN DATAAPPLY.
002220 1000-INITIALIZE.
002230     OPEN I-O RECEIVE-FILE
002240     IF NOT MSV-RECV-STATUS = "00"
002250         MOVE "UNABLE TO OPEN $RECEIVE" TO MSV-ERROR-MESSAGE
002260         PERFORM 9000-DISPLAY-ERROR THRU
002270             9000-DISPLAY-ERROR-EXIT
002280         MOVE "Y" TO MSV-STOP-SWITCH
002290         GO TO 1000-INITIALIZE-EXIT
002300     END-IF
002310     OPEN I-O DATA-FILE SHARED
002320     IF NOT MSV-DATA-STATUS-OK
002330         MOVE "UNABLE TO OPEN DATA-FILE SHARED I-O" TO
002340             MSV-ERROR-MESSAGE
002350         PERFORM 9000-DISPLAY-ERROR THRU
002360             9000-DISPLAY-ERROR-EXIT
002370         MOVE "Y" TO MSV-STOP-SWITCH
002380         GO TO 1000-INITIALIZE-EXIT
002390     END-IF
002400     MOVE "Y" TO MSV-DATA-OPEN-SWITCH
002410     OPEN I-O MRQ-FILE SHARED
002420     IF NOT MSV-MRQ-STATUS = "00"
002430         MOVE "UNABLE TO OPEN MAINTREQ SHARED I-O" TO
002440             MSV-ERROR-MESSAGE
002450         PERFORM 9000-DISPLAY-ERROR THRU
002460             9000-DISPLAY-ERROR-EXIT
002470         MOVE "Y" TO MSV-STOP-SWITCH
002480         GO TO 1000-INITIALIZE-EXIT
002490     END-IF
002500     MOVE "Y" TO MSV-MRQ-OPEN-SWITCH
002510     OPEN EXTEND JRN-FILE
002520     IF NOT MSV-JRN-STATUS = "00" AND
002530         NOT MSV-JRN-STATUS = "05"
002540         MOVE "UNABLE TO OPEN CHANGE JOURNAL (DATAJRNL)" TO
002550             MSV-ERROR-MESSAGE
002560         PERFORM 9000-DISPLAY-ERROR THRU
002570             9000-DISPLAY-ERROR-EXIT
002580         MOVE "Y" TO MSV-STOP-SWITCH
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF
002610     MOVE "Y" TO MSV-JRN-OPEN-SWITCH
002620     OPEN INPUT DIV-FILE SHARED
002630     IF MSV-DIVM-STATUS = "00"
002640         MOVE "Y" TO MSV-DIVM-OPEN-SWITCH
002650     ELSE
002660         MOVE "DIVISION MASTER UNAVAILABLE - DIVISION CHECK
002670-            " SKIPPED" TO MSV-ERROR-MESSAGE
002680         PERFORM 9000-DISPLAY-ERROR THRU
002690             9000-DISPLAY-ERROR-EXIT
002700     END-IF
002701*    NOR DOES THE ENTITLEMENT FILE, BUT WITHOUT IT EVERY REQUEST
002702*    IS REFUSED.
002703     OPEN INPUT ENT-FILE SHARED
002704     IF MSV-ENT-STATUS = "00"
002705         MOVE "Y" TO MSV-ENT-OPEN-SWITCH
002706     ELSE
002707         MOVE "ENTITLEMENT FILE UNAVAILABLE - REQUESTS REFUSED"
002708             TO MSV-ERROR-MESSAGE
002709         PERFORM 9000-DISPLAY-ERROR THRU
002710             9000-DISPLAY-ERROR-EXIT
002711     END-IF.
002715 1000-INITIALIZE-EXIT.
002720     EXIT.

002730*-----------------------------------------------------------------
002740* 2000-VALIDATE-REQUEST
002750*-----------------------------------------------------------------
002760* THE CHECKS EVERY FUNCTION SHARES: A SIGNED-ON USER WHOSE
002770* PASSWORD GUARDIAN ACCEPTS, A KNOWN FUNCTION, AND FOR AN
002775* APPROVE OR REJECT A REQUEST NUMBER.
002780 2000-VALIDATE-REQUEST.
002790     MOVE "Y" TO MSV-REQ-VALID-SWITCH
002800     IF MNT-REQ-USER = SPACES OR MNT-REQ-USER = LOW-VALUES
002810         MOVE "16" TO MNT-RPY-STATUS
002820         MOVE "SIGN ON WITH YOUR USER ID FIRST" TO
002830             MNT-RPY-MESSAGE
002840         MOVE "N" TO MSV-REQ-VALID-SWITCH
002850         GO TO 2000-VALIDATE-REQUEST-EXIT
002860     END-IF
002862     PERFORM 2400-VERIFY-USER THRU 2400-VERIFY-USER-EXIT
002864     IF NOT MSV-REQ-IS-VALID
002866         GO TO 2000-VALIDATE-REQUEST-EXIT
002868     END-IF
002870     IF NOT (MNT-REQ-ENTER OR MNT-REQ-APPROVE OR MNT-REQ-REJECT
002880         OR MNT-REQ-LIST)
002890         MOVE "16" TO MNT-RPY-STATUS
002900         MOVE "FUNCTION MUST BE EN, AP, RJ, OR LS" TO
002910             MNT-RPY-MESSAGE
002920         MOVE "N" TO MSV-REQ-VALID-SWITCH
002930         GO TO 2000-VALIDATE-REQUEST-EXIT
002940     END-IF
002950     IF MNT-REQ-LIST AND MNT-REQ-PAGE-KEY IS NUMERIC
002960         MOVE MNT-REQ-PAGE-KEY TO MSV-LIST-FROM
002970     END-IF
002980     IF MNT-REQ-APPROVE OR MNT-REQ-REJECT
002990         IF MNT-REQ-NUMBER IS NOT NUMERIC
003000             OR MNT-REQ-NUMBER = 0
003010             MOVE "16" TO MNT-RPY-STATUS
003020             MOVE "REQUEST NUMBER MUST BE 0001 THRU 9999" TO
003030                 MNT-RPY-MESSAGE
003031             MOVE "N" TO MSV-REQ-VALID-SWITCH
003032         END-IF
003033     END-IF.
003034 2000-VALIDATE-REQUEST-EXIT.
003035     EXIT.

003036*-----------------------------------------------------------------
003037* 2400-VERIFY-USER
003038*-----------------------------------------------------------------
003039* HAVE GUARDIAN PROVE THE USER ID IS WHO IS AT THE TERMINAL -
003040* THE USER NAME AND PASSWORD THE REQUESTER SENT MUST PASS
003041* USER_AUTHENTICATE_ BEFORE THE REQUEST IS LOOKED AT FURTHER.
003042* THE PASSWORD IS CLEARED FROM THE MESSAGE AND THE WORK FIELD
003043* AS SOON AS THE CALL RETURNS.  A MISSING OR REFUSED PASSWORD
003044* REFUSES THE REQUEST, AND 3000 AUDITS IT WITH MARKER D.
003045 2400-VERIFY-USER.
003046     MOVE MNT-REQ-PASSWORD TO MSV-AUTH-PASSWORD
003047     MOVE SPACES TO MNT-REQ-PASSWORD
003048     IF MSV-AUTH-PASSWORD = SPACES
003049         OR MSV-AUTH-PASSWORD = LOW-VALUES
003050         MOVE "16" TO MNT-RPY-STATUS
003051         MOVE "SIGN ON WITH YOUR PASSWORD FIRST" TO
003052             MNT-RPY-MESSAGE
003053         MOVE "N" TO MSV-REQ-VALID-SWITCH
003054         MOVE "Y" TO MSV-SIGN-ON-SWITCH
003055         MOVE "D" TO MSV-ACCESS-FLAG
003056         GO TO 2400-VERIFY-USER-EXIT
003057     END-IF
003058     MOVE 0 TO MSV-AUTH-USER-LENGTH
003059     INSPECT MNT-REQ-USER TALLYING MSV-AUTH-USER-LENGTH
003060         FOR CHARACTERS BEFORE INITIAL SPACE
003061     MOVE 0 TO MSV-AUTH-PASSWORD-LENGTH
003062     INSPECT MSV-AUTH-PASSWORD TALLYING MSV-AUTH-PASSWORD-LENGTH
003063         FOR CHARACTERS BEFORE INITIAL SPACE
003064     ENTER TAL "USER_AUTHENTICATE_" USING MNT-REQ-USER
003065         MSV-AUTH-USER-LENGTH MSV-AUTH-PASSWORD
003066         MSV-AUTH-PASSWORD-LENGTH
003067         GIVING MSV-AUTH-STATUS
003068     MOVE SPACES TO MSV-AUTH-PASSWORD
003069     IF MSV-AUTH-STATUS NOT = 0
003070         MOVE "16" TO MNT-RPY-STATUS
003071         MOVE "USER ID OR PASSWORD NOT ACCEPTED" TO
003072             MNT-RPY-MESSAGE
003073         MOVE "N" TO MSV-REQ-VALID-SWITCH
003074         MOVE "Y" TO MSV-SIGN-ON-SWITCH
003075         MOVE "D" TO MSV-ACCESS-FLAG
003076     END-IF.
003077 2400-VERIFY-USER-EXIT.
003078     EXIT.

003081*-----------------------------------------------------------------
003082* 2500-LOAD-ENTITLEMENTS
003083*-----------------------------------------------------------------
003084* LOAD THE SIGNED-ON USER'S GRANTS FROM THE ENTITLEMENT FILE - A
003085* GENERIC START ON THE USER ID, THEN READ ON WHILE THE USER
003086* HOLDS.  NO FILE, OR NO GRANTS, REFUSES THE REQUEST OUTRIGHT.
003087 2500-LOAD-ENTITLEMENTS.
003088     MOVE 0 TO MSV-ENT-COUNT
003089     MOVE "N" TO MSV-ENT-ALL-SWITCH
003090     MOVE "N" TO MSV-ENT-REGION-SWITCH
003091     MOVE "N" TO MSV-ENT-EOF-SWITCH
003092     MOVE HIGH-VALUES TO MSV-ENT-LAST-DIVISION
003093     IF NOT MSV-ENT-IS-OPEN
003094         MOVE "16" TO MNT-RPY-STATUS
003095         MOVE "ENTITLEMENTS UNAVAILABLE - TRY LATER" TO
003096             MNT-RPY-MESSAGE
003097         MOVE "N" TO MSV-REQ-VALID-SWITCH
003098         MOVE "D" TO MSV-ACCESS-FLAG
003099         GO TO 2500-LOAD-ENTITLEMENTS-EXIT
003100     END-IF
003101     MOVE MNT-REQ-USER TO MSV-ENT-USER
003102     MOVE MNT-REQ-USER TO ENT-USER
003103     START ENT-FILE
003104         KEY IS EQUAL TO ENT-USER
003105         INVALID KEY
003106             MOVE "Y" TO MSV-ENT-EOF-SWITCH
003107     END-START
003108     PERFORM 2510-LOAD-ONE-GRANT THRU 2510-LOAD-ONE-GRANT-EXIT
003109         UNTIL MSV-ENT-EOF
003110     IF MSV-ENT-COUNT = 0 AND NOT MSV-ENT-ALL-DIVISIONS
003111         MOVE "16" TO MNT-RPY-STATUS
003112         MOVE "NO DIVISION ENTITLEMENT FOR THIS USER" TO
003113             MNT-RPY-MESSAGE
003114         MOVE "N" TO MSV-REQ-VALID-SWITCH
003115         MOVE "D" TO MSV-ACCESS-FLAG
003116     END-IF.
003117 2500-LOAD-ENTITLEMENTS-EXIT.
003118     EXIT.

003119*-----------------------------------------------------------------
003120* 2510-LOAD-ONE-GRANT
003121*-----------------------------------------------------------------
003122* ONE GRANT RECORD.  AN UNKNOWN GRANT TYPE IS IGNORED; GRANTS
003123* PAST THE TABLE'S CAPACITY ARE REPORTED AND NOT HONORED.
003124 2510-LOAD-ONE-GRANT.
003125     READ ENT-FILE NEXT RECORD
003126         AT END
003127             MOVE "Y" TO MSV-ENT-EOF-SWITCH
003128             GO TO 2510-LOAD-ONE-GRANT-EXIT
003129     END-READ
003130     IF NOT MSV-ENT-STATUS = "00"
003131         OR NOT ENT-USER = MSV-ENT-USER
003132         MOVE "Y" TO MSV-ENT-EOF-SWITCH
003133         GO TO 2510-LOAD-ONE-GRANT-EXIT
003134     END-IF
003135     IF ENT-GRANT-ALL
003136         MOVE "Y" TO MSV-ENT-ALL-SWITCH
003137         GO TO 2510-LOAD-ONE-GRANT-EXIT
003138     END-IF
003139     IF NOT ENT-GRANT-DIVISION AND NOT ENT-GRANT-REGION
003140         GO TO 2510-LOAD-ONE-GRANT-EXIT
003141     END-IF
003142     IF MSV-ENT-COUNT >= MSV-MAX-GRANTS
003143         MOVE "GRANT TABLE FULL - LATER GRANTS NOT HONORED" TO
003144             MSV-ERROR-MESSAGE
003145         PERFORM 9000-DISPLAY-ERROR THRU
003146             9000-DISPLAY-ERROR-EXIT
003147         MOVE "Y" TO MSV-ENT-EOF-SWITCH
003148         GO TO 2510-LOAD-ONE-GRANT-EXIT
003149     END-IF
003150     ADD 1 TO MSV-ENT-COUNT
003151     SET MSV-EX TO MSV-ENT-COUNT
003152     MOVE ENT-GRANT-TYPE TO MSV-ENT-TYPE(MSV-EX)
003153     MOVE ENT-CODE TO MSV-ENT-CODE(MSV-EX)
003154     IF ENT-GRANT-REGION
003155         MOVE "Y" TO MSV-ENT-REGION-SWITCH
003156     END-IF.
003157 2510-LOAD-ONE-GRANT-EXIT.
003158     EXIT.

003159*-----------------------------------------------------------------
003160* 3000-SERVE-REQUEST
003161*-----------------------------------------------------------------
003162* ONE REQUEST/REPLY CYCLE.  THE REPLY IS ALWAYS SENT - A
003163* REFUSED REQUEST REPLIES WITH STATUS 16 AND THE REASON - AND,
003164* ONCE THE REQUEST IS KNOWN GOOD, ALWAYS CARRIES A PAGE OF THE
003165* DAY'S REQUESTS AS THEY STAND AFTER THE ACTION.
003166 3000-SERVE-REQUEST.
003170     READ RECEIVE-FILE
003180         AT END
003190             MOVE "Y" TO MSV-STOP-SWITCH
003200             GO TO 3000-SERVE-REQUEST-EXIT
003210     END-READ
003220     IF NOT MSV-RECV-STATUS = "00"
003230         MOVE "Y" TO MSV-STOP-SWITCH
003240         GO TO 3000-SERVE-REQUEST-EXIT
003250     END-IF
003260     MOVE RECEIVE-RECORD TO MNT-REQUEST-MSG
003270     ACCEPT MSV-RUN-DATE FROM DATE YYYYMMDD
003280     ACCEPT MSV-RUN-TIME FROM TIME
003290     PERFORM 3100-BUILD-EMPTY-REPLY THRU
003300         3100-BUILD-EMPTY-REPLY-EXIT
003310     PERFORM 2000-VALIDATE-REQUEST THRU
003311         2000-VALIDATE-REQUEST-EXIT
003312*    A SIGN-ON GUARDIAN REFUSED IS AUDITED, WHATEVER THE FUNCTION.
003313     IF MSV-SIGN-ON-REFUSED
003314         PERFORM 7000-WRITE-AUDIT-RECORD THRU
003315             7000-WRITE-AUDIT-RECORD-EXIT
003316     END-IF
003321     IF MSV-REQ-IS-VALID
003322         PERFORM 2500-LOAD-ENTITLEMENTS THRU
003323             2500-LOAD-ENTITLEMENTS-EXIT
003324*        A USER REFUSED OUTRIGHT GETS NO PAGE, BUT THE ATTEMPT IS
003325*        AUDITED - A REFUSED LIST INCLUDED.
003326         IF NOT MSV-REQ-IS-VALID
003327             PERFORM 7000-WRITE-AUDIT-RECORD THRU
003328                 7000-WRITE-AUDIT-RECORD-EXIT
003329         END-IF
003330     END-IF
003335     IF MSV-REQ-IS-VALID
003340         EVALUATE TRUE
003350             WHEN MNT-REQ-ENTER
003360                 PERFORM 4000-ENTER-REQUEST THRU
003370                     4000-ENTER-REQUEST-EXIT
003380             WHEN MNT-REQ-APPROVE
003390                 PERFORM 5000-APPROVE-REQUEST THRU
003400                     5000-APPROVE-REQUEST-EXIT
003410             WHEN MNT-REQ-REJECT
003420                 PERFORM 5500-REJECT-REQUEST THRU
003430                     5500-REJECT-REQUEST-EXIT
003440             WHEN OTHER
003450                 CONTINUE
003460         END-EVALUATE
003470         PERFORM 6000-FILL-LIST-PAGE THRU
003480             6000-FILL-LIST-PAGE-EXIT
003490         IF NOT MNT-REQ-LIST
003500             PERFORM 7000-WRITE-AUDIT-RECORD THRU
003510                 7000-WRITE-AUDIT-RECORD-EXIT
003520         END-IF
003530     END-IF
003540     MOVE MNT-REPLY-MSG TO RECEIVE-RECORD
003550     WRITE RECEIVE-RECORD
003560     IF NOT MSV-RECV-STATUS = "00"
003570         MOVE "REPLY FAILED - SERVER STOPPING" TO
003580             MSV-ERROR-MESSAGE
003590         PERFORM 9000-DISPLAY-ERROR THRU
003600             9000-DISPLAY-ERROR-EXIT
003610         MOVE "Y" TO MSV-STOP-SWITCH
003620     END-IF.
003630 3000-SERVE-REQUEST-EXIT.
003640     EXIT.

003650*-----------------------------------------------------------------
003660* 3100-BUILD-EMPTY-REPLY
003670*-----------------------------------------------------------------
003680 3100-BUILD-EMPTY-REPLY.
003690     MOVE SPACES TO MNT-REPLY-MSG
003700     MOVE "04" TO MNT-RPY-STATUS
003710     MOVE "NO MAINTENANCE REQUESTS TODAY" TO MNT-RPY-MESSAGE
003720     MOVE 0 TO MNT-RPY-ROW-COUNT
003730     MOVE "N" TO MNT-RPY-MORE-FLAG
003740     MOVE 0 TO MNT-RPY-NEXT-PAGE-KEY
003750     MOVE "N" TO MSV-DONE-SWITCH
003760     MOVE SPACES TO MSV-DATA-KEY
003763     MOVE 0 TO MSV-WITHHELD-COUNT
003766     MOVE SPACE TO MSV-ACCESS-FLAG
003768     MOVE "N" TO MSV-SIGN-ON-SWITCH
003770     MOVE 0 TO MSV-LIST-FROM.
003780 3100-BUILD-EMPTY-REPLY-EXIT.
003790     EXIT.

003800*-----------------------------------------------------------------
003810* 4000-ENTER-REQUEST
003820*-----------------------------------------------------------------
003830* THE MAKER'S SIDE: PROVE THE CHANGE, MAKE SURE THE RECORD HAS
003840* NO OTHER REQUEST PENDING, AND FILE IT ON MAINTREQ UNDER THE
003850* DAY'S NEXT REQUEST NUMBER.  DATA-FILE IS ONLY READ.
003860 4000-ENTER-REQUEST.
003870     PERFORM 4100-VALIDATE-ENTRY THRU 4100-VALIDATE-ENTRY-EXIT
003880     IF NOT MSV-REQ-IS-VALID
003890         GO TO 4000-ENTER-REQUEST-EXIT
003900     END-IF
003910     PERFORM 4200-SCAN-TODAY THRU 4200-SCAN-TODAY-EXIT
003920     IF MSV-ALREADY-PENDING
003930         MOVE "16" TO MNT-RPY-STATUS
003940         MOVE "A REQUEST IS ALREADY PENDING ON THAT RECORD" TO
003950             MNT-RPY-MESSAGE
003960         GO TO 4000-ENTER-REQUEST-EXIT
003970     END-IF
003980     IF MSV-LAST-NUMBER >= MSV-MAX-REQUEST-NUMBER
003990         MOVE "16" TO MNT-RPY-STATUS
004000         MOVE "NO REQUEST NUMBERS LEFT FOR TODAY" TO
004010             MNT-RPY-MESSAGE
004020         GO TO 4000-ENTER-REQUEST-EXIT
004030     END-IF
004040     MOVE SPACES TO MRQ-RECORD
004050     MOVE MSV-RUN-DATE TO MRQ-REQ-DATE
004060     ADD 1 TO MSV-LAST-NUMBER GIVING MRQ-REQ-NUMBER
004070     MOVE "P" TO MRQ-STATE
004080     MOVE MNT-REQ-CHANGE-TYPE TO MRQ-CHANGE-TYPE
004090     MOVE MSV-DATA-KEY TO MRQ-DATA-KEY
004100*    ALL THREE FIELDS ARE CARRIED OLD AND NEW; ONLY THE ONE THE
004110*    CHANGE TYPE NAMES DIFFERS.
004120     MOVE MSV-OLD-STATUS TO MRQ-OLD-STATUS MRQ-NEW-STATUS
004130     MOVE MSV-OLD-NAME TO MRQ-OLD-NAME MRQ-NEW-NAME
004140     MOVE MSV-OLD-AMOUNT TO MRQ-OLD-AMOUNT MRQ-NEW-AMOUNT
004150     MOVE 0 TO MRQ-ADJ-AMOUNT
004160     IF MRQ-CHANGE-STATUS
004170         MOVE MNT-REQ-NEW-STATUS TO MRQ-NEW-STATUS
004180     END-IF
004190     IF MRQ-CHANGE-NAME
004200         MOVE MNT-REQ-NEW-NAME TO MRQ-NEW-NAME
004210     END-IF
004220     IF MRQ-CHANGE-AMOUNT
004230         MOVE MSV-ADJ-AMOUNT TO MRQ-ADJ-AMOUNT
004240         MOVE MSV-NEW-AMOUNT-WORK TO MRQ-NEW-AMOUNT
004250     END-IF
004260     MOVE MNT-REQ-REASON TO MRQ-REASON
004270     MOVE MNT-REQ-USER TO MRQ-MAKER
004280     MOVE MSV-RUN-TIME TO MRQ-ENTRY-TIME
004290     MOVE 0 TO MRQ-DECISION-TIME
004300     ENTER TAL "BEGINTRANSACTION" USING MSV-TRANS-TAG
004310         GIVING MSV-TMF-STATUS
004320     IF MSV-TMF-STATUS NOT = 0
004330         MOVE "16" TO MNT-RPY-STATUS
004340         MOVE "TMF UNAVAILABLE - REQUEST NOT ENTERED" TO
004350             MNT-RPY-MESSAGE
004360         GO TO 4000-ENTER-REQUEST-EXIT
004370     END-IF
004380     WRITE MRQ-RECORD
004390         INVALID KEY
004400             PERFORM 5700-BACK-OUT-TRANSACTION THRU
004410                 5700-BACK-OUT-TRANSACTION-EXIT
004420             MOVE "16" TO MNT-RPY-STATUS
004430             MOVE "REQUEST NUMBER TAKEN - ENTER IT AGAIN" TO
004440                 MNT-RPY-MESSAGE
004450             GO TO 4000-ENTER-REQUEST-EXIT
004460     END-WRITE
004470     IF NOT MSV-MRQ-STATUS = "00"
004480         MOVE "MAINTREQ WRITE FAILED - STATUS: " TO
004490             MSV-ERROR-LABEL
004500         STRING MSV-ERROR-LABEL DELIMITED BY SIZE
004510             MSV-MRQ-STATUS DELIMITED BY SIZE
004520             INTO MSV-ERROR-MESSAGE
004530         PERFORM 9000-DISPLAY-ERROR THRU
004540             9000-DISPLAY-ERROR-EXIT
004550         PERFORM 5700-BACK-OUT-TRANSACTION THRU
004560             5700-BACK-OUT-TRANSACTION-EXIT
004570         MOVE "16" TO MNT-RPY-STATUS
004580         MOVE "MAINTREQ WRITE FAILED - NOT ENTERED" TO
004590             MNT-RPY-MESSAGE
004600         GO TO 4000-ENTER-REQUEST-EXIT
004610     END-IF
004620     ENTER TAL "ENDTRANSACTION" GIVING MSV-TMF-STATUS
004630     IF MSV-TMF-STATUS NOT = 0
004640         MOVE "16" TO MNT-RPY-STATUS
004650         MOVE "TMF COMMIT FAILED - REQUEST NOT ENTERED" TO
004660             MNT-RPY-MESSAGE
004670         GO TO 4000-ENTER-REQUEST-EXIT
004680     END-IF
004690     MOVE "Y" TO MSV-DONE-SWITCH
004700     MOVE MRQ-REQ-NUMBER TO MSV-NUMBER-DISPLAY
004710     MOVE "00" TO MNT-RPY-STATUS
004720     STRING "REQUEST " DELIMITED BY SIZE
004730         MSV-NUMBER-DISPLAY DELIMITED BY SIZE
004740         " ENTERED - AWAITS APPROVAL" DELIMITED BY SIZE
004750         INTO MNT-RPY-MESSAGE.
004760 4000-ENTER-REQUEST-EXIT.
004770     EXIT.

004780*-----------------------------------------------------------------
004790* 4100-VALIDATE-ENTRY
004800*-----------------------------------------------------------------
004810* THE SAME DISCIPLINE DATAAPPLY APPLIES TO A TRANFILE CARD: THE
004820* KEY, THE DIVISION, AND THE NEW VALUE ARE PROVED, AND THE FIRST
004830* FAILURE NAMES ITS REASON AND STOPS.  THE RECORD IS THEN READ
004840* AND THE CHANGE MUST ACTUALLY CHANGE SOMETHING; AN ADJUSTMENT
004850* MAY NOT TAKE THE AMOUNT BELOW ZERO OR PAST WHAT A CARD CAN
004860* CARRY.  THE FIELDS AS FOUND ARE SAVED FOR THE REQUEST.
004870 4100-VALIDATE-ENTRY.
004880     MOVE "Y" TO MSV-REQ-VALID-SWITCH
004890     IF MNT-REQ-KEY-1 = SPACES OR MNT-REQ-KEY-1 = LOW-VALUES
004900         OR MNT-REQ-KEY-2 = SPACES OR MNT-REQ-KEY-2 = LOW-VALUES
004910         MOVE "16" TO MNT-RPY-STATUS
004920         MOVE "DIVISION AND ACCOUNT ARE REQUIRED" TO
004930             MNT-RPY-MESSAGE
004940         MOVE "N" TO MSV-REQ-VALID-SWITCH
004950         GO TO 4100-VALIDATE-ENTRY-EXIT
004960     END-IF
004970     MOVE MNT-REQ-KEY-1 TO MSV-KEY-1
004980     MOVE MNT-REQ-KEY-2 TO MSV-KEY-2
004990     IF MNT-REQ-KEY-3 IS NOT NUMERIC
005000         MOVE "16" TO MNT-RPY-STATUS
005010         MOVE "SEQUENCE MUST BE FOUR DIGITS" TO
005020             MNT-RPY-MESSAGE
005030         MOVE "N" TO MSV-REQ-VALID-SWITCH
005040         GO TO 4100-VALIDATE-ENTRY-EXIT
005050     END-IF
005060     MOVE MNT-REQ-KEY-3 TO MSV-KEY-3
005062     PERFORM 4170-CHECK-ACCESS THRU 4170-CHECK-ACCESS-EXIT
005064     IF NOT MSV-REQ-IS-VALID
005066         GO TO 4100-VALIDATE-ENTRY-EXIT
005068     END-IF
005070     PERFORM 4150-CHECK-DIVISION THRU 4150-CHECK-DIVISION-EXIT
005080     IF NOT MSV-REQ-IS-VALID
005090         GO TO 4100-VALIDATE-ENTRY-EXIT
005100     END-IF
005110     EVALUATE MNT-REQ-CHANGE-TYPE
005120         WHEN "S"
005130             IF NOT (MNT-REQ-NEW-STATUS = "A" OR "C" OR "S")
005140                 MOVE "16" TO MNT-RPY-STATUS
005150                 MOVE "NEW STATUS MUST BE A, C, OR S" TO
005160                     MNT-RPY-MESSAGE
005170                 MOVE "N" TO MSV-REQ-VALID-SWITCH
005180             END-IF
005190         WHEN "N"
005200             IF MNT-REQ-NEW-NAME = SPACES
005210                 OR MNT-REQ-NEW-NAME = LOW-VALUES
005220                 MOVE "16" TO MNT-RPY-STATUS
005230                 MOVE "NEW CUSTOMER NAME IS BLANK" TO
005240                     MNT-RPY-MESSAGE
005250                 MOVE "N" TO MSV-REQ-VALID-SWITCH
005260             END-IF
005270         WHEN "A"
005280             PERFORM 4160-CHECK-ADJUSTMENT THRU
005290                 4160-CHECK-ADJUSTMENT-EXIT
005300         WHEN OTHER
005310             MOVE "16" TO MNT-RPY-STATUS
005320             MOVE "CHANGE TYPE MUST BE S, N, OR A" TO
005330                 MNT-RPY-MESSAGE
005340             MOVE "N" TO MSV-REQ-VALID-SWITCH
005350     END-EVALUATE
005360     IF NOT MSV-REQ-IS-VALID
005370         GO TO 4100-VALIDATE-ENTRY-EXIT
005380     END-IF
005390     MOVE MSV-DATA-KEY TO DATA-KEY-COMPOSITE
005400     READ DATA-FILE
005410         INVALID KEY
005420             MOVE "16" TO MNT-RPY-STATUS
005430             MOVE "RECORD NOT ON DATA-FILE" TO MNT-RPY-MESSAGE
005440             MOVE "N" TO MSV-REQ-VALID-SWITCH
005450             GO TO 4100-VALIDATE-ENTRY-EXIT
005460     END-READ
005470     IF NOT MSV-DATA-STATUS-OK
005480         MOVE "16" TO MNT-RPY-STATUS
005490         MOVE "DATA-FILE READ FAILED - TRY AGAIN" TO
005500             MNT-RPY-MESSAGE
005510         MOVE "N" TO MSV-REQ-VALID-SWITCH
005520         GO TO 4100-VALIDATE-ENTRY-EXIT
005530     END-IF
005540     MOVE DATA-STATUS-CODE TO MSV-OLD-STATUS
005550     MOVE DATA-CUSTOMER-NAME TO MSV-OLD-NAME
005560     MOVE DATA-AMOUNT TO MSV-OLD-AMOUNT
005570     IF MNT-REQ-CHANGE-TYPE = "S"
005580         AND MNT-REQ-NEW-STATUS = MSV-OLD-STATUS
005590         MOVE "16" TO MNT-RPY-STATUS
005600         MOVE "RECORD ALREADY HAS THAT STATUS" TO
005610             MNT-RPY-MESSAGE
005620         MOVE "N" TO MSV-REQ-VALID-SWITCH
005630         GO TO 4100-VALIDATE-ENTRY-EXIT
005640     END-IF
005650     IF MNT-REQ-CHANGE-TYPE = "N"
005660         AND MNT-REQ-NEW-NAME = MSV-OLD-NAME
005670         MOVE "16" TO MNT-RPY-STATUS
005680         MOVE "RECORD ALREADY HAS THAT NAME" TO
005690             MNT-RPY-MESSAGE
005700         MOVE "N" TO MSV-REQ-VALID-SWITCH
005710         GO TO 4100-VALIDATE-ENTRY-EXIT
005720     END-IF
005730     IF MNT-REQ-CHANGE-TYPE = "A"
005740         ADD MSV-OLD-AMOUNT MSV-ADJ-AMOUNT
005750             GIVING MSV-NEW-AMOUNT-WORK
005760         IF MSV-NEW-AMOUNT-WORK < 0
005770             MOVE "16" TO MNT-RPY-STATUS
005780             MOVE "ADJUSTMENT WOULD MAKE AMOUNT NEGATIVE" TO
005790                 MNT-RPY-MESSAGE
005800             MOVE "N" TO MSV-REQ-VALID-SWITCH
005810             GO TO 4100-VALIDATE-ENTRY-EXIT
005820         END-IF
005830         IF MSV-NEW-AMOUNT-WORK > MSV-MAX-AMOUNT
005840             MOVE "16" TO MNT-RPY-STATUS
005850             MOVE "ADJUSTED AMOUNT IS TOO LARGE" TO
005860                 MNT-RPY-MESSAGE
005870             MOVE "N" TO MSV-REQ-VALID-SWITCH
005880         END-IF
005890     END-IF.
005900 4100-VALIDATE-ENTRY-EXIT.
005910     EXIT.

005920*-----------------------------------------------------------------
005930* 4150-CHECK-DIVISION
005940*-----------------------------------------------------------------
005950* PROVE MSV-KEY-1 AGAINST THE DIVISION MASTER, AS DATAAPPLY
005960* PROVES A CARD'S DIVISION.  SKIPPED WHEN THE MASTER DID NOT
005970* OPEN; A READ ERROR OTHER THAN NOT-FOUND IS REPORTED AND THE
005980* CHECK SKIPPED FOR THIS REQUEST.
005990 4150-CHECK-DIVISION.
006000     IF NOT MSV-DIVM-IS-OPEN
006010         GO TO 4150-CHECK-DIVISION-EXIT
006020     END-IF
006030     MOVE MSV-KEY-1 TO DIV-CODE
006040     READ DIV-FILE
006050         INVALID KEY
006060             MOVE "16" TO MNT-RPY-STATUS
006070             MOVE "DIVISION NOT ON DIVISION MASTER" TO
006080                 MNT-RPY-MESSAGE
006090             MOVE "N" TO MSV-REQ-VALID-SWITCH
006100             GO TO 4150-CHECK-DIVISION-EXIT
006110     END-READ
006120     IF NOT MSV-DIVM-STATUS = "00"
006130         MOVE "DIVISION MASTER READ FAILED - CHECK SKIPPED" TO
006140             MSV-ERROR-MESSAGE
006150         PERFORM 9000-DISPLAY-ERROR THRU
006160             9000-DISPLAY-ERROR-EXIT
006170     END-IF.
006180 4150-CHECK-DIVISION-EXIT.
006190     EXIT.

006200*-----------------------------------------------------------------
006210* 4160-CHECK-ADJUSTMENT
006220*-----------------------------------------------------------------
006230* AN AMOUNT CHANGE IS KEYED AS AN UNSIGNED ADJUSTMENT (11
006240* DIGITS, TWO IMPLIED DECIMALS, AS ON A TRANFILE CARD) AND A
006250* + OR - SIGN.  LEAVES THE SIGNED ADJUSTMENT IN MSV-ADJ-AMOUNT.
006260 4160-CHECK-ADJUSTMENT.
006270     IF NOT (MNT-REQ-ADJ-SIGN = "+" OR "-")
006280         MOVE "16" TO MNT-RPY-STATUS
006290         MOVE "ADJUSTMENT SIGN MUST BE + OR -" TO
006300             MNT-RPY-MESSAGE
006310         MOVE "N" TO MSV-REQ-VALID-SWITCH
006320         GO TO 4160-CHECK-ADJUSTMENT-EXIT
006330     END-IF
006340     IF MNT-REQ-ADJ-AMOUNT IS NOT NUMERIC
006350         MOVE "16" TO MNT-RPY-STATUS
006360         MOVE "ADJUSTMENT MUST BE 11 DIGITS" TO
006370             MNT-RPY-MESSAGE
006380         MOVE "N" TO MSV-REQ-VALID-SWITCH
006390         GO TO 4160-CHECK-ADJUSTMENT-EXIT
006400     END-IF
006410     IF MNT-REQ-ADJ-AMOUNT-9 = 0
006420         MOVE "16" TO MNT-RPY-STATUS
006430         MOVE "ADJUSTMENT AMOUNT IS ZERO" TO MNT-RPY-MESSAGE
006440         MOVE "N" TO MSV-REQ-VALID-SWITCH
006450         GO TO 4160-CHECK-ADJUSTMENT-EXIT
006460     END-IF
006470     MOVE MNT-REQ-ADJ-AMOUNT-9 TO MSV-ADJ-AMOUNT
006480     IF MNT-REQ-ADJ-SIGN = "-"
006490         MULTIPLY -1 BY MSV-ADJ-AMOUNT
006500     END-IF.
006510 4160-CHECK-ADJUSTMENT-EXIT.
006520     EXIT.

006521*-----------------------------------------------------------------
006522* 4170-CHECK-ACCESS
006523*-----------------------------------------------------------------
006524* THE RECORD IN MSV-KEY-1'S DIVISION MUST BE ONE THE SIGNED-ON
006525* USER IS ENTITLED TO.  A REFUSAL IS AUDITED WITH ACCESS MARKER
006526* D AND ONE RECORD KEPT FROM THE USER.
006527 4170-CHECK-ACCESS.
006528     MOVE MSV-KEY-1 TO MSV-ENT-DIVISION
006529     PERFORM 6500-CHECK-ENTITLEMENT THRU
006530         6500-CHECK-ENTITLEMENT-EXIT
006531     IF NOT MSV-ENT-GRANTED
006532         MOVE "16" TO MNT-RPY-STATUS
006533         MOVE "NO ACCESS TO THAT RECORD'S DIVISION" TO
006534             MNT-RPY-MESSAGE
006535         MOVE "N" TO MSV-REQ-VALID-SWITCH
006536         MOVE "D" TO MSV-ACCESS-FLAG
006537         MOVE 1 TO MSV-WITHHELD-COUNT
006538     END-IF.
006539 4170-CHECK-ACCESS-EXIT.
006540     EXIT.

006542*-----------------------------------------------------------------
006544* 4200-SCAN-TODAY
006550*-----------------------------------------------------------------
006560* READ THE DAY'S REQUESTS FOR THE LAST NUMBER ISSUED AND FOR A
006570* REQUEST STILL PENDING ON THE SAME RECORD - ONE CHANGE AT A
006580* TIME PER RECORD, SO NO APPROVAL IS BUILT ON A VALUE ANOTHER
006590* PENDING REQUEST IS ABOUT TO REPLACE.
006600 4200-SCAN-TODAY.
006610     MOVE 0 TO MSV-LAST-NUMBER
006620     MOVE "N" TO MSV-PENDING-SWITCH
006630     MOVE "N" TO MSV-MRQ-EOF-SWITCH
006640     MOVE MSV-RUN-DATE TO MRQ-REQ-DATE
006650     MOVE 0 TO MRQ-REQ-NUMBER
006660     START MRQ-FILE KEY IS NOT LESS THAN MRQ-KEY
006670         INVALID KEY
006680             MOVE "Y" TO MSV-MRQ-EOF-SWITCH
006690     END-START
006700     PERFORM 4210-SCAN-ONE-REQUEST THRU
006710         4210-SCAN-ONE-REQUEST-EXIT
006720         UNTIL MSV-MRQ-EOF.
006730 4200-SCAN-TODAY-EXIT.
006740     EXIT.

006750*-----------------------------------------------------------------
006760* 4210-SCAN-ONE-REQUEST
006770*-----------------------------------------------------------------
006780 4210-SCAN-ONE-REQUEST.
006790     READ MRQ-FILE NEXT RECORD
006800         AT END
006810             MOVE "Y" TO MSV-MRQ-EOF-SWITCH
006820             GO TO 4210-SCAN-ONE-REQUEST-EXIT
006830     END-READ
006840     IF NOT MSV-MRQ-STATUS = "00"
006850         OR NOT MRQ-REQ-DATE = MSV-RUN-DATE
006860         MOVE "Y" TO MSV-MRQ-EOF-SWITCH
006870         GO TO 4210-SCAN-ONE-REQUEST-EXIT
006880     END-IF
006890     MOVE MRQ-REQ-NUMBER TO MSV-LAST-NUMBER
006900     IF MRQ-STATE-PENDING AND MRQ-DATA-KEY = MSV-DATA-KEY
006910         MOVE "Y" TO MSV-PENDING-SWITCH
006920     END-IF.
006930 4210-SCAN-ONE-REQUEST-EXIT.
006940     EXIT.

006950*-----------------------------------------------------------------
006960* 5000-APPROVE-REQUEST
006970*-----------------------------------------------------------------
006980* THE CHECKER'S SIDE, AS ONE TMF TRANSACTION: THE REQUEST MUST
006990* BE PENDING AND ENTERED BY SOMEONE ELSE, THE DIVISION MUST
007000* STILL BE ON THE MASTER, AND THE RECORD MUST STILL CARRY THE
007010* VALUE THE MAKER SAW.  THE CHANGE, ITS JOURNAL ENTRY, AND THE
007020* REQUEST'S FLIP TO APPROVED COMMIT TOGETHER OR NOT AT ALL.  A
007030* COMMITTED CHANGE IS THEN POSTED TO RUNCTL.
007040 5000-APPROVE-REQUEST.
007050     ENTER TAL "BEGINTRANSACTION" USING MSV-TRANS-TAG
007060         GIVING MSV-TMF-STATUS
007070     IF MSV-TMF-STATUS NOT = 0
007080         MOVE "16" TO MNT-RPY-STATUS
007090         MOVE "TMF UNAVAILABLE - NOTHING APPROVED" TO
007100             MNT-RPY-MESSAGE
007110         GO TO 5000-APPROVE-REQUEST-EXIT
007120     END-IF
007130     PERFORM 5100-READ-PENDING-REQUEST THRU
007140         5100-READ-PENDING-REQUEST-EXIT
007150     IF MSV-REQ-IS-VALID AND MRQ-MAKER = MNT-REQ-USER
007160         MOVE "16" TO MNT-RPY-STATUS
007170         MOVE "MAKER MAY NOT APPROVE OWN REQUEST" TO
007180             MNT-RPY-MESSAGE
007190         MOVE "N" TO MSV-REQ-VALID-SWITCH
007200     END-IF
007210     IF MSV-REQ-IS-VALID
007220         PERFORM 4150-CHECK-DIVISION THRU
007230             4150-CHECK-DIVISION-EXIT
007240     END-IF
007250     IF NOT MSV-REQ-IS-VALID
007260         PERFORM 5700-BACK-OUT-TRANSACTION THRU
007270             5700-BACK-OUT-TRANSACTION-EXIT
007280         GO TO 5000-APPROVE-REQUEST-EXIT
007290     END-IF
007300     PERFORM 5200-APPLY-CHANGE THRU 5200-APPLY-CHANGE-EXIT
007310     IF NOT MSV-REQ-IS-VALID
007320         PERFORM 5700-BACK-OUT-TRANSACTION THRU
007330             5700-BACK-OUT-TRANSACTION-EXIT
007340         GO TO 5000-APPROVE-REQUEST-EXIT
007350     END-IF
007360     MOVE "A" TO MRQ-STATE
007370     MOVE MNT-REQ-USER TO MRQ-CHECKER
007380     MOVE MSV-RUN-TIME TO MRQ-DECISION-TIME
007390     REWRITE MRQ-RECORD
007400     IF NOT MSV-MRQ-STATUS = "00"
007410         MOVE "MAINTREQ REWRITE FAILED - STATUS: " TO
007420             MSV-ERROR-LABEL
007430         STRING MSV-ERROR-LABEL DELIMITED BY SIZE
007440             MSV-MRQ-STATUS DELIMITED BY SIZE
007450             INTO MSV-ERROR-MESSAGE
007460         PERFORM 9000-DISPLAY-ERROR THRU
007470             9000-DISPLAY-ERROR-EXIT
007480         PERFORM 5700-BACK-OUT-TRANSACTION THRU
007490             5700-BACK-OUT-TRANSACTION-EXIT
007500         MOVE "16" TO MNT-RPY-STATUS
007510         MOVE "MAINTREQ REWRITE FAILED - NOT APPLIED" TO
007520             MNT-RPY-MESSAGE
007530         GO TO 5000-APPROVE-REQUEST-EXIT
007540     END-IF
007550     ENTER TAL "ENDTRANSACTION" GIVING MSV-TMF-STATUS
007560     IF MSV-TMF-STATUS NOT = 0
007570*        TMF HAS ALREADY BACKED IT ALL OUT - THE RECORD, THE
007580*        JOURNAL ENTRY, AND THE REQUEST ARE AS THEY WERE.
007590         MOVE "16" TO MNT-RPY-STATUS
007600         MOVE "TMF COMMIT FAILED - NOTHING APPLIED" TO
007610             MNT-RPY-MESSAGE
007620         GO TO 5000-APPROVE-REQUEST-EXIT
007630     END-IF
007640     MOVE "Y" TO MSV-DONE-SWITCH
007650     MOVE MRQ-REQ-NUMBER TO MSV-NUMBER-DISPLAY
007660     MOVE "00" TO MNT-RPY-STATUS
007670     STRING "REQUEST " DELIMITED BY SIZE
007680         MSV-NUMBER-DISPLAY DELIMITED BY SIZE
007690         " APPROVED AND APPLIED" DELIMITED BY SIZE
007700         INTO MNT-RPY-MESSAGE
007710     PERFORM 7500-WRITE-CONTROL-RECORD THRU
007720         7500-WRITE-CONTROL-RECORD-EXIT.
007730 5000-APPROVE-REQUEST-EXIT.
007740     EXIT.

007750*-----------------------------------------------------------------
007760* 5100-READ-PENDING-REQUEST
007770*-----------------------------------------------------------------
007780* FETCH TODAY'S REQUEST BY NUMBER AND INSIST IT IS STILL
007790* PENDING.  A REQUEST FROM AN EARLIER DAY IS NEVER FOUND - IT
007800* LAPSED AT END OF ITS DAY.
007810 5100-READ-PENDING-REQUEST.
007820     MOVE "Y" TO MSV-REQ-VALID-SWITCH
007830     MOVE MSV-RUN-DATE TO MRQ-REQ-DATE
007840     MOVE MNT-REQ-NUMBER TO MRQ-REQ-NUMBER
007850     READ MRQ-FILE
007860         INVALID KEY
007870             MOVE "16" TO MNT-RPY-STATUS
007880             MOVE "NO SUCH REQUEST TODAY" TO MNT-RPY-MESSAGE
007890             MOVE "N" TO MSV-REQ-VALID-SWITCH
007900             GO TO 5100-READ-PENDING-REQUEST-EXIT
007910     END-READ
007920     IF NOT MSV-MRQ-STATUS = "00"
007930         MOVE "16" TO MNT-RPY-STATUS
007940         MOVE "MAINTREQ READ FAILED - TRY AGAIN" TO
007950             MNT-RPY-MESSAGE
007960         MOVE "N" TO MSV-REQ-VALID-SWITCH
007970         GO TO 5100-READ-PENDING-REQUEST-EXIT
007980     END-IF
007990     MOVE MRQ-DATA-KEY TO MSV-DATA-KEY
007991*    A REQUEST ON A RECORD OUTSIDE THE USER'S DIVISIONS IS
007992*    REFUSED BEFORE ANYTHING ABOUT IT IS SHOWN.
007993     PERFORM 4170-CHECK-ACCESS THRU 4170-CHECK-ACCESS-EXIT
007994     IF NOT MSV-REQ-IS-VALID
007995         GO TO 5100-READ-PENDING-REQUEST-EXIT
007996     END-IF
008000     IF MRQ-STATE-APPROVED
008010         MOVE "16" TO MNT-RPY-STATUS
008020         MOVE "REQUEST WAS ALREADY APPROVED" TO MNT-RPY-MESSAGE
008030         MOVE "N" TO MSV-REQ-VALID-SWITCH
008040         GO TO 5100-READ-PENDING-REQUEST-EXIT
008050     END-IF
008060     IF NOT MRQ-STATE-PENDING
008070         MOVE "16" TO MNT-RPY-STATUS
008080         MOVE "REQUEST WAS ALREADY REJECTED" TO MNT-RPY-MESSAGE
008090         MOVE "N" TO MSV-REQ-VALID-SWITCH
008100     END-IF.
008110 5100-READ-PENDING-REQUEST-EXIT.
008120     EXIT.

008130*-----------------------------------------------------------------
008140* 5200-APPLY-CHANGE
008150*-----------------------------------------------------------------
008160* RE-READ THE RECORD INSIDE THE TRANSACTION, PROVE THE CHANGED
008170* FIELD STILL HOLDS WHAT THE MAKER SAW, AND REWRITE IT WITH THE
008180* NEW VALUE AND TODAY AS ITS LAST-UPDATE DATE, JOURNALING THE
008190* BEFORE AND AFTER IMAGES.  THE CALLER BACKS OUT ON A FAILURE.
008200 5200-APPLY-CHANGE.
008210     MOVE MRQ-DATA-KEY TO DATA-KEY-COMPOSITE
008220     READ DATA-FILE
008230         INVALID KEY
008240             MOVE "16" TO MNT-RPY-STATUS
008250             MOVE "RECORD NO LONGER ON DATA-FILE" TO
008260                 MNT-RPY-MESSAGE
008270             MOVE "N" TO MSV-REQ-VALID-SWITCH
008280             GO TO 5200-APPLY-CHANGE-EXIT
008290     END-READ
008300     IF NOT MSV-DATA-STATUS-OK
008310         MOVE "16" TO MNT-RPY-STATUS
008320         MOVE "DATA-FILE READ FAILED - NOT APPLIED" TO
008330             MNT-RPY-MESSAGE
008340         MOVE "N" TO MSV-REQ-VALID-SWITCH
008350         GO TO 5200-APPLY-CHANGE-EXIT
008360     END-IF
008370     IF (MRQ-CHANGE-STATUS
008380             AND NOT DATA-STATUS-CODE = MRQ-OLD-STATUS)
008390         OR (MRQ-CHANGE-NAME
008400             AND NOT DATA-CUSTOMER-NAME = MRQ-OLD-NAME)
008410         OR (MRQ-CHANGE-AMOUNT
008420             AND NOT DATA-AMOUNT = MRQ-OLD-AMOUNT)
008430         MOVE "16" TO MNT-RPY-STATUS
008440         MOVE "RECORD CHANGED SINCE ENTRY - REJECT IT" TO
008450             MNT-RPY-MESSAGE
008460         MOVE "N" TO MSV-REQ-VALID-SWITCH
008470         GO TO 5200-APPLY-CHANGE-EXIT
008480     END-IF
008490     MOVE DATA-RECORD TO JRN-BEFORE-IMAGE
008500     IF MRQ-CHANGE-STATUS
008510         MOVE MRQ-NEW-STATUS TO DATA-STATUS-CODE
008520     END-IF
008530     IF MRQ-CHANGE-NAME
008540         MOVE MRQ-NEW-NAME TO DATA-CUSTOMER-NAME
008550     END-IF
008560     IF MRQ-CHANGE-AMOUNT
008570         MOVE MRQ-NEW-AMOUNT TO DATA-AMOUNT
008580     END-IF
008590     MOVE MSV-RUN-DATE TO DATA-LAST-UPDATE-DATE
008600     REWRITE DATA-RECORD
008610     IF NOT MSV-DATA-STATUS-OK
008620         MOVE "MAINTENANCE REWRITE FAILED AT KEY: " TO
008630             MSV-ERROR-LABEL
008640         STRING MSV-ERROR-LABEL DELIMITED BY SIZE
008650             DATA-KEY-COMPOSITE DELIMITED BY SIZE
008660             INTO MSV-ERROR-MESSAGE
008670         PERFORM 9000-DISPLAY-ERROR THRU
008680             9000-DISPLAY-ERROR-EXIT
008690         MOVE "16" TO MNT-RPY-STATUS
008700         MOVE "DATA-FILE REWRITE FAILED - NOT APPLIED" TO
008710             MNT-RPY-MESSAGE
008720         MOVE "N" TO MSV-REQ-VALID-SWITCH
008730         GO TO 5200-APPLY-CHANGE-EXIT
008740     END-IF
008750     MOVE "C" TO JRN-ACTION
008760     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
008770     MOVE DATA-RECORD TO JRN-AFTER-IMAGE
008780     PERFORM 7600-WRITE-JOURNAL-ENTRY THRU
008790         7600-WRITE-JOURNAL-ENTRY-EXIT.
008800 5200-APPLY-CHANGE-EXIT.
008810     EXIT.

008820*-----------------------------------------------------------------
008830* 5500-REJECT-REQUEST
008840*-----------------------------------------------------------------
008850* CLOSE A PENDING REQUEST WITHOUT TOUCHING DATA-FILE.  ANY USER
008860* MAY REJECT, THE MAKER INCLUDED - FROM THE MAKER IT IS A
008870* WITHDRAWAL.  THE REASON KEYED (IF ANY) IS KEPT ON THE REQUEST.
008880 5500-REJECT-REQUEST.
008890     ENTER TAL "BEGINTRANSACTION" USING MSV-TRANS-TAG
008900         GIVING MSV-TMF-STATUS
008910     IF MSV-TMF-STATUS NOT = 0
008920         MOVE "16" TO MNT-RPY-STATUS
008930         MOVE "TMF UNAVAILABLE - NOTHING REJECTED" TO
008940             MNT-RPY-MESSAGE
008950         GO TO 5500-REJECT-REQUEST-EXIT
008960     END-IF
008970     PERFORM 5100-READ-PENDING-REQUEST THRU
008980         5100-READ-PENDING-REQUEST-EXIT
008990     IF NOT MSV-REQ-IS-VALID
009000         PERFORM 5700-BACK-OUT-TRANSACTION THRU
009010             5700-BACK-OUT-TRANSACTION-EXIT
009020         GO TO 5500-REJECT-REQUEST-EXIT
009030     END-IF
009040     MOVE "R" TO MRQ-STATE
009050     MOVE MNT-REQ-USER TO MRQ-CHECKER
009060     MOVE MSV-RUN-TIME TO MRQ-DECISION-TIME
009070     MOVE MNT-REQ-REASON TO MRQ-REJECT-REASON
009080     REWRITE MRQ-RECORD
009090     IF NOT MSV-MRQ-STATUS = "00"
009100         PERFORM 5700-BACK-OUT-TRANSACTION THRU
009110             5700-BACK-OUT-TRANSACTION-EXIT
009120         MOVE "16" TO MNT-RPY-STATUS
009130         MOVE "MAINTREQ REWRITE FAILED - NOT REJECTED" TO
009140             MNT-RPY-MESSAGE
009150         GO TO 5500-REJECT-REQUEST-EXIT
009160     END-IF
009170     ENTER TAL "ENDTRANSACTION" GIVING MSV-TMF-STATUS
009180     IF MSV-TMF-STATUS NOT = 0
009190         MOVE "16" TO MNT-RPY-STATUS
009200         MOVE "TMF COMMIT FAILED - NOTHING REJECTED" TO
009210             MNT-RPY-MESSAGE
009220         GO TO 5500-REJECT-REQUEST-EXIT
009230     END-IF
009240     MOVE "Y" TO MSV-DONE-SWITCH
009250     MOVE MRQ-REQ-NUMBER TO MSV-NUMBER-DISPLAY
009260     MOVE "00" TO MNT-RPY-STATUS
009270     IF MRQ-MAKER = MNT-REQ-USER
009280         STRING "REQUEST " DELIMITED BY SIZE
009290             MSV-NUMBER-DISPLAY DELIMITED BY SIZE
009300             " WITHDRAWN" DELIMITED BY SIZE
009310             INTO MNT-RPY-MESSAGE
009320     ELSE
009330         STRING "REQUEST " DELIMITED BY SIZE
009340             MSV-NUMBER-DISPLAY DELIMITED BY SIZE
009350             " REJECTED" DELIMITED BY SIZE
009360             INTO MNT-RPY-MESSAGE
009370     END-IF.
009380 5500-REJECT-REQUEST-EXIT.
009390     EXIT.

009400*-----------------------------------------------------------------
009410* 5700-BACK-OUT-TRANSACTION
009420*-----------------------------------------------------------------
009430* UNDO THE OPEN TMF TRANSACTION AFTER A REFUSED OR FAILED
009440* ACTION.  A FAILED ABORT CALL IS ONLY REPORTED - TMF BACKS AN
009450* UNRESOLVED TRANSACTION OUT ON ITS OWN.
009460 5700-BACK-OUT-TRANSACTION.
009470     ENTER TAL "ABORTTRANSACTION" GIVING MSV-TMF-STATUS
009480     IF MSV-TMF-STATUS NOT = 0
009490         MOVE "TMF ABORT CALL FAILED - BACKOUT LEFT TO TMF" TO
009500             MSV-ERROR-MESSAGE
009510         PERFORM 9000-DISPLAY-ERROR THRU
009520             9000-DISPLAY-ERROR-EXIT
009530     END-IF.
009540 5700-BACK-OUT-TRANSACTION-EXIT.
009550     EXIT.

009560*-----------------------------------------------------------------
009570* 6000-FILL-LIST-PAGE
009580*-----------------------------------------------------------------
009590* ONE PAGE OF THE DAY'S REQUESTS IN NUMBER ORDER, STARTING PAST
009600* THE PAGE KEY ON A PAGE-FORWARD LIST AND FROM THE TOP AFTER ANY
009610* OTHER FUNCTION.  ONLY A LIST SETS THE REPLY STATUS - AFTER AN
009620* ENTER, APPROVE, OR REJECT THE PAGE RIDES ALONG WITH THAT
009630* ACTION'S OWN STATUS AND MESSAGE.
009640 6000-FILL-LIST-PAGE.
009650     MOVE 0 TO MSV-ROW-SUB
009660     MOVE "N" TO MSV-PAGE-DONE-SWITCH
009670     MOVE MSV-RUN-DATE TO MRQ-REQ-DATE
009680     MOVE MSV-LIST-FROM TO MRQ-REQ-NUMBER
009690     START MRQ-FILE KEY IS GREATER THAN MRQ-KEY
009700         INVALID KEY
009710             MOVE "Y" TO MSV-PAGE-DONE-SWITCH
009720     END-START
009730     PERFORM 6100-LIST-ONE-REQUEST THRU
009740         6100-LIST-ONE-REQUEST-EXIT
009750         UNTIL MSV-PAGE-DONE
009760     MOVE MSV-ROW-SUB TO MNT-RPY-ROW-COUNT
009770     IF MNT-REQ-LIST AND MSV-ROW-SUB > 0
009780         MOVE "00" TO MNT-RPY-STATUS
009790         MOVE "TODAY'S MAINTENANCE REQUESTS" TO MNT-RPY-MESSAGE
009800     END-IF
009810     IF MNT-REQ-LIST AND MSV-ROW-SUB = 0 AND MSV-LIST-FROM > 0
009820         MOVE "NO MORE REQUESTS TODAY" TO MNT-RPY-MESSAGE
009830     END-IF.
009840 6000-FILL-LIST-PAGE-EXIT.
009850     EXIT.

009860*-----------------------------------------------------------------
009870* 6100-LIST-ONE-REQUEST
009880*-----------------------------------------------------------------
009890* ADD ONE REQUEST TO THE PAGE.  A REQUEST FOUND WITH THE PAGE
009900* ALREADY FULL IS NOT SHOWN - IT SETS THE MORE FLAG, AND THE
009910* LAST NUMBER SHOWN BECOMES THE NEXT PAGE KEY.
009920 6100-LIST-ONE-REQUEST.
009930     READ MRQ-FILE NEXT RECORD
009940         AT END
009950             MOVE "Y" TO MSV-PAGE-DONE-SWITCH
009960             GO TO 6100-LIST-ONE-REQUEST-EXIT
009970     END-READ
009980     IF NOT MSV-MRQ-STATUS = "00"
009990         OR NOT MRQ-REQ-DATE = MSV-RUN-DATE
010000         MOVE "Y" TO MSV-PAGE-DONE-SWITCH
010010         GO TO 6100-LIST-ONE-REQUEST-EXIT
010020     END-IF
010021*    A REQUEST ON A RECORD OUTSIDE THE USER'S DIVISIONS IS NOT
010022*    LISTED.
010023     MOVE MRQ-KEY-1 TO MSV-ENT-DIVISION
010024     PERFORM 6500-CHECK-ENTITLEMENT THRU
010025         6500-CHECK-ENTITLEMENT-EXIT
010026     IF NOT MSV-ENT-GRANTED
010027         GO TO 6100-LIST-ONE-REQUEST-EXIT
010028     END-IF
010030     IF MSV-ROW-SUB >= MSV-PAGE-SIZE
010040         MOVE "Y" TO MNT-RPY-MORE-FLAG
010050         MOVE MNT-RPY-NUMBER(MSV-ROW-SUB) TO
010060             MNT-RPY-NEXT-PAGE-KEY
010070         MOVE "Y" TO MSV-PAGE-DONE-SWITCH
010080         GO TO 6100-LIST-ONE-REQUEST-EXIT
010090     END-IF
010100     ADD 1 TO MSV-ROW-SUB
010110     MOVE MRQ-REQ-NUMBER TO MNT-RPY-NUMBER(MSV-ROW-SUB)
010120     MOVE MRQ-STATE TO MNT-RPY-STATE(MSV-ROW-SUB)
010130     MOVE MRQ-KEY-1 TO MNT-RPY-KEY-1(MSV-ROW-SUB)
010140     MOVE MRQ-KEY-2 TO MNT-RPY-KEY-2(MSV-ROW-SUB)
010150     MOVE MRQ-KEY-3 TO MNT-RPY-KEY-3(MSV-ROW-SUB)
010160     MOVE MRQ-CHANGE-TYPE TO MNT-RPY-CHANGE-TYPE(MSV-ROW-SUB)
010170     MOVE MRQ-MAKER TO MNT-RPY-MAKER(MSV-ROW-SUB)
010180     MOVE MRQ-CHECKER TO MNT-RPY-CHECKER(MSV-ROW-SUB)
010190     EVALUATE TRUE
010200         WHEN MRQ-CHANGE-STATUS
010210             MOVE MRQ-OLD-STATUS TO
010220                 MNT-RPY-OLD-VALUE(MSV-ROW-SUB)
010230             MOVE MRQ-NEW-STATUS TO
010240                 MNT-RPY-NEW-VALUE(MSV-ROW-SUB)
010250         WHEN MRQ-CHANGE-NAME
010260             MOVE MRQ-OLD-NAME TO MNT-RPY-OLD-VALUE(MSV-ROW-SUB)
010270             MOVE MRQ-NEW-NAME TO MNT-RPY-NEW-VALUE(MSV-ROW-SUB)
010280         WHEN OTHER
010290             MOVE MRQ-OLD-AMOUNT TO MSV-AMOUNT-EDIT
010300             MOVE MSV-AMOUNT-EDIT TO
010310                 MNT-RPY-OLD-VALUE(MSV-ROW-SUB)
010320             MOVE MRQ-NEW-AMOUNT TO MSV-AMOUNT-EDIT
010330             MOVE MSV-AMOUNT-EDIT TO
010340                 MNT-RPY-NEW-VALUE(MSV-ROW-SUB)
010350     END-EVALUATE.
010360 6100-LIST-ONE-REQUEST-EXIT.
010370     EXIT.

010371*-----------------------------------------------------------------
010372* 6500-CHECK-ENTITLEMENT
010373*-----------------------------------------------------------------
010374* IS THE DIVISION IN MSV-ENT-DIVISION COVERED BY ONE OF THE
010375* SIGNED-ON USER'S GRANTS?  A REGION GRANT COVERS THE DIVISIONS
010376* THE DIVISION MASTER FILES UNDER THAT REGION; A DIVISION NOT ON
010377* THE MASTER (OR NO MASTER) MATCHES ONLY A DIVISION OR ALL GRANT.
010378 6500-CHECK-ENTITLEMENT.
010379     IF MSV-ENT-ALL-DIVISIONS
010380         MOVE "Y" TO MSV-ENT-GRANTED-SWITCH
010381         GO TO 6500-CHECK-ENTITLEMENT-EXIT
010382     END-IF
010383     IF MSV-ENT-DIVISION = MSV-ENT-LAST-DIVISION
010384         MOVE MSV-ENT-LAST-RESULT TO MSV-ENT-GRANTED-SWITCH
010385         GO TO 6500-CHECK-ENTITLEMENT-EXIT
010386     END-IF
010387     MOVE "N" TO MSV-ENT-GRANTED-SWITCH
010388     MOVE SPACES TO MSV-ENT-REGION
010389     IF MSV-ENT-HAS-REGIONS AND MSV-DIVM-IS-OPEN
010390         MOVE MSV-ENT-DIVISION TO DIV-CODE
010391         READ DIV-FILE
010392             INVALID KEY
010393                 CONTINUE
010394             NOT INVALID KEY
010395                 MOVE DIV-REGION-CODE TO MSV-ENT-REGION
010396         END-READ
010397     END-IF
010398     IF MSV-ENT-COUNT > 0
010399         SET MSV-EX TO 1
010400         SEARCH MSV-ENT-ENTRY
010401             AT END
010402                 CONTINUE
010403             WHEN MSV-EX > MSV-ENT-COUNT
010404                 CONTINUE
010405             WHEN MSV-ENT-TYPE(MSV-EX) = "D"
010406                 AND MSV-ENT-CODE(MSV-EX) = MSV-ENT-DIVISION
010407                 MOVE "Y" TO MSV-ENT-GRANTED-SWITCH
010408             WHEN MSV-ENT-TYPE(MSV-EX) = "R"
010409                 AND MSV-ENT-REGION NOT = SPACES
010410                 AND MSV-ENT-CODE(MSV-EX)(1:3) = MSV-ENT-REGION
010411                 MOVE "Y" TO MSV-ENT-GRANTED-SWITCH
010412         END-SEARCH
010413     END-IF
010414     MOVE MSV-ENT-DIVISION TO MSV-ENT-LAST-DIVISION
010415     MOVE MSV-ENT-GRANTED-SWITCH TO MSV-ENT-LAST-RESULT.
010416 6500-CHECK-ENTITLEMENT-EXIT.
010417     EXIT.

010419*-----------------------------------------------------------------
010421* 7000-WRITE-AUDIT-RECORD
010423*-----------------------------------------------------------------
010425* ONE AUDITLOG LINE PER ENTER, APPROVE, OR REJECT, RUN MODE OM.
010427* THE OPERATOR FIELD CARRIES THE FUNCTION AND THE MATCH COUNT IS
010430* 1 WHEN THE ACTION TOOK EFFECT, 0 WHEN IT WAS REFUSED - SO A
010440* RUN OF REFUSED APPROVALS SHOWS UP IN THE ROLLUP TOO.
010450 7000-WRITE-AUDIT-RECORD.
010460     MOVE MSV-RUN-DATE TO AUD-DATE
010470     MOVE MSV-RUN-TIME TO AUD-TIME
010480     MOVE MNT-REQ-USER TO AUD-USER
010490     MOVE MNT-REQ-FUNCTION TO AUD-OPERATOR
010500     MOVE MSV-KEY-2 TO AUD-SEARCH-KEY
010510     IF MSV-ACTION-DONE
010520         MOVE 1 TO AUD-MATCH-COUNT
010530     ELSE
010540         MOVE 0 TO AUD-MATCH-COUNT
010550     END-IF
010560     MOVE "OM" TO AUD-RUN-MODE
010570     MOVE 11 TO AUD-KEY-LENGTH
010580     MOVE SPACE TO AUD-STOP-FLAG
010590     MOVE SPACES TO AUD-FROM-DIVISION
010600     MOVE SPACES TO AUD-TO-DIVISION
010601     MOVE MSV-ACCESS-FLAG TO AUD-ACCESS-FLAG
010602     IF MSV-ACCESS-FLAG = SPACE
010603         MOVE SPACES TO AUD-WITHHELD-COUNT-X
010604     ELSE
010605         MOVE MSV-WITHHELD-COUNT TO AUD-WITHHELD-COUNT
010606     END-IF
010610     IF NOT MSV-AUDIT-IS-OPEN
010620         OPEN EXTEND AUDIT-FILE
010630         IF NOT MSV-AUDIT-STATUS = "00" AND
010640             NOT MSV-AUDIT-STATUS = "05"
010650             MOVE "UNABLE TO OPEN AUDIT-FILE - AUDIT ENTRY LOST"
010660                 TO MSV-ERROR-MESSAGE
010670             PERFORM 9000-DISPLAY-ERROR THRU
010680                 9000-DISPLAY-ERROR-EXIT
010690             GO TO 7000-WRITE-AUDIT-RECORD-EXIT
010700         END-IF
010710         MOVE "Y" TO MSV-AUDIT-OPEN-SWITCH
010720     END-IF
010730     WRITE AUDIT-RECORD FROM AUD-AUDIT-LINE
010740     IF NOT MSV-AUDIT-STATUS = "00"
010750         MOVE "ERROR WRITING AUDIT-FILE - AUDIT ENTRY LOST" TO
010760             MSV-ERROR-MESSAGE
010770         PERFORM 9000-DISPLAY-ERROR THRU
010780             9000-DISPLAY-ERROR-EXIT
010790     END-IF.
010800 7000-WRITE-AUDIT-RECORD-EXIT.
010810     EXIT.

010820*-----------------------------------------------------------------
010830* 7500-WRITE-CONTROL-RECORD
010840*-----------------------------------------------------------------
010850* POST ONE APPROVED CHANGE TO THE SHARED RUN-CONTROL FILE: ONE
010860* RECORD READ AND CHANGED, AND THE ADJUSTMENT (ZERO FOR A STATUS
010870* OR NAME CHANGE) AS THE NET AMOUNT, SO THE NIGHT'S CTLBAL PROOF
010880* ADDS IT UP.  RUNCTL IS OPENED AND CLOSED EACH TIME - CTLBAL
010890* EMPTIES IT AT END OF NIGHT.  A FAILED POST ONLY WARNS; THE
010900* CHANGE ITSELF IS ALREADY COMMITTED, AND THE REPLY SAYS SO.
010910 7500-WRITE-CONTROL-RECORD.
010920     SUBTRACT MRQ-OLD-AMOUNT FROM MRQ-NEW-AMOUNT
010930         GIVING MSV-NET-AMOUNT
010940     OPEN EXTEND CTL-FILE
010950     IF NOT MSV-CTL-STATUS = "00" AND
010960         NOT MSV-CTL-STATUS = "05"
010970         MOVE "UNABLE TO OPEN RUNCTL - CONTROL RECORD LOST" TO
010980             MSV-ERROR-MESSAGE
010990         PERFORM 9000-DISPLAY-ERROR THRU
011000             9000-DISPLAY-ERROR-EXIT
011010         MOVE "APPLIED - RUNCTL POST LOST, TELL OPS" TO
011020             MNT-RPY-MESSAGE
011030         GO TO 7500-WRITE-CONTROL-RECORD-EXIT
011040     END-IF
011050     MOVE "MNTSERVE  " TO CTL-PROGRAM
011060     MOVE MSV-RUN-DATE TO CTL-RUN-DATE
011070     MOVE MSV-RUN-TIME TO CTL-RUN-TIME
011080     MOVE 1 TO CTL-READ-COUNT
011090     MOVE 0 TO CTL-ADD-COUNT
011100     MOVE 1 TO CTL-CHANGE-COUNT
011110     MOVE 0 TO CTL-DELETE-COUNT
011120     MOVE MSV-NET-AMOUNT TO CTL-NET-AMOUNT
011130     WRITE CTL-RECORD
011140     IF NOT MSV-CTL-STATUS = "00"
011150         MOVE "ERROR WRITING RUNCTL - CONTROL RECORD LOST" TO
011160             MSV-ERROR-MESSAGE
011170         PERFORM 9000-DISPLAY-ERROR THRU
011180             9000-DISPLAY-ERROR-EXIT
011190         MOVE "APPLIED - RUNCTL POST LOST, TELL OPS" TO
011200             MNT-RPY-MESSAGE
011210     END-IF
011220     CLOSE CTL-FILE.
011230 7500-WRITE-CONTROL-RECORD-EXIT.
011240     EXIT.

011250*-----------------------------------------------------------------
011260* 7600-WRITE-JOURNAL-ENTRY
011270*-----------------------------------------------------------------
011280* APPEND THE CHANGE JOURNAL ENTRY FOR THE REWRITE 5200 IS
011290* MAKING - 5200 HAS ALREADY SET THE ACTION, THE KEY, AND BOTH
011300* IMAGES.  CALLED INSIDE THE APPROVAL'S TMF TRANSACTION, SO A
011310* FAILED WRITE BACKS THE CHANGE OUT.  THE CHECKER IS THE USER
011320* OF RECORD; THE MAKER IS ON THE MAINTREQ REQUEST.
011330 7600-WRITE-JOURNAL-ENTRY.
011340     ACCEPT JRN-ENTRY-DATE FROM DATE YYYYMMDD
011350     ACCEPT JRN-ENTRY-TIME FROM TIME
011360     MOVE "MNTSERVE  " TO JRN-PROGRAM
011370     MOVE MNT-REQ-USER TO JRN-USER
011380     WRITE JRN-FILE-RECORD FROM JRN-RECORD
011390     IF NOT MSV-JRN-STATUS = "00"
011400         MOVE "JOURNAL WRITE FAILED - NOT APPLIED AT KEY: "
011410             TO MSV-ERROR-LABEL
011420         STRING MSV-ERROR-LABEL DELIMITED BY SIZE
011430             JRN-RECORD-KEY DELIMITED BY SIZE
011440             INTO MSV-ERROR-MESSAGE
011450         PERFORM 9000-DISPLAY-ERROR THRU
011460             9000-DISPLAY-ERROR-EXIT
011470         MOVE "16" TO MNT-RPY-STATUS
011480         MOVE "JOURNAL WRITE FAILED - NOT APPLIED" TO
011490             MNT-RPY-MESSAGE
011500         MOVE "N" TO MSV-REQ-VALID-SWITCH
011510     END-IF.
011520 7600-WRITE-JOURNAL-ENTRY-EXIT.
011530     EXIT.

011540*-----------------------------------------------------------------
011550* 8000-TERMINATE
011560*-----------------------------------------------------------------
011570 8000-TERMINATE.
011580     IF MSV-DATA-IS-OPEN
011590         CLOSE DATA-FILE
011600     END-IF
011610     IF MSV-MRQ-IS-OPEN
011620         CLOSE MRQ-FILE
011630     END-IF
011640     IF MSV-DIVM-IS-OPEN
011650         CLOSE DIV-FILE
011660     END-IF
011670     IF MSV-JRN-IS-OPEN
011680         CLOSE JRN-FILE
011690     END-IF
011700     IF MSV-AUDIT-IS-OPEN
011710         CLOSE AUDIT-FILE
011720     END-IF
011722     IF MSV-ENT-IS-OPEN
011724         CLOSE ENT-FILE
011726     END-IF
011730     CLOSE RECEIVE-FILE.
011740 8000-TERMINATE-EXIT.
011750     EXIT.

011760*-----------------------------------------------------------------
011770* 9000-DISPLAY-ERROR
011780*-----------------------------------------------------------------
011790 9000-DISPLAY-ERROR.
011800     DISPLAY "MNTSERVE: " MSV-ERROR-MESSAGE.
011810 9000-DISPLAY-ERROR-EXIT.
011820     EXIT.
