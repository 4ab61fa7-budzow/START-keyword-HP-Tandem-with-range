000400* ALREADY-APPLIED DELETES AS 08, LANDING ON THE SUSPENSE FILE
000410* FOR THE KEYING GROUP TO DISCARD.
000420*
000421* EVERY ADD, CHANGE, AND DELETE APPLIED IS ALSO APPENDED TO THE
000422* SHARED CHANGE JOURNAL (DATAJRNL, SEE JRNREC) WITH ITS BEFORE
000423* AND AFTER IMAGES.  A JOURNAL THAT WILL NOT OPEN STOPS THE RUN
000424* BEFORE ANYTHING IS APPLIED; A FAILED JOURNAL WRITE ABORTS IT.
000425*
000430* RETURN CODE 0 CLEAN, 4 REJECTS ON SUSPENSE (OR NOTHING TO
000440* DO), 16 RUN FAILED.
000450*
000530*                 THE SHARED RUN-CONTROL FILE (RUNCTL, SEE
000531*                 CTLREC) FOR THE END-OF-NIGHT BALANCING
000532*                 PROOF.
000533* 2026-10-15 RLH  EVERY APPLIED ADD, CHANGE, AND DELETE IS NOW
000534*                 APPENDED TO THE SHARED CHANGE JOURNAL
000535*                 (DATAJRNL, SEE JRNREC) WITH THE RECORD'S
000536*                 BEFORE AND AFTER IMAGES.
000537* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000538*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000539*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000540*                 GATES AND THE MORNING BATCH-STATUS REPORT.
000541* 2026-10-15 RLH  THE AUDIT LINE'S STOP FLAG, TRANSFER DIVISIONS,
000542*                 AND ENTITLEMENT MARKER ARE NOW SET TO SPACES -
000543*                 THEY WERE LEFT UNSET.

000544 IDENTIFICATION DIVISION.
000545 PROGRAM-ID.                  dataapply.
000550     AUTHOR.                      R L HUTCHINS.
000560     INSTALLATION.                DATA FILE SERVICES.
000570     DATE-WRITTEN.                2026-09-02.
000961         ACCESS MODE IS SEQUENTIAL
000962         RECORD KEY IS DIV-CODE
000963         FILE STATUS IS APL-DIVM-STATUS.
000964*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
000965*    LAYOUT); ONE ENTRY APPENDED PER RECORD APPLIED.
000966     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
000967         ORGANIZATION IS SEQUENTIAL
000968         FILE STATUS IS APL-JRN-STATUS.
000969*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000970*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000971     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000972         ORGANIZATION IS LINE SEQUENTIAL
000973         FILE STATUS IS APL-HIST-STATUS.

000978 DATA DIVISION.
000983 FILE SECTION.
000988 FD  DATA-FILE.
000993     COPY DATAREC.

001000 FD  TRAN-FILE.
001010 01  TRAN-RECORD.
001263 FD  DIV-FILE.
001264     COPY DIVREC.

001266 FD  JRN-FILE.
001267 01  JRN-FILE-RECORD             PIC X(240).

001268 FD  HIST-FILE.
001269     COPY RHSREC.

001270 WORKING-STORAGE SECTION.
001280*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001290 77  APL-MAX-DIVISIONS           PIC 9(03) VALUE 100.
001575         88  APL-DIVM-EOF                  VALUE "Y".
001576     05  APL-DIVM-FOUND-SWITCH       PIC X(01) VALUE "N".
001577         88  APL-DIVM-ENTRY-FOUND          VALUE "Y".
001578     05  APL-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
001579         88  APL-JRN-IS-OPEN               VALUE "Y".

001580*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001590 01  APL-FILE-STATUSES.
001650     05  APL-AUDIT-STATUS            PIC X(02).
001651     05  APL-CTL-STATUS              PIC X(02).
001652     05  APL-DIVM-STATUS             PIC X(02).
001653     05  APL-JRN-STATUS              PIC X(02).
001654     05  APL-HIST-STATUS             PIC X(02).

001655*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001656 01  APL-HISTORY-WORK.
001657     05  APL-HIST-EVENT              PIC X(01).
001658     05  APL-HIST-START-DATE         PIC 9(08) VALUE 0.
001659     05  APL-HIST-START-TIME         PIC 9(08) VALUE 0.

001660*    THE TRANSACTION IN HAND, EDITED VIEWS.  THE REDEFINES
001670*    GIVE THE NUMERIC VIEW USED ONCE VALIDATION HAS PROVED THE
002620*    AUDIT LINE LAYOUT, SHARED WITH THE REST OF THE SUITE.
002630     COPY AUDITLN.

002632*    CHANGE JOURNAL ENTRY LAYOUT, SHARED WITH EVERY PROGRAM
002634*    THAT CHANGES DATA-FILE.
002636     COPY JRNREC.

002640 PROCEDURE DIVISION.

002650*-----------------------------------------------------------------
002860     ACCEPT APL-REQUESTING-USER FROM ENVIRONMENT "USER"
002870     ACCEPT APL-RUN-DATE FROM DATE YYYYMMDD
002880     ACCEPT APL-RUN-TIME FROM TIME
002882     MOVE "S" TO APL-HIST-EVENT
002884     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002886         7700-WRITE-HISTORY-RECORD-EXIT
002890     OPEN I-O DATA-FILE SHARED
002900     IF NOT APL-DATA-STATUS-OK
002910         MOVE "UNABLE TO OPEN DATA-FILE SHARED I-O" TO
002960         GO TO 1000-INITIALIZE-EXIT
002970     END-IF
002980     MOVE "Y" TO APL-DATA-OPEN-SWITCH
002981     OPEN EXTEND JRN-FILE
002982     IF NOT APL-JRN-STATUS = "00" AND
002983         NOT APL-JRN-STATUS = "05"
002984         MOVE "UNABLE TO OPEN CHANGE JOURNAL (DATAJRNL)" TO
002985             APL-ERROR-MESSAGE
002986         PERFORM 9000-DISPLAY-ERROR THRU
002987             9000-DISPLAY-ERROR-EXIT
002988         MOVE "N" TO APL-RUN-OK-SWITCH
002989         GO TO 1000-INITIALIZE-EXIT
002990     END-IF
002991     MOVE "Y" TO APL-JRN-OPEN-SWITCH
002995     OPEN INPUT TRAN-FILE
003000     IF NOT APL-TRAN-STATUS = "00"
003010         MOVE "UNABLE TO OPEN TRANFILE" TO APL-ERROR-MESSAGE
003020         PERFORM 9000-DISPLAY-ERROR THRU
004320         ADD 1 TO APL-APPLIED-COUNT
004330         PERFORM 5300-ACCUMULATE-TOTALS THRU
004340             5300-ACCUMULATE-TOTALS-EXIT
004343         PERFORM 7600-WRITE-JOURNAL-ENTRY THRU
004346             7600-WRITE-JOURNAL-ENTRY-EXIT
004350     ELSE
004360         PERFORM 4000-REJECT-TRAN THRU 4000-REJECT-TRAN-EXIT
004370     END-IF.
005020         MOVE "Y" TO APL-ABORT-SWITCH
005030         GO TO 5000-APPLY-ADD-EXIT
005040     END-IF
005042     MOVE "A" TO JRN-ACTION
005044     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
005046     MOVE SPACES TO JRN-BEFORE-IMAGE
005048     MOVE DATA-RECORD TO JRN-AFTER-IMAGE
005050     MOVE APL-AMOUNT-9 TO APL-NET-AMOUNT
005060     ADD 1 TO APL-ADD-COUNT
005070     MOVE "Y" TO APL-APPLIED-SWITCH.
005220             MOVE "08" TO APL-REASON-CODE
005230             GO TO 5100-APPLY-CHANGE-EXIT
005240     END-READ
005245     MOVE DATA-RECORD TO JRN-BEFORE-IMAGE
005250     MOVE DATA-AMOUNT TO APL-OLD-AMOUNT
005260     MOVE TRAN-CUSTOMER-NAME TO DATA-CUSTOMER-NAME
005270     MOVE TRAN-STATUS-CODE TO DATA-STATUS-CODE
005400         MOVE "Y" TO APL-ABORT-SWITCH
005410         GO TO 5100-APPLY-CHANGE-EXIT
005420     END-IF
005422     MOVE "C" TO JRN-ACTION
005424     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
005426     MOVE DATA-RECORD TO JRN-AFTER-IMAGE
005430     COMPUTE APL-NET-AMOUNT = APL-AMOUNT-9 - APL-OLD-AMOUNT
005440     ADD 1 TO APL-CHANGE-COUNT
005450     MOVE "Y" TO APL-APPLIED-SWITCH.
005600             MOVE "08" TO APL-REASON-CODE
005610             GO TO 5200-APPLY-DELETE-EXIT
005620     END-READ
005622     MOVE "D" TO JRN-ACTION
005624     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
005626     MOVE DATA-RECORD TO JRN-BEFORE-IMAGE
005628     MOVE SPACES TO JRN-AFTER-IMAGE
005630     MOVE DATA-AMOUNT TO APL-OLD-AMOUNT
005640     DELETE DATA-FILE RECORD
005650     IF NOT APL-DATA-STATUS-OK
007220     MOVE APL-APPLIED-COUNT TO AUD-MATCH-COUNT
007230     MOVE "MT" TO AUD-RUN-MODE
007240     MOVE 0 TO AUD-KEY-LENGTH
007241     MOVE SPACE TO AUD-STOP-FLAG
007242     MOVE SPACES TO AUD-FROM-DIVISION
007243     MOVE SPACES TO AUD-TO-DIVISION
007244     MOVE SPACE TO AUD-ACCESS-FLAG
007245     MOVE SPACES TO AUD-WITHHELD-COUNT-X
007250     IF NOT APL-AUDIT-IS-OPEN
007260         OPEN EXTEND AUDIT-FILE
007270         IF NOT APL-AUDIT-STATUS = "00" AND
007426     EXIT.

007427*-----------------------------------------------------------------
007428* 7600-WRITE-JOURNAL-ENTRY
007429*-----------------------------------------------------------------
007430* APPEND THE CHANGE JOURNAL ENTRY FOR THE TRANSACTION JUST
007431* APPLIED - THE APPLY PARAGRAPH HAS ALREADY SET THE ACTION, THE
007432* KEY, AND BOTH IMAGES.  THERE IS NO TMF HERE TO BACK THE CHANGE
007433* OUT, SO A FAILED WRITE ABORTS THE RUN NAMING THE KEY: THAT ONE
007434* CHANGE IS ON DATA-FILE BUT NOT ON THE JOURNAL, AND MUST BE
007435* RECONCILED BY HAND BEFORE THE TRANFILE IS RERUN.
007436 7600-WRITE-JOURNAL-ENTRY.
007437     ACCEPT JRN-ENTRY-DATE FROM DATE YYYYMMDD
007438     ACCEPT JRN-ENTRY-TIME FROM TIME
007439     MOVE "DATAAPPLY " TO JRN-PROGRAM
007440     MOVE APL-REQUESTING-USER TO JRN-USER
007441     WRITE JRN-FILE-RECORD FROM JRN-RECORD
007442     IF NOT APL-JRN-STATUS = "00"
007443         MOVE "JOURNAL WRITE FAILED - RUN ABORTED AT KEY: "
007444             TO APL-ERROR-LABEL
007445         STRING APL-ERROR-LABEL DELIMITED BY SIZE
007446             JRN-RECORD-KEY DELIMITED BY SIZE
007447             INTO APL-ERROR-MESSAGE
007448         PERFORM 9000-DISPLAY-ERROR THRU
007449             9000-DISPLAY-ERROR-EXIT
007450         MOVE APL-RETURN-ERROR TO APL-FINAL-RETURN-CODE
007451         MOVE "Y" TO APL-ABORT-SWITCH
007452     END-IF.
007453 7600-WRITE-JOURNAL-ENTRY-EXIT.
007454     EXIT.

007455*-----------------------------------------------------------------
007456* 7700-WRITE-HISTORY-RECORD
007457*-----------------------------------------------------------------
007458* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
007459* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
007460* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
007461* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
007462 7700-WRITE-HISTORY-RECORD.
007463     IF APL-HIST-EVENT = "S"
007464         ACCEPT APL-HIST-START-DATE FROM DATE YYYYMMDD
007465         ACCEPT APL-HIST-START-TIME FROM TIME
007466     END-IF
007467     OPEN EXTEND HIST-FILE
007468     IF NOT APL-HIST-STATUS = "00" AND
007469         NOT APL-HIST-STATUS = "05"
007470         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
007471             APL-ERROR-MESSAGE
007472         PERFORM 9000-DISPLAY-ERROR THRU
007473             9000-DISPLAY-ERROR-EXIT
007474         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
007475     END-IF
007476     MOVE SPACES TO RHS-RECORD
007477     MOVE "DATAAPPLY " TO RHS-STEP
007478     MOVE "P" TO RHS-KIND
007479     MOVE APL-HIST-EVENT TO RHS-EVENT
007480     MOVE APL-HIST-START-DATE TO RHS-START-DATE
007481     MOVE APL-HIST-START-TIME TO RHS-START-TIME
007482     MOVE 0 TO RHS-END-DATE
007483     MOVE 0 TO RHS-END-TIME
007484     MOVE 0 TO RHS-COMPLETION-CODE
007485     MOVE APL-REQUESTING-USER TO RHS-USER
007486     MOVE 0 TO RHS-COUNT-VALUE(1)
007487     MOVE 0 TO RHS-COUNT-VALUE(2)
007488     MOVE 0 TO RHS-COUNT-VALUE(3)
007489     MOVE 0 TO RHS-COUNT-VALUE(4)
007490     IF RHS-ENDED
007491         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
007492         ACCEPT RHS-END-TIME FROM TIME
007493         MOVE APL-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
007494         MOVE "READ    " TO RHS-COUNT-LABEL(1)
007495         MOVE APL-READ-COUNT TO RHS-COUNT-VALUE(1)
007496         MOVE "ADDED   " TO RHS-COUNT-LABEL(2)
007497         MOVE APL-ADD-COUNT TO RHS-COUNT-VALUE(2)
007498         MOVE "CHANGED " TO RHS-COUNT-LABEL(3)
007499         MOVE APL-CHANGE-COUNT TO RHS-COUNT-VALUE(3)
007500         MOVE "DELETED " TO RHS-COUNT-LABEL(4)
007501         MOVE APL-DELETE-COUNT TO RHS-COUNT-VALUE(4)
007502     END-IF
007503     WRITE RHS-RECORD
007504     IF NOT APL-HIST-STATUS = "00"
007505         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
007506             APL-ERROR-MESSAGE
007507         PERFORM 9000-DISPLAY-ERROR THRU
007508             9000-DISPLAY-ERROR-EXIT
007509     END-IF
007510     CLOSE HIST-FILE.
007511 7700-WRITE-HISTORY-RECORD-EXIT.
007512     EXIT.

007513*-----------------------------------------------------------------
007514* 8000-TERMINATE
007515*-----------------------------------------------------------------
007516* CLOSE EVERYTHING AND SET THE RETURN CODE.  RUNS ON BOTH THE
007517* NORMAL AND THE ERROR PATHS SO A FAILED RUN NEVER LEAVES
007518* DATA-FILE OPEN SHARED AGAINST OTHER READERS AND WRITERS.
007519 8000-TERMINATE.
007520     IF APL-DATA-IS-OPEN
007521         PERFORM 7500-WRITE-CONTROL-RECORD THRU
007522             7500-WRITE-CONTROL-RECORD-EXIT
007523     END-IF
007524     IF APL-TRAN-IS-OPEN
007525         CLOSE TRAN-FILE
007526     END-IF
007527     IF APL-DATA-IS-OPEN
007528         CLOSE DATA-FILE
007529     END-IF
007530     IF APL-SUSP-IS-OPEN
007540         CLOSE SUSP-FILE
007550     END-IF
007590     IF APL-AUDIT-IS-OPEN
007600         CLOSE AUDIT-FILE
007610     END-IF
007612     IF APL-JRN-IS-OPEN
007614         CLOSE JRN-FILE
007616     END-IF
007620     IF APL-FINAL-RETURN-CODE = 0 AND NOT APL-RUN-OK
007630         MOVE APL-RETURN-ERROR TO APL-FINAL-RETURN-CODE
007640     END-IF
007670         AND (APL-REJECT-COUNT > 0 OR APL-READ-COUNT = 0)
007680         MOVE APL-RETURN-WARNING TO APL-FINAL-RETURN-CODE
007690     END-IF
007692     MOVE "E" TO APL-HIST-EVENT
007694     PERFORM 7700-WRITE-HISTORY-RECORD THRU
007696         7700-WRITE-HISTORY-RECORD-EXIT
007700     MOVE APL-FINAL-RETURN-CODE TO RETURN-CODE.
007710 8000-TERMINATE-EXIT.
007720     EXIT.
