000326*                 A SEQUENTIAL-ACCESS OUTPUT REJECTED THE
000328*                 FIRST OUT-OF-ORDER KEY WITH STATUS 21,
000329*                 FAILING THE BUILD ON ANY REALISTIC DATA.
000330* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000331*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000332*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000333*                 GATES AND THE MORNING BATCH-STATUS REPORT.

000335 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.                  nameidx.
000350     AUTHOR.                      R L HUTCHINS.
000360     INSTALLATION.                DATA FILE SERVICES.
000640     SELECT REPORT-FILE ASSIGN TO "NIDXRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS NDX-RPT-STATUS.
000661*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000662*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000663     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000664         ORGANIZATION IS LINE SEQUENTIAL
000665         FILE STATUS IS NDX-HIST-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000730 FD  REPORT-FILE.
000740 01  REPORT-RECORD               PIC X(80).

000743 FD  HIST-FILE.
000746     COPY RHSREC.

000750 WORKING-STORAGE SECTION.
000760*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000770 77  NDX-RETURN-OK               PIC 9(02) VALUE 00.
000960         88  NDX-DATA-STATUS-OK        VALUE "00".
000970     05  NDX-NAME-STATUS             PIC X(02).
000980     05  NDX-RPT-STATUS              PIC X(02).
000981     05  NDX-HIST-STATUS             PIC X(02).

000982*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
000983 01  NDX-HISTORY-WORK.
000984     05  NDX-HIST-EVENT              PIC X(01).
000985     05  NDX-HIST-START-DATE         PIC 9(08) VALUE 0.
000986     05  NDX-HIST-START-TIME         PIC 9(08) VALUE 0.

000990*    ONE ACCOUNT'S ROLLUP - THE GROUP IN HAND DURING THE
001000*    PRIMARY-KEY SWEEP.
001550* TO THE WHOLE RUN.
001560 1000-INITIALIZE.
001570     ACCEPT NDX-RUN-DATE FROM DATE YYYYMMDD
001572     MOVE "S" TO NDX-HIST-EVENT
001574     PERFORM 7700-WRITE-HISTORY-RECORD THRU
001576         7700-WRITE-HISTORY-RECORD-EXIT
001580     OPEN INPUT DATA-FILE SHARED
001590     IF NOT NDX-DATA-STATUS-OK
001600         MOVE "UNABLE TO OPEN DATA-FILE SHARED INPUT" TO
003410 5100-WRITE-TOTAL-LINE-EXIT.
003420     EXIT.

003421*-----------------------------------------------------------------
003422* 7700-WRITE-HISTORY-RECORD
003423*-----------------------------------------------------------------
003424* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
003425* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
003426* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
003427* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
003428 7700-WRITE-HISTORY-RECORD.
003429     IF NDX-HIST-EVENT = "S"
003430         ACCEPT NDX-HIST-START-DATE FROM DATE YYYYMMDD
003431         ACCEPT NDX-HIST-START-TIME FROM TIME
003432     END-IF
003433     OPEN EXTEND HIST-FILE
003434     IF NOT NDX-HIST-STATUS = "00" AND
003435         NOT NDX-HIST-STATUS = "05"
003436         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
003437             NDX-ERROR-MESSAGE
003438         PERFORM 9000-DISPLAY-ERROR THRU
003439             9000-DISPLAY-ERROR-EXIT
003440         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
003441     END-IF
003442     MOVE SPACES TO RHS-RECORD
003443     MOVE "NAMEIDX   " TO RHS-STEP
003444     MOVE "P" TO RHS-KIND
003445     MOVE NDX-HIST-EVENT TO RHS-EVENT
003446     MOVE NDX-HIST-START-DATE TO RHS-START-DATE
003447     MOVE NDX-HIST-START-TIME TO RHS-START-TIME
003448     MOVE 0 TO RHS-END-DATE
003449     MOVE 0 TO RHS-END-TIME
003450     MOVE 0 TO RHS-COMPLETION-CODE
003451     MOVE 0 TO RHS-COUNT-VALUE(1)
003452     MOVE 0 TO RHS-COUNT-VALUE(2)
003453     MOVE 0 TO RHS-COUNT-VALUE(3)
003454     MOVE 0 TO RHS-COUNT-VALUE(4)
003455     IF RHS-ENDED
003456         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
003457         ACCEPT RHS-END-TIME FROM TIME
003458         MOVE NDX-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
003459         MOVE "READ    " TO RHS-COUNT-LABEL(1)
003460         MOVE NDX-READ-COUNT TO RHS-COUNT-VALUE(1)
003461         MOVE "ACCOUNTS" TO RHS-COUNT-LABEL(2)
003462         MOVE NDX-ACCOUNT-COUNT TO RHS-COUNT-VALUE(2)
003463     END-IF
003464     WRITE RHS-RECORD
003465     IF NOT NDX-HIST-STATUS = "00"
003466         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
003467             NDX-ERROR-MESSAGE
003468         PERFORM 9000-DISPLAY-ERROR THRU
003469             9000-DISPLAY-ERROR-EXIT
003470     END-IF
003471     CLOSE HIST-FILE.
003472 7700-WRITE-HISTORY-RECORD-EXIT.
003473     EXIT.

003474*-----------------------------------------------------------------
003475* 8000-TERMINATE
003476*-----------------------------------------------------------------
003477 8000-TERMINATE.
003478     IF NDX-DATA-IS-OPEN
003480         CLOSE DATA-FILE
003490     END-IF
003500     IF NDX-NAME-IS-OPEN
003600         AND NDX-RUN-OK AND NDX-ACCOUNT-COUNT = 0
003610         MOVE NDX-RETURN-WARNING TO NDX-FINAL-RETURN-CODE
003620     END-IF
003622     MOVE "E" TO NDX-HIST-EVENT
003624     PERFORM 7700-WRITE-HISTORY-RECORD THRU
003626         7700-WRITE-HISTORY-RECORD-EXIT
003630     MOVE NDX-FINAL-RETURN-CODE TO RETURN-CODE.
003640 8000-TERMINATE-EXIT.
003650     EXIT.
