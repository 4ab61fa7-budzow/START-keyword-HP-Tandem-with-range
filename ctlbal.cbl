000233* MISSING OR EMPTY SNAPSHOT (FIRST EVER RUN) CANNOT BE
000240* PROVED: THE RUN ESTABLISHES THE BASELINE AND SAYS SO.
000250*
000251* THE SNAPSHOT ALSO CARRIES THE RUN'S VERDICT (P PROVED, F OUT
000252* OF BALANCE, B BASELINE), ITS TIME, THE NIGHT'S NET AMOUNT
000253* MOVED, AND THE DATE AND TIME OF THE SNAPSHOT IT OPENED FROM.
000254* THE GL INTERFACE (GLPOST) READS THEM TO FIND THE NIGHT'S
000255* WINDOW ON THE CHANGE JOURNAL, TO TIE ITS FILE BACK TO THIS
000256* CERTIFICATE, AND TO HOLD THE FILE UNLESS THE NIGHT PROVED.
000257*
000260* RETURN CODE 0 BALANCE PROVED, 4 BASELINE ESTABLISHED (NO
000270* OPENING SNAPSHOT), 16 OUT OF BALANCE OR RUN FAILED.
000280*
000349*                 (STATUS 35, A ZERO-MAINTENANCE NIGHT) - A
000350*                 LOCKED OR UNREADABLE RUNCTL USED TO PASS AS
000351*                 ZERO ACTIVITY AND THEN BE EMPTIED UNREAD.
000352* 2026-10-15 RLH  CTLSNAP NOW ALSO CARRIES THE VERDICT, THE RUN
000353*                 TIME, THE NET AMOUNT MOVED, AND THE OPENING
000354*                 SNAPSHOT'S DATE AND TIME, FOR THE GLPOST
000355*                 GENERAL-LEDGER INTERFACE THAT FOLLOWS.
000356* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000357*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000358*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000359*                 GATES AND THE MORNING BATCH-STATUS REPORT.
000360* 2026-10-15 RLH  THE CTLSNAP RECORD NOW COMES FROM THE SHARED
000361*                 SNAPREC COPYBOOK, AS GLPOST'S DOES.

000362 IDENTIFICATION DIVISION.
000363 PROGRAM-ID.                  ctlbal.
000370     AUTHOR.                      R L HUTCHINS.
000380     INSTALLATION.                DATA FILE SERVICES.
000390     DATE-WRITTEN.                2026-09-02.
000690     SELECT REPORT-FILE ASSIGN TO "CTLCERT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS BAL-RPT-STATUS.
000711*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000712*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000713     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000714         ORGANIZATION IS LINE SEQUENTIAL
000715         FILE STATUS IS BAL-HIST-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000770     COPY CTLREC.

000780 FD  SNAP-FILE.
000790     COPY SNAPREC.

000870 FD  REPORT-FILE.
000880 01  REPORT-RECORD               PIC X(80).

000883 FD  HIST-FILE.
000886     COPY RHSREC.

000890 WORKING-STORAGE SECTION.
000900*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000910 77  BAL-RETURN-OK               PIC 9(02) VALUE 00.
001150     05  BAL-CTL-STATUS              PIC X(02).
001160     05  BAL-SNAP-STATUS             PIC X(02).
001170     05  BAL-RPT-STATUS              PIC X(02).
001171     05  BAL-HIST-STATUS             PIC X(02).

001172*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001173 01  BAL-HISTORY-WORK.
001174     05  BAL-HIST-EVENT              PIC X(01).
001175     05  BAL-HIST-START-DATE         PIC 9(08) VALUE 0.
001176     05  BAL-HIST-START-TIME         PIC 9(08) VALUE 0.

001180*    THE FOUR POSITIONS OF THE PROOF.
001190 01  BAL-POSITIONS.
001200     05  BAL-OPEN-DATE               PIC 9(08) VALUE 0.
001205     05  BAL-OPEN-TIME               PIC 9(08) VALUE 0.
001210     05  BAL-OPEN-COUNT              PIC 9(09) COMP VALUE 0.
001220     05  BAL-OPEN-AMOUNT             PIC S9(13)V99 COMP-3
001230                                     VALUE 0.
001370                                     VALUE 0.

001380 01  BAL-RUN-DATE                PIC 9(08).
001385 01  BAL-RUN-TIME                PIC 9(08).
001390 01  BAL-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001400 01  BAL-ERROR-MESSAGE           PIC X(80).

002050* THE RUN ESTABLISHES A FRESH BASELINE INSTEAD OF PROVING.
002060 1000-INITIALIZE.
002070     ACCEPT BAL-RUN-DATE FROM DATE YYYYMMDD
002075     ACCEPT BAL-RUN-TIME FROM TIME
002076     MOVE "S" TO BAL-HIST-EVENT
002077     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002078         7700-WRITE-HISTORY-RECORD-EXIT
002080     OPEN INPUT DATA-FILE SHARED
002090     IF NOT BAL-DATA-STATUS-OK
002100         MOVE "UNABLE TO OPEN DATA-FILE SHARED INPUT" TO
002590         MOVE SNAP-RECORD-COUNT TO BAL-OPEN-COUNT
002600         MOVE SNAP-AMOUNT TO BAL-OPEN-AMOUNT
002610         MOVE "Y" TO BAL-OPENING-SWITCH
002612*        A SNAPSHOT WRITTEN BEFORE THE TIME WAS KEPT OPENS AT
002614*        THE START OF ITS DAY.
002616         IF SNAP-TIME IS NUMERIC
002618             MOVE SNAP-TIME TO BAL-OPEN-TIME
002619         END-IF
002620     END-IF
002630     CLOSE SNAP-FILE.
002640 1100-READ-SNAPSHOT-EXIT.
004570     MOVE BAL-RUN-DATE TO SNAP-DATE
004580     MOVE BAL-CLOSE-COUNT TO SNAP-RECORD-COUNT
004590     MOVE BAL-CLOSE-AMOUNT TO SNAP-AMOUNT
004591     MOVE BAL-RUN-TIME TO SNAP-TIME
004592     EVALUATE TRUE
004593         WHEN NOT BAL-OPENING-KNOWN
004594             MOVE "B" TO SNAP-VERDICT
004595         WHEN BAL-NIGHT-BALANCED
004596             MOVE "P" TO SNAP-VERDICT
004597         WHEN OTHER
004598             MOVE "F" TO SNAP-VERDICT
004599     END-EVALUATE
004600     MOVE BAL-ACT-NET TO SNAP-NET-AMOUNT
004601     MOVE BAL-OPEN-DATE TO SNAP-PRIOR-DATE
004602     MOVE BAL-OPEN-TIME TO SNAP-PRIOR-TIME
004603     WRITE SNAP-RECORD
004610     IF NOT BAL-SNAP-STATUS = "00"
004620         MOVE "ERROR WRITING CTLSNAP - BASELINE STALE" TO
004630             BAL-ERROR-MESSAGE
004910 6100-RESET-ACTIVITY-EXIT.
004920     EXIT.

004921*-----------------------------------------------------------------
004922* 7700-WRITE-HISTORY-RECORD
004923*-----------------------------------------------------------------
004924* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
004925* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
004926* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
004927* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
004928 7700-WRITE-HISTORY-RECORD.
004929     IF BAL-HIST-EVENT = "S"
004930         ACCEPT BAL-HIST-START-DATE FROM DATE YYYYMMDD
004931         ACCEPT BAL-HIST-START-TIME FROM TIME
004932     END-IF
004933     OPEN EXTEND HIST-FILE
004934     IF NOT BAL-HIST-STATUS = "00" AND
004935         NOT BAL-HIST-STATUS = "05"
004936         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
004937             BAL-ERROR-MESSAGE
004938         PERFORM 9000-DISPLAY-ERROR THRU
004939             9000-DISPLAY-ERROR-EXIT
004940         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
004941     END-IF
004942     MOVE SPACES TO RHS-RECORD
004943     MOVE "CTLBAL    " TO RHS-STEP
004944     MOVE "P" TO RHS-KIND
004945     MOVE BAL-HIST-EVENT TO RHS-EVENT
004946     MOVE BAL-HIST-START-DATE TO RHS-START-DATE
004947     MOVE BAL-HIST-START-TIME TO RHS-START-TIME
004948     MOVE 0 TO RHS-END-DATE
004949     MOVE 0 TO RHS-END-TIME
004950     MOVE 0 TO RHS-COMPLETION-CODE
004951     MOVE 0 TO RHS-COUNT-VALUE(1)
004952     MOVE 0 TO RHS-COUNT-VALUE(2)
004953     MOVE 0 TO RHS-COUNT-VALUE(3)
004954     MOVE 0 TO RHS-COUNT-VALUE(4)
004955     IF RHS-ENDED
004956         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
004957         ACCEPT RHS-END-TIME FROM TIME
004958         MOVE BAL-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
004959         MOVE "OPENING " TO RHS-COUNT-LABEL(1)
004960         MOVE BAL-OPEN-COUNT TO RHS-COUNT-VALUE(1)
004961         MOVE "CLOSING " TO RHS-COUNT-LABEL(2)
004962         MOVE BAL-CLOSE-COUNT TO RHS-COUNT-VALUE(2)
004963     END-IF
004964     WRITE RHS-RECORD
004965     IF NOT BAL-HIST-STATUS = "00"
004966         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
004967             BAL-ERROR-MESSAGE
004968         PERFORM 9000-DISPLAY-ERROR THRU
004969             9000-DISPLAY-ERROR-EXIT
004970     END-IF
004971     CLOSE HIST-FILE.
004972 7700-WRITE-HISTORY-RECORD-EXIT.
004973     EXIT.

004974*-----------------------------------------------------------------
004975* 8000-TERMINATE
004976*-----------------------------------------------------------------
004977 8000-TERMINATE.
004978     IF BAL-DATA-IS-OPEN
004980         CLOSE DATA-FILE
004990     END-IF
005000     IF BAL-CTL-IS-OPEN
005060     IF BAL-FINAL-RETURN-CODE = 0 AND NOT BAL-RUN-OK
005070         MOVE BAL-RETURN-ERROR TO BAL-FINAL-RETURN-CODE
005080     END-IF
005082     MOVE "E" TO BAL-HIST-EVENT
005084     PERFORM 7700-WRITE-HISTORY-RECORD THRU
005086         7700-WRITE-HISTORY-RECORD-EXIT
005090     MOVE BAL-FINAL-RETURN-CODE TO RETURN-CODE.
005100 8000-TERMINATE-EXIT.
005110     EXIT.
