000180* (VIA THE AUDKEEP WORK FILE), SO THE LIVE LOG STOPS GROWING
000190* WITHOUT BOUND.  LINES OUTSIDE THE PERIOD - INCLUDING ANY
000200* WITH UNREADABLE DATES - ARE ALWAYS RETAINED.
000201*
000202* A DENIED-ACCESS SECTION FOLLOWS FOR THE SOX REVIEW: EVERY IN-
000203* PERIOD LINE CARRYING AN ENTITLEMENT MARKER (AUD-ACCESS-FLAG -
000204* D FOR A REQUEST OR CARD REFUSED OUTRIGHT, W FOR ONE THAT RAN
000205* WITH MATCHES WITHHELD) IS LISTED IN LOG ORDER WITH ITS DATE,
000206* TIME, USER, RUN MODE, KEY, AND WITHHELD COUNT, AND THE SECTION
000207* CLOSES WITH A COUNT OF EACH.
000210*
000220* PARM CARD (AUDPARM):
000230*     COLS 1-6   PERIOD TO REPORT AND ARCHIVE (YYYYMM)
000240*     COL  8     OPTIONAL "R" = REPORT ONLY, NO ARCHIVE/TRIM
000250*
000260* RETURN CODE 0 CLEAN, 4 ROLLUP OR DENIAL TABLE OVERFLOWED (REPORT
000270* IS PARTIAL - RERUN WITH A SHORTER PERIOD), 16 RUN FAILED.
000280*
000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000340* 2026-08-22 RLH  REPEAT FLAGGING NOW GATES ON AUD-KEY-LENGTH
000350*                 = 11, SO ONLY FULL-KEY ACCOUNT LOOKUPS ARE
000360*                 FLAGGED - NOT REPEATED PREFIX RANGE SCANS.
000362* 2026-10-15 RLH  ADDED THE DENIED-ACCESS SECTION - EVERY IN-
000363*                 PERIOD LINE MARKED D (REFUSED) OR W (MATCHES
000364*                 WITHHELD) FOR ENTITLEMENT (SEE AUDITLN), WITH
000365*                 A TOTAL OF EACH, FOR THE MONTHLY SOX REVIEW.
000366* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000367*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000368*                 RUN HISTORY, RUNHIST, FOR THE DRIVER'S END
000369*                 RECORD AND THE MORNING BATCH-STATUS REPORT.

000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.                  auditrpt.
000690     SELECT REPORT-FILE ASSIGN TO "AUDRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS ARP-RPT-STATUS.
000711*    RUNHIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000712*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000713     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
000714         ORGANIZATION IS LINE SEQUENTIAL
000715         FILE STATUS IS ARP-RUNHIST-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000860 FD  REPORT-FILE.
000870 01  REPORT-RECORD               PIC X(80).

000872 FD  RUNHIST-FILE.
000874     COPY RHSREC.

000880 WORKING-STORAGE SECTION.
000890*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000900 77  ARP-RETURN-OK               PIC 9(02) VALUE 00.
000950*    FULL-KEY EQ SEARCHES ON ONE ACCOUNT BY ONE USER AT OR
000960*    ABOVE THIS COUNT ARE FLAGGED AS UNUSUAL.
000970 77  ARP-REPEAT-THRESHOLD        PIC 9(03) VALUE 003.
000975 77  ARP-MAX-DENIALS             PIC 9(03) VALUE 500.

000980 01  ARP-SWITCHES.
000990     05  ARP-AUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
001160         88  ARP-USER-TABLE-FULL           VALUE "Y".
001170     05  ARP-REPEAT-FULL-SWITCH     PIC X(01) VALUE "N".
001180         88  ARP-REPEAT-TABLE-FULL         VALUE "Y".
001183     05  ARP-DENIAL-FULL-SWITCH     PIC X(01) VALUE "N".
001186         88  ARP-DENIAL-TABLE-FULL         VALUE "Y".

001190*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001200 01  ARP-FILE-STATUSES.
001230     05  ARP-KEEP-STATUS             PIC X(02).
001240     05  ARP-PARM-STATUS             PIC X(02).
001250     05  ARP-RPT-STATUS              PIC X(02).
001251     05  ARP-RUNHIST-STATUS          PIC X(02).

001252*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001253 01  ARP-HISTORY-WORK.
001254     05  ARP-RUNHIST-EVENT           PIC X(01).
001255     05  ARP-RUNHIST-START-DATE      PIC 9(08) VALUE 0.
001256     05  ARP-RUNHIST-START-TIME      PIC 9(08) VALUE 0.

001260 01  ARP-PERIOD                  PIC X(06).
001270 01  ARP-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001380     05  ARP-PERIOD-LINE-COUNT       PIC 9(09) COMP VALUE 0.
001390     05  ARP-RETAINED-LINE-COUNT     PIC 9(09) COMP VALUE 0.
001400     05  ARP-PERIOD-MATCH-TOTAL      PIC 9(11) COMP VALUE 0.
001403     05  ARP-REFUSED-LINE-COUNT      PIC 9(09) COMP VALUE 0.
001406     05  ARP-WITHHELD-LINE-COUNT     PIC 9(09) COMP VALUE 0.

001410*    PER-USER ROLLUP TABLE FOR THE PERIOD.
001420 01  ARP-USER-TABLE.
001610         10  ARP-RT-KEY              PIC X(11).
001620         10  ARP-RT-COUNT            PIC 9(09) COMP.

001621*    IN-PERIOD LINES CARRYING AN ENTITLEMENT MARKER, IN LOG
001622*    ORDER, FOR THE DENIED-ACCESS SECTION.
001623 01  ARP-DENIAL-TABLE.
001624     05  ARP-DENIAL-COUNT            PIC 9(03) COMP VALUE 0.
001625     05  ARP-DENIAL-ENTRY OCCURS 500 TIMES
001626             INDEXED BY ARP-DX.
001627         10  ARP-DT-DATE             PIC 9(08).
001628         10  ARP-DT-TIME             PIC 9(08).
001629         10  ARP-DT-USER             PIC X(20).
001630         10  ARP-DT-RUN-MODE         PIC X(02).
001631         10  ARP-DT-KEY              PIC X(11).
001632         10  ARP-DT-FLAG             PIC X(01).
001633         10  ARP-DT-WITHHELD         PIC X(09).

001635*    REPORT LINE LAYOUTS.
001640 01  ARP-HEADER-LINE.
001650     05  FILLER                      PIC X(25)
001660         VALUE "AUDIT ROLLUP FOR PERIOD: ".
002030     05  ARP-TL-COUNT                PIC Z(08)9.
002040     05  FILLER                      PIC X(47) VALUE SPACE.

002041*    DENIED-ACCESS SECTION LINES.
002042 01  ARP-DENIAL-HEADER.
002043     05  FILLER                      PIC X(40)
002044         VALUE "DENIED ACCESS - ENTITLEMENT REFUSALS AND".
002045     05  FILLER                      PIC X(40)
002046         VALUE " WITHHELD MATCHES".

002047 01  ARP-DENIAL-COLUMNS.
002048     05  FILLER                      PIC X(39)
002049         VALUE "DATE     TIME     USER                 ".
002050     05  FILLER                      PIC X(41)
002051         VALUE "MODE KEY         ACCESS    WITHHELD".

002052 01  ARP-DENIAL-LINE.
002053     05  ARP-DL-DATE                 PIC 9(08).
002054     05  FILLER                      PIC X(01) VALUE SPACE.
002055     05  ARP-DL-TIME                 PIC 9(08).
002056     05  FILLER                      PIC X(01) VALUE SPACE.
002057     05  ARP-DL-USER                 PIC X(20).
002058     05  FILLER                      PIC X(01) VALUE SPACE.
002059     05  ARP-DL-RUN-MODE             PIC X(02).
002060     05  FILLER                      PIC X(03) VALUE SPACE.
002061     05  ARP-DL-KEY                  PIC X(11).
002062     05  FILLER                      PIC X(01) VALUE SPACE.
002063     05  ARP-DL-ACCESS               PIC X(08).
002064     05  FILLER                      PIC X(01) VALUE SPACE.
002065     05  ARP-DL-WITHHELD             PIC X(09).
002066     05  FILLER                      PIC X(06) VALUE SPACE.

002067 01  ARP-NO-DENIAL-LINE.
002068     05  FILLER                      PIC X(30)
002069         VALUE "  NO DENIED ACCESS IN PERIOD".
002070     05  FILLER                      PIC X(50) VALUE SPACE.

002072 PROCEDURE DIVISION.

002074*-----------------------------------------------------------------
002076* 0000-MAINLINE
002080*-----------------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002300* TO ARCHIVE AND TRIM - A REPORT-ONLY RUN TOUCHES NOTHING BUT
002310* THE LOG IT READS AND THE REPORT IT WRITES.
002320 1000-INITIALIZE.
002322     MOVE "S" TO ARP-RUNHIST-EVENT
002324     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002326         7700-WRITE-HISTORY-RECORD-EXIT
002330     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
002340     IF NOT ARP-RUN-OK
002350         GO TO 1000-INITIALIZE-EXIT
003330         AND AUD-DATE(1:6) = ARP-PERIOD
003340         ADD 1 TO ARP-PERIOD-LINE-COUNT
003350         PERFORM 3100-ROLL-UP-LINE THRU 3100-ROLL-UP-LINE-EXIT
003352         IF AUD-ACCESS-DENIED OR AUD-ACCESS-WITHHELD
003354             PERFORM 3400-COLLECT-DENIAL THRU
003356                 3400-COLLECT-DENIAL-EXIT
003358         END-IF
003360         IF NOT ARP-REPORT-ONLY
003370             WRITE HIST-RECORD FROM AUD-AUDIT-LINE
003380             IF NOT ARP-HIST-STATUS = "00"
004850 3300-COUNT-REPEAT-EXIT.
004860     EXIT.

004861*-----------------------------------------------------------------
004862* 3400-COLLECT-DENIAL
004863*-----------------------------------------------------------------
004864* COUNT AN IN-PERIOD LINE CARRYING AN ENTITLEMENT MARKER AND KEEP
004865* IT FOR THE DENIED-ACCESS SECTION.  A FULL TABLE DOWNGRADES THE
004866* RUN TO WARNING AND THE OVERFLOWING LINES ARE LEFT OFF THE
004867* LISTING (THE SECTION'S TOTALS STILL COUNT THEM).
004868 3400-COLLECT-DENIAL.
004869     IF AUD-ACCESS-DENIED
004870         ADD 1 TO ARP-REFUSED-LINE-COUNT
004871     ELSE
004872         ADD 1 TO ARP-WITHHELD-LINE-COUNT
004873     END-IF
004874     IF ARP-DENIAL-COUNT >= ARP-MAX-DENIALS
004875         IF NOT ARP-DENIAL-TABLE-FULL
004876             MOVE "DENIAL TABLE FULL - LISTING IS PARTIAL" TO
004877                 ARP-ERROR-MESSAGE
004878             PERFORM 9000-DISPLAY-ERROR THRU
004879                 9000-DISPLAY-ERROR-EXIT
004880             MOVE "Y" TO ARP-DENIAL-FULL-SWITCH
004881         END-IF
004882         GO TO 3400-COLLECT-DENIAL-EXIT
004883     END-IF
004884     ADD 1 TO ARP-DENIAL-COUNT
004885     SET ARP-DX TO ARP-DENIAL-COUNT
004886     MOVE AUD-DATE TO ARP-DT-DATE(ARP-DX)
004887     MOVE AUD-TIME TO ARP-DT-TIME(ARP-DX)
004888     MOVE AUD-USER TO ARP-DT-USER(ARP-DX)
004889     MOVE AUD-RUN-MODE TO ARP-DT-RUN-MODE(ARP-DX)
004890     MOVE AUD-SEARCH-KEY TO ARP-DT-KEY(ARP-DX)
004891     MOVE AUD-ACCESS-FLAG TO ARP-DT-FLAG(ARP-DX)
004892     MOVE AUD-WITHHELD-COUNT-X TO ARP-DT-WITHHELD(ARP-DX).
004893 3400-COLLECT-DENIAL-EXIT.
004894     EXIT.

004895*-----------------------------------------------------------------
004896* 5000-WRITE-ROLLUP
004897*-----------------------------------------------------------------
004900* THE MONTHLY ROLLUP: A HEADER, TWO LINES PER USER (ACTIVITY
004910* AND KEY RANGE TOUCHED), THE UNUSUAL-ACTIVITY FLAGS, AND THE
004920* DENIED-ACCESS SECTION, AND THE PERIOD TOTALS INCLUDING WHAT
004925* WAS ARCHIVED AND RETAINED.
004930 5000-WRITE-ROLLUP.
004940     MOVE ARP-PERIOD TO ARP-HDR-PERIOD
004950     WRITE REPORT-RECORD FROM ARP-HEADER-LINE
005110             VARYING ARP-RX FROM 1 BY 1
005120             UNTIL ARP-RX > ARP-REPEAT-COUNT
005130     END-IF
005135     PERFORM 5400-WRITE-DENIALS THRU 5400-WRITE-DENIALS-EXIT
005140     MOVE SPACES TO REPORT-RECORD
005150     WRITE REPORT-RECORD
005160     MOVE "PERIOD SEARCHES:        " TO ARP-TL-LABEL
005880 5300-WRITE-TOTAL-LINE-EXIT.
005890     EXIT.

005891*-----------------------------------------------------------------
005892* 5400-WRITE-DENIALS
005893*-----------------------------------------------------------------
005894* THE DENIED-ACCESS SECTION FOR THE SOX REVIEW - ALWAYS WRITTEN,
005895* SO AN EMPTY MONTH SAYS SO - WITH ONE LINE PER MARKED AUDIT LINE
005896* AND A TOTAL OF REFUSALS AND OF RUNS WITH MATCHES WITHHELD.
005897 5400-WRITE-DENIALS.
005898     MOVE SPACES TO REPORT-RECORD
005899     WRITE REPORT-RECORD
005900     WRITE REPORT-RECORD FROM ARP-DENIAL-HEADER
005901     IF ARP-DENIAL-COUNT = 0
005902         WRITE REPORT-RECORD FROM ARP-NO-DENIAL-LINE
005903     ELSE
005904         WRITE REPORT-RECORD FROM ARP-DENIAL-COLUMNS
005905         PERFORM 5410-WRITE-DENIAL-LINE THRU
005906             5410-WRITE-DENIAL-LINE-EXIT
005907             VARYING ARP-DX FROM 1 BY 1
005908             UNTIL ARP-DX > ARP-DENIAL-COUNT
005909     END-IF
005910     IF NOT ARP-RPT-STATUS = "00"
005911         MOVE "ERROR WRITING AUDIT ROLLUP REPORT" TO
005912             ARP-ERROR-MESSAGE
005913         PERFORM 9000-DISPLAY-ERROR THRU
005914             9000-DISPLAY-ERROR-EXIT
005915     END-IF
005916     MOVE "ACCESS REFUSED:         " TO ARP-TL-LABEL
005917     MOVE ARP-REFUSED-LINE-COUNT TO ARP-TL-COUNT
005918     PERFORM 5300-WRITE-TOTAL-LINE THRU
005919         5300-WRITE-TOTAL-LINE-EXIT
005920     MOVE "MATCHES WITHHELD:       " TO ARP-TL-LABEL
005921     MOVE ARP-WITHHELD-LINE-COUNT TO ARP-TL-COUNT
005922     PERFORM 5300-WRITE-TOTAL-LINE THRU
005923         5300-WRITE-TOTAL-LINE-EXIT.
005924 5400-WRITE-DENIALS-EXIT.
005925     EXIT.

005926*-----------------------------------------------------------------
005927* 5410-WRITE-DENIAL-LINE
005928*-----------------------------------------------------------------
005929 5410-WRITE-DENIAL-LINE.
005930     MOVE ARP-DT-DATE(ARP-DX) TO ARP-DL-DATE
005931     MOVE ARP-DT-TIME(ARP-DX) TO ARP-DL-TIME
005932     MOVE ARP-DT-USER(ARP-DX) TO ARP-DL-USER
005933     MOVE ARP-DT-RUN-MODE(ARP-DX) TO ARP-DL-RUN-MODE
005934     MOVE ARP-DT-KEY(ARP-DX) TO ARP-DL-KEY
005935     IF ARP-DT-FLAG(ARP-DX) = "D"
005936         MOVE "REFUSED " TO ARP-DL-ACCESS
005937     ELSE
005938         MOVE "WITHHELD" TO ARP-DL-ACCESS
005939     END-IF
005940     MOVE ARP-DT-WITHHELD(ARP-DX) TO ARP-DL-WITHHELD
005941     WRITE REPORT-RECORD FROM ARP-DENIAL-LINE
005942     IF NOT ARP-RPT-STATUS = "00"
005943         MOVE "ERROR WRITING AUDIT ROLLUP REPORT" TO
005944             ARP-ERROR-MESSAGE
005945         PERFORM 9000-DISPLAY-ERROR THRU
005946             9000-DISPLAY-ERROR-EXIT
005947     END-IF.
005948 5410-WRITE-DENIAL-LINE-EXIT.
005949     EXIT.

005950*-----------------------------------------------------------------
005951* 6000-TRIM-AUDIT-LOG
005952*-----------------------------------------------------------------
005953* THE REPORTED PERIOD IS SAFELY ON THE HISTORY FILE - REWRITE
005954* THE LIVE LOG FROM THE KEEP FILE SO IT HOLDS ONLY THE RETAINED
005955* LINES.  THE KEEP FILE IS LEFT ON DISK AFTERWARDS AS A BELT-
005960* AND-BRACES COPY UNTIL THE NEXT RETENTION RUN REUSES IT.
005970 6000-TRIM-AUDIT-LOG.
005980     CLOSE AUDIT-FILE
006510 6100-COPY-KEEP-LINE-EXIT.
006520     EXIT.

006521*-----------------------------------------------------------------
006522* 7700-WRITE-HISTORY-RECORD
006523*-----------------------------------------------------------------
006524* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
006525* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
006526* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
006527* TELLS THE DRIVER THIS STEP FAILED.  A FAILED POST ONLY WARNS.
006528 7700-WRITE-HISTORY-RECORD.
006529     IF ARP-RUNHIST-EVENT = "S"
006530         ACCEPT ARP-RUNHIST-START-DATE FROM DATE YYYYMMDD
006531         ACCEPT ARP-RUNHIST-START-TIME FROM TIME
006532     END-IF
006533     OPEN EXTEND RUNHIST-FILE
006534     IF NOT ARP-RUNHIST-STATUS = "00" AND
006535         NOT ARP-RUNHIST-STATUS = "05"
006536         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
006537             ARP-ERROR-MESSAGE
006538         PERFORM 9000-DISPLAY-ERROR THRU
006539             9000-DISPLAY-ERROR-EXIT
006540         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
006541     END-IF
006542     MOVE SPACES TO RHS-RECORD
006543     MOVE "AUDITRPT  " TO RHS-STEP
006544     MOVE "P" TO RHS-KIND
006545     MOVE ARP-RUNHIST-EVENT TO RHS-EVENT
006546     MOVE ARP-RUNHIST-START-DATE TO RHS-START-DATE
006547     MOVE ARP-RUNHIST-START-TIME TO RHS-START-TIME
006548     MOVE 0 TO RHS-END-DATE
006549     MOVE 0 TO RHS-END-TIME
006550     MOVE 0 TO RHS-COMPLETION-CODE
006551     MOVE 0 TO RHS-COUNT-VALUE(1)
006552     MOVE 0 TO RHS-COUNT-VALUE(2)
006553     MOVE 0 TO RHS-COUNT-VALUE(3)
006554     MOVE 0 TO RHS-COUNT-VALUE(4)
006555     IF RHS-ENDED
006556         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
006557         ACCEPT RHS-END-TIME FROM TIME
006558         MOVE ARP-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
006559         MOVE "PERIOD  " TO RHS-COUNT-LABEL(1)
006560         MOVE ARP-PERIOD-LINE-COUNT TO RHS-COUNT-VALUE(1)
006561         MOVE "RETAINED" TO RHS-COUNT-LABEL(2)
006562         MOVE ARP-RETAINED-LINE-COUNT TO RHS-COUNT-VALUE(2)
006563         MOVE "REFUSED " TO RHS-COUNT-LABEL(3)
006564         MOVE ARP-REFUSED-LINE-COUNT TO RHS-COUNT-VALUE(3)
006565         MOVE "WITHHELD" TO RHS-COUNT-LABEL(4)
006566         MOVE ARP-WITHHELD-LINE-COUNT TO RHS-COUNT-VALUE(4)
006567     END-IF
006568     WRITE RHS-RECORD
006569     IF NOT ARP-RUNHIST-STATUS = "00"
006570         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
006571             ARP-ERROR-MESSAGE
006572         PERFORM 9000-DISPLAY-ERROR THRU
006573             9000-DISPLAY-ERROR-EXIT
006574     END-IF
006575     CLOSE RUNHIST-FILE.
006576 7700-WRITE-HISTORY-RECORD-EXIT.
006577     EXIT.

006578*-----------------------------------------------------------------
006579* 8000-TERMINATE
006580*-----------------------------------------------------------------
006581 8000-TERMINATE.
006582     IF ARP-AUDIT-IS-OPEN
006583         CLOSE AUDIT-FILE
006590     END-IF
006600     IF ARP-HIST-IS-OPEN
006610         CLOSE HIST-FILE
006700         MOVE ARP-RETURN-ERROR TO ARP-FINAL-RETURN-CODE
006710     END-IF
006720     IF ARP-FINAL-RETURN-CODE = ARP-RETURN-OK
006730         AND (ARP-USER-TABLE-FULL OR ARP-REPEAT-TABLE-FULL
006735             OR ARP-DENIAL-TABLE-FULL)
006740         MOVE ARP-RETURN-WARNING TO ARP-FINAL-RETURN-CODE
006750     END-IF
006752     MOVE "E" TO ARP-RUNHIST-EVENT
006754     PERFORM 7700-WRITE-HISTORY-RECORD THRU
006756         7700-WRITE-HISTORY-RECORD-EXIT
006760     MOVE ARP-FINAL-RETURN-CODE TO RETURN-CODE.
006770 8000-TERMINATE-EXIT.
006780     EXIT.
