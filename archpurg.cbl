000280* DIFFERENT CUTOFF IS STALE AND IS CLEARED.  RECORDS WHOSE
000290* LAST-UPDATE DATE IS NOT NUMERIC ARE NEVER PURGED.
000310*
000311* EVERY RECORD AN APPLY RUN PURGES IS ALSO APPENDED TO THE
000312* SHARED CHANGE JOURNAL (DATAJRNL, SEE JRNREC) AS A DELETE
000313* CARRYING ITS LAST IMAGE.  THE JOURNAL ENTRY IS THE THIRD
000314* MEMBER OF THE TMF TRANSACTION, SO A BACKED-OUT PAIR LEAVES NO
000315* ENTRY AND A FAILED ENTRY BACKS THE PAIR OUT.
000316*
000320* PARM CARD (PRGPARM):
000330*     COLS 1-8   CUTOFF DATE (YYYYMMDD) - CLOSED RECORDS LAST
000340*                UPDATED BEFORE THIS DATE ARE SELECTED
000527*                 DELETED / NET AMOUNT REMOVED) TO THE SHARED
000528*                 RUN-CONTROL FILE (RUNCTL, SEE CTLREC) FOR
000529*                 THE END-OF-NIGHT BALANCING PROOF.
000530* 2026-10-15 RLH  EVERY RECORD AN APPLY RUN PURGES IS NOW
000531*                 APPENDED TO THE SHARED CHANGE JOURNAL
000532*                 (DATAJRNL, SEE JRNREC) AS A DELETE, INSIDE
000533*                 THE SAME TMF TRANSACTION AS THE ARCHIVE
000534*                 WRITE AND THE DELETE.
000535* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000536*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000537*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000538*                 GATES AND THE MORNING BATCH-STATUS REPORT.

000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.                  archpurg.
000952         ACCESS MODE IS SEQUENTIAL
000953         RECORD KEY IS DIV-CODE
000954         FILE STATUS IS PRG-DIVM-STATUS.
000955*    JRN-FILE - THE SHARED DATA-FILE CHANGE JOURNAL (JRNREC
000956*    LAYOUT); AN APPLY RUN APPENDS ONE ENTRY PER RECORD PURGED.
000957     SELECT JRN-FILE ASSIGN TO "DATAJRNL"
000958         ORGANIZATION IS SEQUENTIAL
000959         FILE STATUS IS PRG-JRN-STATUS.
000960*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000961*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000962     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000963         ORGANIZATION IS LINE SEQUENTIAL
000964         FILE STATUS IS PRG-HIST-STATUS.

000966 DATA DIVISION.
000968 FILE SECTION.
000970 FD  DATA-FILE.
000980     COPY DATAREC.

001183 FD  DIV-FILE.
001184     COPY DIVREC.

001186 FD  JRN-FILE.
001187 01  JRN-FILE-RECORD             PIC X(240).

001188 FD  HIST-FILE.
001189     COPY RHSREC.

001190 WORKING-STORAGE SECTION.
001200*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
001210 77  PRG-CHECKPOINT-INTERVAL     PIC 9(04) VALUE 0100.
001457         88  PRG-DIVM-ENTRY-FOUND          VALUE "Y".
001458     05  PRG-REG-FOUND-SWITCH       PIC X(01) VALUE "N".
001459         88  PRG-REG-ENTRY-FOUND           VALUE "Y".
001460     05  PRG-JRN-OPEN-SWITCH        PIC X(01) VALUE "N".
001461         88  PRG-JRN-IS-OPEN               VALUE "Y".

001465*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001470 01  PRG-FILE-STATUSES.
001480     05  PRG-DATA-STATUS             PIC X(02).
001490         88  PRG-DATA-STATUS-OK        VALUE "00".
001530     05  PRG-CKPT-STATUS             PIC X(02).
001531     05  PRG-CTL-STATUS              PIC X(02).
001532     05  PRG-DIVM-STATUS             PIC X(02).
001533     05  PRG-JRN-STATUS              PIC X(02).
001534     05  PRG-HIST-STATUS             PIC X(02).

001535*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001536 01  PRG-HISTORY-WORK.
001537     05  PRG-HIST-EVENT              PIC X(01).
001538     05  PRG-HIST-START-DATE         PIC 9(08) VALUE 0.
001539     05  PRG-HIST-START-TIME         PIC 9(08) VALUE 0.

001540 01  PRG-CUTOFF-DATE-X           PIC X(08).
001550 01  PRG-CUTOFF-DATE-9 REDEFINES PRG-CUTOFF-DATE-X
001830 01  PRG-FINAL-RETURN-CODE       PIC 9(02) VALUE 0.
001840 01  PRG-ERROR-LABEL             PIC X(45).
001850 01  PRG-ERROR-MESSAGE           PIC X(80).
001855 01  PRG-REQUESTING-USER         PIC X(20).

001860*    REPORT LINE LAYOUTS.
001870 01  PRG-BANNER-LINE.
002160     05  PRG-GRD-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002170     05  FILLER                      PIC X(09) VALUE SPACE.

002172*    CHANGE JOURNAL ENTRY LAYOUT, SHARED WITH EVERY PROGRAM
002174*    THAT CHANGES DATA-FILE.
002176     COPY JRNREC.

002180 PROCEDURE DIVISION.

002190*-----------------------------------------------------------------
002360* CHECKPOINTED KEY.  A TRIAL RUN TOUCHES NOTHING BUT THE
002370* REPORT.
002380 1000-INITIALIZE.
002385     ACCEPT PRG-REQUESTING-USER FROM ENVIRONMENT "USER"
002386     MOVE "S" TO PRG-HIST-EVENT
002387     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002388         7700-WRITE-HISTORY-RECORD-EXIT
002390     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
002400     IF NOT PRG-RUN-OK
002410         GO TO 1000-INITIALIZE-EXIT
002620     IF PRG-APPLY-MODE
002630         PERFORM 1400-OPEN-ARCHIVE-FILE THRU
002640             1400-OPEN-ARCHIVE-FILE-EXIT
002642         IF PRG-RUN-OK
002644             PERFORM 1450-OPEN-JOURNAL-FILE THRU
002646                 1450-OPEN-JOURNAL-FILE-EXIT
002648         END-IF
002650     END-IF
002660     IF PRG-RUN-OK AND PRG-RUN-WAS-RESUMED
002670         PERFORM 4000-POSITION-PAST-CHECKPOINT THRU
004110         PERFORM 9000-DISPLAY-ERROR THRU
004120             9000-DISPLAY-ERROR-EXIT
004130         MOVE "N" TO PRG-RUN-OK-SWITCH
004131     END-IF.
004132 1400-OPEN-ARCHIVE-FILE-EXIT.
004133     EXIT.

004134*-----------------------------------------------------------------
004135* 1450-OPEN-JOURNAL-FILE
004136*-----------------------------------------------------------------
004137* AN APPLY RUN ONLY.  THE CHANGE JOURNAL IS APPEND-ONLY AND
004138* SHARED WITH EVERY DATA-FILE WRITER, SO IT IS ALWAYS OPENED
004139* EXTEND.  A JOURNAL THAT WILL NOT OPEN STOPS THE RUN BEFORE
004140* ANYTHING IS PURGED.
004141 1450-OPEN-JOURNAL-FILE.
004142     OPEN EXTEND JRN-FILE
004143     IF PRG-JRN-STATUS = "00" OR PRG-JRN-STATUS = "05"
004144         MOVE "Y" TO PRG-JRN-OPEN-SWITCH
004145     ELSE
004146         MOVE "UNABLE TO OPEN CHANGE JOURNAL (DATAJRNL)" TO
004147             PRG-ERROR-MESSAGE
004148         PERFORM 9000-DISPLAY-ERROR THRU
004149             9000-DISPLAY-ERROR-EXIT
004150         MOVE "N" TO PRG-RUN-OK-SWITCH
004151     END-IF.
004152 1450-OPEN-JOURNAL-FILE-EXIT.
004153     EXIT.

004161*-----------------------------------------------------------------
004162* 1500-LOAD-DIVISIONS
005590* RUN WITH THE CHECKPOINT LEFT STANDING, SO A RESUMED PURGE
005600* CAN NEVER FIND A RECORD ON THE ARCHIVE THAT IS STILL ON
005610* DATA-FILE.
005612* THE CHANGE JOURNAL'S DELETE ENTRY RIDES IN THE SAME
005614* TRANSACTION; A FAILED ENTRY BACKS THE PAIR OUT LIKE EITHER
005616* HALF.
005620 5600-ARCHIVE-AND-DELETE.
005630     ENTER TAL "BEGINTRANSACTION" USING PRG-TRANS-TAG
005640         GIVING PRG-TMF-STATUS
006010         MOVE "Y" TO PRG-ABORT-SWITCH
006020         GO TO 5600-ARCHIVE-AND-DELETE-EXIT
006030     END-IF
006031     PERFORM 7600-WRITE-JOURNAL-ENTRY THRU
006032         7600-WRITE-JOURNAL-ENTRY-EXIT
006033     IF NOT PRG-JRN-STATUS = "00"
006034         MOVE "JOURNAL WRITE FAILED - PURGE ABORTED AT KEY: "
006035             TO PRG-ERROR-LABEL
006036         STRING PRG-ERROR-LABEL DELIMITED BY SIZE
006037             DATA-KEY-COMPOSITE DELIMITED BY SIZE
006038             INTO PRG-ERROR-MESSAGE
006039         PERFORM 9000-DISPLAY-ERROR THRU
006040             9000-DISPLAY-ERROR-EXIT
006041         PERFORM 5700-BACK-OUT-TRANSACTION THRU
006042             5700-BACK-OUT-TRANSACTION-EXIT
006043         MOVE PRG-RETURN-ERROR TO PRG-FINAL-RETURN-CODE
006044         MOVE "Y" TO PRG-ABORT-SWITCH
006045         GO TO 5600-ARCHIVE-AND-DELETE-EXIT
006046     END-IF
006048     ENTER TAL "ENDTRANSACTION" GIVING PRG-TMF-STATUS
006050     IF PRG-TMF-STATUS NOT = 0
006060*        TMF HAS ALREADY BACKED BOTH HALVES OUT - THE RECORD
006070*        IS STILL ON DATA-FILE AND NOT ON THE ARCHIVE.
006375     EXIT.

006376*-----------------------------------------------------------------
006377* 7600-WRITE-JOURNAL-ENTRY
006378*-----------------------------------------------------------------
006379* APPEND THE DELETE ENTRY FOR THE RECORD 5600 HAS JUST REMOVED -
006380* DATA-RECORD STILL HOLDS ITS LAST IMAGE.  CALLED INSIDE THE
006381* OPEN TMF TRANSACTION; THE CALLER TESTS PRG-JRN-STATUS AND
006382* BACKS THE WHOLE TRANSACTION OUT ON A FAILED WRITE.
006383 7600-WRITE-JOURNAL-ENTRY.
006384     ACCEPT JRN-ENTRY-DATE FROM DATE YYYYMMDD
006385     ACCEPT JRN-ENTRY-TIME FROM TIME
006386     MOVE "ARCHPURG  " TO JRN-PROGRAM
006387     MOVE PRG-REQUESTING-USER TO JRN-USER
006388     MOVE "D" TO JRN-ACTION
006389     MOVE DATA-KEY-COMPOSITE TO JRN-RECORD-KEY
006390     MOVE DATA-RECORD TO JRN-BEFORE-IMAGE
006391     MOVE SPACES TO JRN-AFTER-IMAGE
006392     WRITE JRN-FILE-RECORD FROM JRN-RECORD.
006393 7600-WRITE-JOURNAL-ENTRY-EXIT.
006394     EXIT.

006395*-----------------------------------------------------------------
006396* 7700-WRITE-HISTORY-RECORD
006397*-----------------------------------------------------------------
006398* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
006399* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
006400* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
006401* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
006402 7700-WRITE-HISTORY-RECORD.
006403     IF PRG-HIST-EVENT = "S"
006404         ACCEPT PRG-HIST-START-DATE FROM DATE YYYYMMDD
006405         ACCEPT PRG-HIST-START-TIME FROM TIME
006406     END-IF
006407     OPEN EXTEND HIST-FILE
006408     IF NOT PRG-HIST-STATUS = "00" AND
006409         NOT PRG-HIST-STATUS = "05"
006410         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
006411             PRG-ERROR-MESSAGE
006412         PERFORM 9000-DISPLAY-ERROR THRU
006413             9000-DISPLAY-ERROR-EXIT
006414         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
006415     END-IF
006416     MOVE SPACES TO RHS-RECORD
006417     MOVE "ARCHPURG  " TO RHS-STEP
006418     MOVE "P" TO RHS-KIND
006419     MOVE PRG-HIST-EVENT TO RHS-EVENT
006420     MOVE PRG-HIST-START-DATE TO RHS-START-DATE
006421     MOVE PRG-HIST-START-TIME TO RHS-START-TIME
006422     MOVE 0 TO RHS-END-DATE
006423     MOVE 0 TO RHS-END-TIME
006424     MOVE 0 TO RHS-COMPLETION-CODE
006425     MOVE PRG-REQUESTING-USER TO RHS-USER
006426     MOVE 0 TO RHS-COUNT-VALUE(1)
006427     MOVE 0 TO RHS-COUNT-VALUE(2)
006428     MOVE 0 TO RHS-COUNT-VALUE(3)
006429     MOVE 0 TO RHS-COUNT-VALUE(4)
006430     IF RHS-ENDED
006431         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
006432         ACCEPT RHS-END-TIME FROM TIME
006433         MOVE PRG-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
006434         MOVE "READ    " TO RHS-COUNT-LABEL(1)
006435         MOVE PRG-READ-COUNT TO RHS-COUNT-VALUE(1)
006436         MOVE "SELECTED" TO RHS-COUNT-LABEL(2)
006437         MOVE PRG-SELECT-COUNT TO RHS-COUNT-VALUE(2)
006438     END-IF
006439     WRITE RHS-RECORD
006440     IF NOT PRG-HIST-STATUS = "00"
006441         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
006442             PRG-ERROR-MESSAGE
006443         PERFORM 9000-DISPLAY-ERROR THRU
006444             9000-DISPLAY-ERROR-EXIT
006445     END-IF
006446     CLOSE HIST-FILE.
006447 7700-WRITE-HISTORY-RECORD-EXIT.
006448     EXIT.

006449*-----------------------------------------------------------------
006450* 8000-TERMINATE
006451*-----------------------------------------------------------------
006452* CLOSE EVERYTHING AND SET THE RETURN CODE.  A COMPLETED
006453* APPLY RUN CLEARS ITS CHECKPOINT; AN ABORTED ONE KEEPS IT AS
006454* THE RESUME POINT.
006455 8000-TERMINATE.
006456     IF PRG-DATA-IS-OPEN
006457         PERFORM 7500-WRITE-CONTROL-RECORD THRU
006458             7500-WRITE-CONTROL-RECORD-EXIT
006459     END-IF
006460     IF PRG-APPLY-MODE AND PRG-RUN-OK AND PRG-EOF
006461         AND NOT PRG-RUN-ABORTED
006462         PERFORM 6100-CLEAR-CHECKPOINT THRU
006463             6100-CLEAR-CHECKPOINT-EXIT
006464     END-IF
006465     IF PRG-DATA-IS-OPEN
006470         CLOSE DATA-FILE
006480     END-IF
006490     IF PRG-ARCH-IS-OPEN
006500         CLOSE ARCH-FILE
006510     END-IF
006512     IF PRG-JRN-IS-OPEN
006514         CLOSE JRN-FILE
006516     END-IF
006520     IF PRG-RPT-IS-OPEN
006530         CLOSE REPORT-FILE
006540     END-IF
006590         AND PRG-RUN-OK AND PRG-SELECT-COUNT = 0
006600         MOVE PRG-RETURN-WARNING TO PRG-FINAL-RETURN-CODE
006610     END-IF
006612     MOVE "E" TO PRG-HIST-EVENT
006614     PERFORM 7700-WRITE-HISTORY-RECORD THRU
006616         7700-WRITE-HISTORY-RECORD-EXIT
006620     MOVE PRG-FINAL-RETURN-CODE TO RETURN-CODE.
006630 8000-TERMINATE-EXIT.
006640     EXIT.
