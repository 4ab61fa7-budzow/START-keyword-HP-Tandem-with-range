000230* FOR THE BILLING TEAM'S CHASE LIST.  AN UNOPENABLE MASTER
000231* ONLY WARNS - THE NIGHT'S BALANCE PROOF STILL RUNS.
000232*
000233* WHEN A BREAK CLEARS, ANY PROPOSAL CORRPROP MADE FOR IT ON THE
000234* PENDING-CORRECTION FILE (CORRPEND, SEE CORREC) IS CLOSED: A
000235* RELEASED CORRECTION IS MARKED CLEARED AND NAMED UNDER THE
000236* CLEARED LINE AS THE CORRECTION THAT FIXED IT, AND ONE STILL
000237* PENDING OR REJECTED IS MARKED VOID.  CORRPEND IS OPTIONAL -
000238* WITHOUT IT THE BREAK SIMPLY CLEARS.
000239*
000240* THE PARM CARD (RCNPARM) CARRIES AN OPTIONAL AMOUNT TOLERANCE
000250* IN COLS 1-11, 11 DIGITS WITH TWO IMPLIED DECIMALS; BLANK OR A
000260* MISSING PARM FILE MEANS ZERO TOLERANCE.
000407*                 OPEN ITEMS FEED THE RECONEXT EXTRACT SO THE
000408*                 BILLING CHASE LIST STOPS BEING RETYPED FROM
000409*                 RECONRPT.
000411* 2026-10-15 RLH  A CLEARED BREAK NOW CLOSES ITS CORRECTION
000412*                 PROPOSAL ON CORRPEND - A RELEASED ONE IS
000413*                 LINKED UNDER THE CLEARED LINE AS THE FIX
000414*                 AND COUNTED, A PENDING OR REJECTED ONE GOES
000415*                 VOID.
000416* 2026-10-15 RLH  EACH RUN NOW APPENDS A START AND AN END RECORD
000417*                 (COMPLETION CODE AND KEY COUNTS) TO THE SHARED
000418*                 RUN HISTORY, RUNHIST, FOR THE DRIVERS' STEP
000419*                 GATES AND THE MORNING BATCH-STATUS REPORT.

000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.                  datarecon.
000791     SELECT EXTR-FILE ASSIGN TO "RECONEXT"
000792         ORGANIZATION IS SEQUENTIAL
000793         FILE STATUS IS DRC-EXTR-STATUS.
000794*    CORR-FILE - THE PENDING-CORRECTION FILE (SEE CORREC), IF
000795*    CORRPROP HAS EVER RUN.  A CLEARED BREAK CLOSES ITS PROPOSAL.
000796     SELECT CORR-FILE ASSIGN TO "CORRPEND"
000797         ORGANIZATION IS INDEXED
000798         ACCESS MODE IS DYNAMIC
000799         RECORD KEY IS COR-KEY
000801         FILE STATUS IS DRC-CORR-STATUS.
000802*    HIST-FILE - THE SHARED BATCH-WINDOW RUN HISTORY (RHSREC
000803*    LAYOUT); THIS RUN APPENDS A START AND AN END RECORD.
000804     SELECT HIST-FILE ASSIGN TO "RUNHIST"
000805         ORGANIZATION IS LINE SEQUENTIAL
000806         FILE STATUS IS DRC-HIST-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000906 FD  EXTR-FILE.
000908 01  EXTR-RECORD                 PIC X(80).

000909 FD  CORR-FILE.
000911     COPY CORREC.

000912 FD  HIST-FILE.
000913     COPY RHSREC.

000910 WORKING-STORAGE SECTION.
000920*    STANDALONE COUNTERS, SWITCHES, AND LIMITS.
000930 77  DRC-RETURN-OK               PIC 9(02) VALUE 00.
001105         88  DRC-EXTR-IS-OPEN              VALUE "Y".
001106     05  DRC-EXCP-EOF-SWITCH         PIC X(01) VALUE "N".
001107         88  DRC-EXCP-EOF                  VALUE "Y".
001108     05  DRC-CORR-OPEN-SWITCH        PIC X(01) VALUE "N".
001109         88  DRC-CORR-IS-OPEN              VALUE "Y".
001111     05  DRC-CORR-EOF-SWITCH         PIC X(01) VALUE "N".
001112         88  DRC-CORR-EOF                  VALUE "Y".
001113     05  DRC-CORR-LINK-SWITCH        PIC X(01) VALUE "N".
001114         88  DRC-CORR-LINKED               VALUE "Y".

001110*    FILE STATUS FIELDS, ONE PER FILE ON THIS PROGRAM.
001120 01  DRC-FILE-STATUSES.
001170     05  DRC-RPT-STATUS              PIC X(02).
001172     05  DRC-EXCP-STATUS             PIC X(02).
001174     05  DRC-EXTR-STATUS             PIC X(02).
001175     05  DRC-CORR-STATUS             PIC X(02).
001176     05  DRC-HIST-STATUS             PIC X(02).

001177*    THIS RUN'S START, HELD FOR ITS RUN-HISTORY END RECORD.
001178 01  DRC-HISTORY-WORK.
001179     05  DRC-HIST-EVENT              PIC X(01).
001181     05  DRC-HIST-START-DATE         PIC 9(08) VALUE 0.
001182     05  DRC-HIST-START-TIME         PIC 9(08) VALUE 0.

001180*    THE AMOUNT TOLERANCE FROM THE PARM CARD - AN ABSOLUTE
001190*    DIFFERENCE AT OR UNDER IT IS NOT AN EXCEPTION.
001492     05  DRC-NEW-COUNT               PIC 9(09) COMP VALUE 0.
001494     05  DRC-RECUR-COUNT             PIC 9(09) COMP VALUE 0.
001496     05  DRC-CLEARED-COUNT           PIC 9(09) COMP VALUE 0.
001513     05  DRC-LINKED-COUNT            PIC 9(09) COMP VALUE 0.

001497*    RUN DATE AND DAY-NUMBER WORK FIELDS FOR AGING THE OPEN
001498*    BREAKS - DAYS OPEN IS THE RUN DATE'S DAY NUMBER LESS THE
001765     05  DRC-CF-DAYS                 PIC Z(04)9.
001766     05  FILLER                      PIC X(16) VALUE SPACE.

001767*    CORRECTION LINK LINE - UNDER THE CLEARED LINE OF A BREAK
001768*    FIXED BY A RELEASED CORRPROP PROPOSAL, NAMING THE PROPOSAL
001769*    BY ITS DATE AND THE DATE IT WAS RELEASED.
001771 01  DRC-LINK-LINE.
001772     05  FILLER                      PIC X(20)
001773         VALUE "      CORRECTED BY: ".
001774     05  FILLER                      PIC X(10)
001775         VALUE "PROPOSED: ".
001776     05  DRC-LK-PROPOSED             PIC 9(08).
001777     05  FILLER                      PIC X(12)
001778         VALUE "  RELEASED: ".
001779     05  DRC-LK-RELEASED             PIC 9(08).
001781     05  FILLER                      PIC X(22) VALUE SPACE.

001750 PROCEDURE DIVISION.

001760*-----------------------------------------------------------------
002090* DEFAULT, SO A MISPUNCHED CARD CANNOT LOOSEN THE BALANCE.
002100 1000-INITIALIZE.
002102     ACCEPT DRC-RUN-DATE FROM DATE YYYYMMDD
002103     MOVE "S" TO DRC-HIST-EVENT
002105     PERFORM 7700-WRITE-HISTORY-RECORD THRU
002107         7700-WRITE-HISTORY-RECORD-EXIT
002104     COMPUTE DRC-RUN-INTEGER =
002106         FUNCTION INTEGER-OF-DATE(DRC-RUN-DATE)
002110     OPEN INPUT DATA-FILE SHARED
002745* EVER RUN, AND THE OPEN-ITEMS EXTRACT OUTPUT.  EITHER FILE
002746* BEING UNOPENABLE ONLY WARNS AND DROPS THE CARRY-FORWARD
002747* FEATURES - THE NIGHT'S BALANCE PROOF ITSELF STILL RUNS.
002787* THE PENDING-CORRECTION FILE IS OPENED TOO WHEN IT EXISTS -
002788* NOT YET CREATED IS QUIET, ANY OTHER FAILURE ONLY WARNS.
002748 1200-OPEN-EXCEPTION-MASTER.
002749     OPEN I-O EXC-FILE
002750     IF DRC-EXCP-STATUS = "35"
002777         IF DRC-FINAL-RETURN-CODE = DRC-RETURN-OK
002778             MOVE DRC-RETURN-WARNING TO DRC-FINAL-RETURN-CODE
002779         END-IF
002780     END-IF
002789     OPEN I-O CORR-FILE
002791     IF DRC-CORR-STATUS = "00"
002792         MOVE "Y" TO DRC-CORR-OPEN-SWITCH
002793     ELSE
002794         IF NOT DRC-CORR-STATUS = "35"
002795             MOVE "CORRPEND UNAVAILABLE - CORRECTIONS NOT LINKED"
002796                 TO DRC-ERROR-MESSAGE
002797             PERFORM 9000-DISPLAY-ERROR THRU
002798                 9000-DISPLAY-ERROR-EXIT
002799             IF DRC-FINAL-RETURN-CODE = DRC-RETURN-OK
002801                 MOVE DRC-RETURN-WARNING TO DRC-FINAL-RETURN-CODE
002802             END-IF
002803         END-IF
002804     END-IF.
002781 1200-OPEN-EXCEPTION-MASTER-EXIT.
002782     EXIT.

005196     MOVE "CLEARED THIS NIGHT:     " TO DRC-SUM-LABEL
005197     MOVE DRC-CLEARED-COUNT TO DRC-SUM-COUNT
005198     PERFORM 5100-WRITE-SUMMARY-LINE THRU
005199         5100-WRITE-SUMMARY-LINE-EXIT
005391     MOVE "CLEARED BY CORRECTION:  " TO DRC-SUM-LABEL
005392     MOVE DRC-LINKED-COUNT TO DRC-SUM-COUNT
005393     PERFORM 5100-WRITE-SUMMARY-LINE THRU
005394         5100-WRITE-SUMMARY-LINE-EXIT.
005200 6000-REPORT-CARRY-FORWARD-EXIT.
005201     EXIT.

005280* THIRD SWEEP - THE BREAKS THAT STOPPED APPEARING TONIGHT.
005281* EACH IS REPORTED WITH ITS AGE AT CLEARANCE AND DELETED, SO
005282* THE MASTER CARRIES ONLY LIVE BREAKS INTO TOMORROW.
005395* A BREAK WITH A PROPOSAL ON CORRPEND CLOSES IT FIRST (6450).
005283 6400-PASS-CLEARED-RECORD.
005284     READ EXC-FILE NEXT RECORD
005285         AT END
005292             6550-COMPUTE-DAYS-OPEN-EXIT
005293         PERFORM 6500-WRITE-CARRY-LINE THRU
005294             6500-WRITE-CARRY-LINE-EXIT
005396         PERFORM 6450-CLOSE-CORRECTION THRU
005397             6450-CLOSE-CORRECTION-EXIT
005295         DELETE EXC-FILE RECORD
005296         IF NOT DRC-EXCP-STATUS = "00"
005297             MOVE "ERROR DELETING CLEARED EXCEPTION" TO
005303 6400-PASS-CLEARED-RECORD-EXIT.
005304     EXIT.

005398*-----------------------------------------------------------------
005399* 6450-CLOSE-CORRECTION
005401*-----------------------------------------------------------------
005402* CLOSE EVERY OPEN PROPOSAL CORRPROP MADE FOR THE CLEARED
005403* BREAK IN HAND.  A RELEASED PROPOSAL'S CARDS HAVE GONE
005404* THROUGH DATAAPPLY, SO IT IS TAKEN AS THE CORRECTION THAT
005405* CLEARED THE BREAK - IT IS MARKED CLEARED AND NAMED UNDER
005406* THE CLEARED LINE.  ONE STILL PENDING OR REJECTED FIXED
005407* NOTHING AND IS MARKED VOID.  A NO-OP WHEN CORRPEND DID NOT
005408* OPEN.
005409 6450-CLOSE-CORRECTION.
005411     IF NOT DRC-CORR-IS-OPEN
005412         GO TO 6450-CLOSE-CORRECTION-EXIT
005413     END-IF
005414     MOVE "N" TO DRC-CORR-EOF-SWITCH
005415     MOVE "N" TO DRC-CORR-LINK-SWITCH
005416     MOVE LOW-VALUES TO COR-KEY
005417     MOVE EXC-KEY TO COR-EXC-KEY
005418     START CORR-FILE
005419         KEY IS NOT LESS THAN COR-KEY
005420         INVALID KEY
005421             GO TO 6450-CLOSE-CORRECTION-EXIT
005422     END-START
005423     PERFORM 6460-CLOSE-PROPOSAL-CARD THRU
005424         6460-CLOSE-PROPOSAL-CARD-EXIT
005425         UNTIL DRC-CORR-EOF
005426     IF DRC-CORR-LINKED
005427         ADD 1 TO DRC-LINKED-COUNT
005428         WRITE REPORT-RECORD FROM DRC-LINK-LINE
005429         IF NOT DRC-RPT-STATUS = "00"
005430             MOVE "ERROR WRITING RECONCILIATION REPORT" TO
005431                 DRC-ERROR-MESSAGE
005432             PERFORM 9000-DISPLAY-ERROR THRU
005433                 9000-DISPLAY-ERROR-EXIT
005434         END-IF
005435     END-IF.
005436 6450-CLOSE-CORRECTION-EXIT.
005437     EXIT.

005438*-----------------------------------------------------------------
005439* 6460-CLOSE-PROPOSAL-CARD
005440*-----------------------------------------------------------------
005441 6460-CLOSE-PROPOSAL-CARD.
005442     READ CORR-FILE NEXT RECORD
005443         AT END
005444             MOVE "Y" TO DRC-CORR-EOF-SWITCH
005445             GO TO 6460-CLOSE-PROPOSAL-CARD-EXIT
005446     END-READ
005447     IF COR-EXC-KEY NOT = EXC-KEY
005448         MOVE "Y" TO DRC-CORR-EOF-SWITCH
005449         GO TO 6460-CLOSE-PROPOSAL-CARD-EXIT
005450     END-IF
005451     IF NOT COR-STATE-OPEN
005452         GO TO 6460-CLOSE-PROPOSAL-CARD-EXIT
005453     END-IF
005454     IF COR-STATE-RELEASED
005455         MOVE "X" TO COR-STATE
005456         IF NOT DRC-CORR-LINKED
005457             MOVE "Y" TO DRC-CORR-LINK-SWITCH
005458             MOVE COR-PROPOSED-DATE TO DRC-LK-PROPOSED
005459             MOVE COR-REVIEW-DATE TO DRC-LK-RELEASED
005460         END-IF
005461     ELSE
005462         MOVE "V" TO COR-STATE
005463     END-IF
005464     MOVE DRC-RUN-DATE TO COR-CLEARED-DATE
005465     REWRITE COR-RECORD
005466     IF NOT DRC-CORR-STATUS = "00"
005467         MOVE "ERROR REWRITING PENDING-CORRECTION FILE" TO
005468             DRC-ERROR-MESSAGE
005469         PERFORM 9000-DISPLAY-ERROR THRU
005470             9000-DISPLAY-ERROR-EXIT
005471     END-IF.
005472 6460-CLOSE-PROPOSAL-CARD-EXIT.
005473     EXIT.

005305*-----------------------------------------------------------------
005306* 6500-WRITE-CARRY-LINE
005307*-----------------------------------------------------------------
005360     EXIT.

005361*-----------------------------------------------------------------
005474* 7700-WRITE-HISTORY-RECORD
005475*-----------------------------------------------------------------
005476* RECORD THIS RUN ON THE SHARED RUN HISTORY - THE START RECORD
005477* FROM 1000-INITIALIZE, THE END RECORD WITH THE COMPLETION CODE
005478* AND KEY COUNTS FROM 8000-TERMINATE.  A START WITH NO END
005479* TELLS THE DRIVERS THIS STEP FAILED.  A FAILED POST ONLY WARNS.
005480 7700-WRITE-HISTORY-RECORD.
005481     IF DRC-HIST-EVENT = "S"
005482         ACCEPT DRC-HIST-START-DATE FROM DATE YYYYMMDD
005483         ACCEPT DRC-HIST-START-TIME FROM TIME
005484     END-IF
005485     OPEN EXTEND HIST-FILE
005486     IF NOT DRC-HIST-STATUS = "00" AND
005487         NOT DRC-HIST-STATUS = "05"
005488         MOVE "UNABLE TO OPEN RUNHIST - HISTORY RECORD LOST" TO
005489             DRC-ERROR-MESSAGE
005490         PERFORM 9000-DISPLAY-ERROR THRU
005491             9000-DISPLAY-ERROR-EXIT
005492         GO TO 7700-WRITE-HISTORY-RECORD-EXIT
005493     END-IF
005494     MOVE SPACES TO RHS-RECORD
005495     MOVE "DATARECON " TO RHS-STEP
005496     MOVE "P" TO RHS-KIND
005497     MOVE DRC-HIST-EVENT TO RHS-EVENT
005498     MOVE DRC-HIST-START-DATE TO RHS-START-DATE
005499     MOVE DRC-HIST-START-TIME TO RHS-START-TIME
005500     MOVE 0 TO RHS-END-DATE
005501     MOVE 0 TO RHS-END-TIME
005502     MOVE 0 TO RHS-COMPLETION-CODE
005503     MOVE 0 TO RHS-COUNT-VALUE(1)
005504     MOVE 0 TO RHS-COUNT-VALUE(2)
005505     MOVE 0 TO RHS-COUNT-VALUE(3)
005506     MOVE 0 TO RHS-COUNT-VALUE(4)
005507     IF RHS-ENDED
005508         ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
005509         ACCEPT RHS-END-TIME FROM TIME
005510         MOVE DRC-FINAL-RETURN-CODE TO RHS-COMPLETION-CODE
005511         MOVE "MATCHED " TO RHS-COUNT-LABEL(1)
005512         MOVE DRC-MATCHED-COUNT TO RHS-COUNT-VALUE(1)
005513         MOVE "DATAONLY" TO RHS-COUNT-LABEL(2)
005514         MOVE DRC-DATA-ONLY-COUNT TO RHS-COUNT-VALUE(2)
005515         MOVE "BILLONLY" TO RHS-COUNT-LABEL(3)
005516         MOVE DRC-BILL-ONLY-COUNT TO RHS-COUNT-VALUE(3)
005517         MOVE "AMTDIFF " TO RHS-COUNT-LABEL(4)
005518         MOVE DRC-AMOUNT-DIFF-COUNT TO RHS-COUNT-VALUE(4)
005519     END-IF
005520     WRITE RHS-RECORD
005521     IF NOT DRC-HIST-STATUS = "00"
005522         MOVE "ERROR WRITING RUNHIST - HISTORY RECORD LOST" TO
005523             DRC-ERROR-MESSAGE
005524         PERFORM 9000-DISPLAY-ERROR THRU
005525             9000-DISPLAY-ERROR-EXIT
005526     END-IF
005527     CLOSE HIST-FILE.
005528 7700-WRITE-HISTORY-RECORD-EXIT.
005529     EXIT.

005530*-----------------------------------------------------------------
005362* 8000-TERMINATE
005363*-----------------------------------------------------------------
005364 8000-TERMINATE.
005377     IF DRC-EXTR-IS-OPEN
005378         CLOSE EXTR-FILE
005379     END-IF
005531     IF DRC-CORR-IS-OPEN
005532         CLOSE CORR-FILE
005533     END-IF
005380     IF DRC-FINAL-RETURN-CODE = 0 AND NOT DRC-RUN-OK
005381         MOVE DRC-RETURN-ERROR TO DRC-FINAL-RETURN-CODE
005382     END-IF
005534     MOVE "E" TO DRC-HIST-EVENT
005535     PERFORM 7700-WRITE-HISTORY-RECORD THRU
005536         7700-WRITE-HISTORY-RECORD-EXIT
005383     MOVE DRC-FINAL-RETURN-CODE TO RETURN-CODE.
005384 8000-TERMINATE-EXIT.
005385     EXIT.
