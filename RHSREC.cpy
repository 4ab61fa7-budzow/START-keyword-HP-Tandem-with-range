000010*----------------------------------------------------------------
000020* RHSREC.CPY
000030*
000040* RECORD LAYOUT FOR RUNHIST, THE SHARED BATCH-WINDOW RUN HISTORY.
000050* EVERY PROGRAM STEP OF THE BATCH DRIVERS (APPLYRUN, PURGERUN,
000060* RANGERUN, XFERRUN, CORRRUN, BALHRUN, ARCHFRUN, STMTJOB,
000065* AUDITRUN, AND JRNLRUN) APPENDS A START RECORD WHEN IT BEGINS
000070* AND AN END RECORD - END TIME, COMPLETION CODE, AND UP TO FOUR
000080* LABELLED COUNTS - WHEN IT FINISHES; ANY NEW STEP ADDED TO THOSE
000090* DRIVERS MUST DO THE SAME.  THE DRIVERS RECORD THEMSELVES, GATE
000100* THEIR DEPENDENT STEPS, AND RECORD REFUSALS THROUGH RUNHIST (THE
000110* UTILITY), AND BATCHRPT REPORTS THE FILE EACH MORNING.
000120*
000130* THE FILE IS LINE SEQUENTIAL, APPEND ONLY (OPEN EXTEND), SO ITS
000140* ORDER IS THE ORDER THINGS HAPPENED.  ALL FIELDS ARE DISPLAY SO
000150* IT READS CLEANLY AS TEXT.  AN END RECORD REPEATS ITS START
000160* DATE AND TIME, WHICH PAIR IT WITH ITS START RECORD.
000170*
000180* EVENTS -
000190*     S  STARTED  - WRITTEN AS THE STEP OR DRIVER BEGINS
000200*     E  ENDED    - WRITTEN AS IT FINISHES, WITH THE COMPLETION
000210*                   CODE; A START WITH NO END AFTER IT MEANS THE
000220*                   STEP NEVER FINISHED (ABENDED OR WAS STOPPED)
000230*     R  REFUSED  - THE STEP WAS NOT RUN BECAUSE RHS-REASON-STEP,
000240*                   A STEP OR DRIVER IT DEPENDS ON, FAILED
000250*     C  CLEARED  - AN OPERATOR (RHS-USER) DECLARED THE STEP'S
000260*                   LAST FAILURE PUT RIGHT WITHOUT A RERUN
000270*
000280* A STEP HAS FAILED WHEN ITS LATEST RECORD IS A START, A
000290* REFUSAL, OR AN END WITH A COMPLETION CODE OF 8 OR MORE.
000300*
000310* MODIFICATION HISTORY
000320* DATE       INIT DESCRIPTION
000330* ---------- ---- --------------------------------------------
000340* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000350*                 SHARED BATCH-WINDOW RUN HISTORY.
000352* 2026-10-15 RLH  THE STEPS OF XFERRUN, CORRRUN, BALHRUN,
000354*                 ARCHFRUN, STMTJOB, AUDITRUN, AND JRNLRUN, AND
000356*                 THOSE DRIVERS, NOW RECORD THEMSELVES TOO.
000360*----------------------------------------------------------------
000370 01  RHS-RECORD.
000380*    THE STEP OR DRIVER AND THE EVENT (POS 001-014)
000390     05  RHS-STEP                   PIC X(10).
000400     05  FILLER                     PIC X(01).
000410     05  RHS-KIND                   PIC X(01).
000420         88  RHS-IS-PROGRAM             VALUE "P".
000430         88  RHS-IS-DRIVER              VALUE "D".
000440     05  RHS-EVENT                  PIC X(01).
000450         88  RHS-STARTED                VALUE "S".
000460         88  RHS-ENDED                  VALUE "E".
000470         88  RHS-REFUSED                VALUE "R".
000480         88  RHS-CLEARED                VALUE "C".
000490     05  FILLER                     PIC X(01).
000500*    WHEN (POS 015-050) - TIMES ARE HHMMSSHH
000510     05  RHS-START-DATE             PIC 9(08).
000520     05  FILLER                     PIC X(01).
000530     05  RHS-START-TIME             PIC 9(08).
000540     05  FILLER                     PIC X(01).
000550     05  RHS-END-DATE               PIC 9(08).
000560     05  FILLER                     PIC X(01).
000570     05  RHS-END-TIME               PIC 9(08).
000580     05  FILLER                     PIC X(01).
000590*    OUTCOME (POS 051-086)
000600     05  RHS-COMPLETION-CODE        PIC 9(03).
000610     05  FILLER                     PIC X(01).
000620     05  RHS-USER                   PIC X(20).
000630     05  FILLER                     PIC X(01).
000640     05  RHS-REASON-STEP            PIC X(10).
000650     05  FILLER                     PIC X(01).
000660*    THE STEP'S KEY COUNTS, LABEL BLANK WHERE UNUSED (POS 087-158)
000670     05  RHS-COUNT-ENTRY OCCURS 4 TIMES.
000680         10  RHS-COUNT-LABEL        PIC X(08).
000690         10  RHS-COUNT-VALUE        PIC 9(09).
000700         10  FILLER                 PIC X(01).
000710     05  FILLER                     PIC X(02).
