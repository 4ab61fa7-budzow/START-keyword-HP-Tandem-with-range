000010*----------------------------------------------------------------
000020* SNAPREC.CPY
000030*
000040* RECORD LAYOUT FOR CTLSNAP, THE ONE-RECORD CONTROL-TOTALS
000050* SNAPSHOT.  THE END-OF-NIGHT BALANCING PROOF (CTLBAL) OPENS
000060* FROM IT AND, WHEN THE NIGHT PROVES OR A BASELINE IS SET,
000070* REWRITES IT WITH THE CLOSING RECORD COUNT AND AMOUNT ON
000080* DATA-FILE.  THE RECORD ALSO CARRIES THE RUN'S VERDICT, TIME,
000090* AND NET AMOUNT MOVED, AND THE SNAPSHOT IT OPENED FROM, SO THE
000100* GENERAL-LEDGER INTERFACE (GLPOST) CAN TELL WHICH NIGHT WAS
000110* PROVED AND SELECT THAT NIGHT'S CHANGE-JOURNAL ENTRIES.
000120*
000130* ALL FIELDS ARE DISPLAY NUMERIC (AMOUNT SIGNS LEADING
000140* SEPARATE), 80 BYTES IN ALL.  A SNAPSHOT WRITTEN BEFORE THE
000150* VERDICT AND TIME FIELDS EXISTED CARRIES SPACES IN THEM.
000160*
000170* MODIFICATION HISTORY
000180* DATE       INIT DESCRIPTION
000190* ---------- ---- --------------------------------------------
000200* 2026-10-15 RLH  ORIGINAL COPYBOOK - LAYOUT LIFTED FROM THE
000210*                 SNAPSHOT RECORD CTLBAL WRITES, SO THE WRITER
000220*                 AND EVERY READER SHARE ONE DEFINITION.
000230*----------------------------------------------------------------
000240 01  SNAP-RECORD.
000250     05  SNAP-DATE                  PIC 9(08).
000260     05  FILLER                     PIC X(01).
000270     05  SNAP-RECORD-COUNT          PIC 9(09).
000280     05  FILLER                     PIC X(01).
000290     05  SNAP-AMOUNT                PIC S9(11)V99
000300                                    SIGN LEADING SEPARATE.
000310     05  FILLER                     PIC X(01).
000320     05  SNAP-TIME                  PIC 9(08).
000330     05  FILLER                     PIC X(01).
000340*    P BALANCE PROVED, F OUT OF BALANCE, B BASELINE ESTABLISHED.
000350     05  SNAP-VERDICT               PIC X(01).
000360         88  SNAP-NIGHT-PROVED          VALUE "P".
000370         88  SNAP-NIGHT-FAILED          VALUE "F".
000380         88  SNAP-BASELINE-ONLY         VALUE "B".
000390     05  FILLER                     PIC X(01).
000400*    THE NET DATA-AMOUNT THE NIGHT'S POSTED ACTIVITY MOVED.
000410     05  SNAP-NET-AMOUNT            PIC S9(13)V99
000420                                    SIGN LEADING SEPARATE.
000430     05  FILLER                     PIC X(01).
000440*    THE SNAPSHOT THIS RUN OPENED FROM (ZERO IF THERE WAS NONE).
000450     05  SNAP-PRIOR-DATE            PIC 9(08).
000460     05  FILLER                     PIC X(01).
000470     05  SNAP-PRIOR-TIME            PIC 9(08).
000480     05  FILLER                     PIC X(01).
