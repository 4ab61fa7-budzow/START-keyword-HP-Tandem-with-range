000040* RECORD LAYOUT FOR RUNCTL, THE SHARED NIGHTLY RUN-CONTROL
000050* FILE.  EVERY PROGRAM THAT CHANGES DATA-FILE - THE RANGE
000060* SCANS' UP REWRITES, THE ARCHIVE/PURGE DELETES, THE BATCH
000070* TRANSACTION APPLY, ARCHIVE REINSTATEMENTS, DIVISION
000073* TRANSFERS (DIVXFER), AND THE ONLINE MAINTENANCE SERVER
000076* (MNTSERVE, ONE RECORD PER APPROVED CHANGE) - APPENDS ONE
000080* RECORD PER RUN: WHO RAN, WHEN, RECORDS READ, ADDED,
000090* CHANGED, AND DELETED, AND THE NET DATA-AMOUNT MOVED.  THE
000100* END-OF-NIGHT BALANCING PROGRAM (CTLBAL) ADDS THE POSTED
000210* 2026-09-02 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR
000220*                 THE SHARED RUN-CONTROL FILE AND THE CTLBAL
000230*                 BALANCING PROOF THAT READS IT.
000232* 2026-10-15 RLH  THE WRITER LIST ABOVE NOW NAMES DIVISION
000234*                 TRANSFERS (DIVXFER) AND THE ONLINE MAINTENANCE
000236*                 SERVER (MNTSERVE), WHICH BOTH POST TO RUNCTL.
000240*----------------------------------------------------------------
000250 01  CTL-RECORD.
000260     05  CTL-PROGRAM                PIC X(10).
