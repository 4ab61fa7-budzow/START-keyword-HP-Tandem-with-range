000010*----------------------------------------------------------------
000020* JRNREC.CPY
000030*
000040* RECORD LAYOUT FOR DATAJRNL, THE SHARED BEFORE/AFTER CHANGE
000050* JOURNAL FOR DATA-FILE.  EVERY PROGRAM THAT CHANGES DATA-FILE -
000060* THE RANGE SCANS' UP REWRITES, THE BATCH TRANSACTION APPLY, THE
000070* ARCHIVE/PURGE DELETES, ARCHIVE REINSTATEMENTS, DIVISION
000075* TRANSFERS, AND THE ONLINE MAINTENANCE SERVER'S APPROVED
000080* CHANGES - APPENDS ONE ENTRY PER RECORD IT ADDS, CHANGES, OR
000090* DELETES: WHICH PROGRAM, WHICH USER, WHEN, THE ACTION, AND THE
000100* RECORD'S FULL DATAREC IMAGE BEFORE AND AFTER THE CHANGE.  ANY
000110* NEW PROGRAM THAT CHANGES DATA-FILE MUST DO THE SAME.  THE
000120* CHANGE-HISTORY REPORT (JRNLRPT) READS IT BACK.
000130*
000140* THE FILE IS RECORD SEQUENTIAL, APPEND ONLY (OPEN EXTEND), SO
000150* ITS ORDER IS THE ORDER THE CHANGES WERE MADE.  IT IS NOT LINE
000160* SEQUENTIAL - DATA-AMOUNT IS PACKED IN BOTH IMAGES AND MUST
000170* PASS THROUGH UNTRANSLATED.  A WRITER UNDER TMF WRITES ITS
000180* ENTRY INSIDE THE SAME TRANSACTION AS THE CHANGE, SO A BACKED-
000190* OUT CHANGE LEAVES NO ENTRY BEHIND.
000200*
000210* ACTIONS -
000220*     A  ADD     - BEFORE IMAGE SPACES, AFTER IMAGE THE NEW RECORD
000230*     C  CHANGE  - BOTH IMAGES PRESENT, SAME KEY
000240*     D  DELETE  - BEFORE IMAGE THE OLD RECORD, AFTER IMAGE SPACES
000250* A RE-KEY (DIVISION TRANSFER) IS JOURNALED AS AN A UNDER THE
000260* NEW KEY FOLLOWED BY A D UNDER THE OLD ONE; A REINSTATEMENT
000270* FROM THE ARCHIVE IS AN A.  JRN-RECORD-KEY IS THE AFTER
000280* IMAGE'S KEY ON AN ADD OR CHANGE AND THE BEFORE IMAGE'S KEY ON
000285* A DELETE.
000290*
000300* MODIFICATION HISTORY
000310* DATE       INIT DESCRIPTION
000320* ---------- ---- --------------------------------------------
000330* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000340*                 SHARED DATA-FILE CHANGE JOURNAL.
000342* 2026-10-15 RLH  THE WRITER LIST ABOVE NOW NAMES THE ONLINE
000344*                 MAINTENANCE SERVER (MNTSERVE), WHICH JOURNALS
000346*                 EACH CHANGE IT APPROVES.
000350*----------------------------------------------------------------
000360 01  JRN-RECORD.
000370*    WHO, WHEN, AND WHAT (POS 001-080)
000380     05  JRN-ENTRY-DATE             PIC 9(08).
000390     05  JRN-ENTRY-TIME             PIC 9(08).
000400     05  JRN-PROGRAM                PIC X(10).
000410     05  JRN-USER                   PIC X(20).
000420     05  JRN-ACTION                 PIC X(01).
000430         88  JRN-ACTION-ADD             VALUE "A".
000440         88  JRN-ACTION-CHANGE          VALUE "C".
000450         88  JRN-ACTION-DELETE          VALUE "D".
000460     05  JRN-RECORD-KEY.
000470         10  JRN-KEY-1              PIC X(05).
000480         10  JRN-KEY-2              PIC X(11).
000490         10  JRN-KEY-3              PIC 9(04).
000500     05  FILLER                     PIC X(13).
000510*    DATAREC IMAGE BEFORE THE CHANGE (POS 081-160)
000520     05  JRN-BEFORE-IMAGE           PIC X(80).
000530     05  JRN-BEFORE-FIELDS REDEFINES JRN-BEFORE-IMAGE.
000540         10  JRN-BEF-KEY-COMPOSITE  PIC X(20).
000550         10  JRN-BEF-CUSTOMER-NAME  PIC X(30).
000560         10  JRN-BEF-STATUS-CODE    PIC X(01).
000570         10  JRN-BEF-UPDATE-DATE    PIC 9(08).
000580         10  JRN-BEF-AMOUNT         PIC S9(09)V99 COMP-3.
000590         10  FILLER                 PIC X(15).
000600*    DATAREC IMAGE AFTER THE CHANGE (POS 161-240)
000610     05  JRN-AFTER-IMAGE            PIC X(80).
000620     05  JRN-AFTER-FIELDS REDEFINES JRN-AFTER-IMAGE.
000630         10  JRN-AFT-KEY-COMPOSITE  PIC X(20).
000640         10  JRN-AFT-CUSTOMER-NAME  PIC X(30).
000650         10  JRN-AFT-STATUS-CODE    PIC X(01).
000660         10  JRN-AFT-UPDATE-DATE    PIC 9(08).
000670         10  JRN-AFT-AMOUNT         PIC S9(09)V99 COMP-3.
000680         10  FILLER                 PIC X(15).
