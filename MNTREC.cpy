000010*----------------------------------------------------------------
000020* MNTREC.CPY
000030*
000040* RECORD LAYOUT FOR MAINTREQ, THE ONLINE MAINTENANCE REQUEST
000050* FILE.  EVERY SINGLE-ACCOUNT CHANGE KEYED ON THE MNTSCRN
000060* SCREEN IS FILED HERE BY THE MNTSERVE SERVER AS A PENDING
000070* REQUEST, AND ONLY A SECOND USER'S APPROVAL APPLIES IT TO
000080* DATA-FILE.  ONE RECORD PER REQUEST, CARRYING THE RECORD KEY,
000090* THE ONE FIELD BEING CHANGED WITH ITS VALUE AS ENTERED AND ITS
000100* NEW VALUE, AND WHO ENTERED AND WHO DECIDED IT.
000110*
000120* KEYED BY ENTRY DATE + REQUEST NUMBER (NUMBERED FROM 0001 EACH
000130* DAY), SO A GENERIC START ON THE DATE FINDS THE DAY'S REQUESTS
000140* IN ENTRY ORDER.  A REQUEST CAN ONLY BE DECIDED ON THE DAY IT
000150* WAS ENTERED - ONE STILL PENDING AT END OF DAY LAPSES AND MUST
000160* BE KEYED AGAIN.  RECORDS ARE NEVER DELETED BY THE SERVER.
000170*
000180* STATES -
000190*     P  PENDING   - ENTERED, AWAITING A SECOND USER
000200*     A  APPROVED  - APPROVED AND APPLIED TO DATA-FILE
000210*     R  REJECTED  - REJECTED (OR WITHDRAWN BY THE MAKER)
000220*
000230* CHANGE TYPES -
000240*     S  STATUS CODE    - MRQ-OLD/NEW-STATUS
000250*     N  CUSTOMER NAME  - MRQ-OLD/NEW-NAME
000260*     A  DATA-AMOUNT    - MRQ-OLD-AMOUNT + MRQ-ADJ-AMOUNT =
000270*                         MRQ-NEW-AMOUNT
000280* THE OLD VALUE IS THE FIELD AS IT STOOD WHEN THE REQUEST WAS
000290* ENTERED; APPROVAL IS REFUSED IF DATA-FILE NO LONGER AGREES.
000300*
000310* THE FILE IS TMF AUDITED - EVERY WRITE AND REWRITE RUNS UNDER
000320* A TMF TRANSACTION, AND AN APPROVAL FLIPS THE REQUEST TO A IN
000330* THE SAME TRANSACTION THAT CHANGES DATA-FILE.
000340*
000350* MODIFICATION HISTORY
000360* DATE       INIT DESCRIPTION
000370* ---------- ---- --------------------------------------------
000380* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000390*                 ONLINE MAINTENANCE REQUEST FILE.
000400*----------------------------------------------------------------
000410 01  MRQ-RECORD.
000420     05  MRQ-KEY.
000430*    ENTRY DATE AND REQUEST NUMBER WITHIN THE DAY (POS 01-12)
000440         10  MRQ-REQ-DATE           PIC 9(08).
000450         10  MRQ-REQ-NUMBER         PIC 9(04).
000460*    NON-KEY FIELDS (POS 13-250)
000470     05  MRQ-STATE                  PIC X(01).
000480         88  MRQ-STATE-PENDING          VALUE "P".
000490         88  MRQ-STATE-APPROVED         VALUE "A".
000500         88  MRQ-STATE-REJECTED         VALUE "R".
000510     05  MRQ-CHANGE-TYPE            PIC X(01).
000520         88  MRQ-CHANGE-STATUS          VALUE "S".
000530         88  MRQ-CHANGE-NAME            VALUE "N".
000540         88  MRQ-CHANGE-AMOUNT          VALUE "A".
000550*    THE DATA-FILE RECORD BEING CHANGED (DATA-KEY-COMPOSITE)
000560     05  MRQ-DATA-KEY.
000570         10  MRQ-KEY-1              PIC X(05).
000580         10  MRQ-KEY-2              PIC X(11).
000590         10  MRQ-KEY-3              PIC 9(04).
000600*    THE FIELD AS ENTERED AND AS REQUESTED
000610     05  MRQ-OLD-STATUS             PIC X(01).
000620     05  MRQ-NEW-STATUS             PIC X(01).
000630     05  MRQ-OLD-NAME               PIC X(30).
000640     05  MRQ-NEW-NAME               PIC X(30).
000650     05  MRQ-OLD-AMOUNT             PIC S9(09)V99 COMP-3.
000660     05  MRQ-ADJ-AMOUNT             PIC S9(09)V99 COMP-3.
000670     05  MRQ-NEW-AMOUNT             PIC S9(09)V99 COMP-3.
000680     05  MRQ-REASON                 PIC X(30).
000690*    THE MAKER AND THE CHECKER
000700     05  MRQ-MAKER                  PIC X(20).
000710     05  MRQ-ENTRY-TIME             PIC 9(08).
000720     05  MRQ-CHECKER                PIC X(20).
000730     05  MRQ-DECISION-TIME          PIC 9(08).
000740     05  MRQ-REJECT-REASON          PIC X(30).
000750     05  FILLER                     PIC X(20).
