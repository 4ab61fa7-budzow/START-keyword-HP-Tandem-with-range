000010*----------------------------------------------------------------
000020* MNTMSG.CPY
000030*
000040* REQUEST/REPLY MESSAGE LAYOUTS FOR THE ONLINE SINGLE-ACCOUNT
000050* MAINTENANCE SERVICE (MNTSERVE SERVER, MNTSCRN REQUESTER).
000060* EVERY REQUEST NAMES ITS FUNCTION AND THE SIGNED-ON USER, WITH
000063* THAT USER'S PASSWORD FOR THE SERVER TO HAVE GUARDIAN CHECK:
000070*
000080*     EN  ENTER A CHANGE TO ONE DATA-FILE RECORD (THE MAKER)
000090*     AP  APPROVE A PENDING REQUEST (THE CHECKER - NEVER THE
000100*         USER WHO ENTERED IT)
000110*     RJ  REJECT A PENDING REQUEST
000120*     LS  LIST THE DAY'S REQUESTS, ONE PAGE
000130*
000140* EN CARRIES THE RECORD KEY, THE CHANGE TYPE (S = STATUS, N =
000150* CUSTOMER NAME, A = DATA-AMOUNT ADJUSTMENT), AND THE ONE NEW
000160* VALUE THE TYPE CALLS FOR; AP AND RJ CARRY THE REQUEST NUMBER.
000170* MNT-REQ-ADJ-AMOUNT IS AN UNSIGNED 11-DIGIT ADJUSTMENT WITH TWO
000180* IMPLIED DECIMALS (AS ON A TRANFILE CARD) AND MNT-REQ-ADJ-SIGN
000190* SAYS WHICH WAY IT MOVES THE AMOUNT.  MNT-REQ-PAGE-KEY IS ZERO
000200* FOR THE FIRST PAGE AND CARRIES THE REPLY'S NEXT-PAGE KEY ON A
000210* PAGE-FORWARD LIST.
000220*
000230* EVERY REPLY - WHATEVER THE FUNCTION - CARRIES A PAGE OF THE
000240* DAY'S REQUESTS, SO THE SCREEN ALWAYS SHOWS WHERE EACH ONE
000250* STANDS.
000260*
000270* MODIFICATION HISTORY
000280* DATE       INIT DESCRIPTION
000290* ---------- ---- --------------------------------------------
000300* 2026-10-15 RLH  ORIGINAL COPYBOOK FOR THE MAINTENANCE SERVICE.
000302* 2026-10-15 RLH  ADDED MNT-REQ-PASSWORD (CARVED FROM THE
000304*                 TRAILING FILLER) - THE SIGNED-ON USER'S
000306*                 PASSWORD, CHECKED BY THE SERVER BEFORE IT
000308*                 HONORS THE REQUEST.
000310*----------------------------------------------------------------
000320 01  MNT-REQUEST-MSG.
000330     05  MNT-REQ-FUNCTION           PIC X(02).
000340         88  MNT-REQ-ENTER              VALUE "EN".
000350         88  MNT-REQ-APPROVE            VALUE "AP".
000360         88  MNT-REQ-REJECT             VALUE "RJ".
000370         88  MNT-REQ-LIST               VALUE "LS".
000380     05  MNT-REQ-USER               PIC X(20).
000390     05  MNT-REQ-NUMBER             PIC 9(04).
000400     05  MNT-REQ-PAGE-KEY           PIC 9(04).
000410*    THE RECORD TO CHANGE (EN ONLY)
000420     05  MNT-REQ-KEY-1              PIC X(05).
000430     05  MNT-REQ-KEY-2              PIC X(11).
000440     05  MNT-REQ-KEY-3              PIC X(04).
000450     05  MNT-REQ-CHANGE-TYPE        PIC X(01).
000460     05  MNT-REQ-NEW-STATUS         PIC X(01).
000470     05  MNT-REQ-NEW-NAME           PIC X(30).
000480     05  MNT-REQ-ADJ-SIGN           PIC X(01).
000490     05  MNT-REQ-ADJ-AMOUNT         PIC X(11).
000500     05  MNT-REQ-ADJ-AMOUNT-9 REDEFINES MNT-REQ-ADJ-AMOUNT
000510                                    PIC 9(09)V99.
000520*    THE MAKER'S REASON ON EN, THE CHECKER'S ON RJ
000530     05  MNT-REQ-REASON             PIC X(30).
000532*    THE SIGNED-ON USER'S PASSWORD - NEVER ECHOED, AND CLEARED
000534*    BY THE SERVER AS SOON AS GUARDIAN HAS CHECKED IT.
000536     05  MNT-REQ-PASSWORD           PIC X(08).
000540     05  FILLER                     PIC X(08).

000550 01  MNT-REPLY-MSG.
000560*    "00" DONE, "04" NOTHING TO LIST, "16" REQUEST REFUSED - SEE
000570*    MNT-RPY-MESSAGE.
000580     05  MNT-RPY-STATUS             PIC X(02).
000590     05  MNT-RPY-MESSAGE            PIC X(40).
000600     05  MNT-RPY-ROW-COUNT          PIC 9(02).
000610*    "Y" WHEN MORE OF THE DAY'S REQUESTS REMAIN - SEND
000620*    MNT-RPY-NEXT-PAGE-KEY BACK AS MNT-REQ-PAGE-KEY ON AN LS.
000630     05  MNT-RPY-MORE-FLAG          PIC X(01).
000640     05  MNT-RPY-NEXT-PAGE-KEY      PIC 9(04).
000650     05  MNT-RPY-ROW OCCURS 7 TIMES.
000660         10  MNT-RPY-NUMBER         PIC 9(04).
000670*    P PENDING, A APPROVED AND APPLIED, R REJECTED
000680         10  MNT-RPY-STATE          PIC X(01).
000690         10  MNT-RPY-KEY-1          PIC X(05).
000700         10  MNT-RPY-KEY-2          PIC X(11).
000710         10  MNT-RPY-KEY-3          PIC 9(04).
000720         10  MNT-RPY-CHANGE-TYPE    PIC X(01).
000730         10  MNT-RPY-OLD-VALUE      PIC X(30).
000740         10  MNT-RPY-NEW-VALUE      PIC X(30).
000750         10  MNT-RPY-MAKER          PIC X(20).
000760         10  MNT-RPY-CHECKER        PIC X(20).
