000010*----------------------------------------------------------------
000020* CORREC.CPY
000030*
000040* RECORD LAYOUT FOR CORRPEND, THE PENDING-CORRECTION FILE THAT
000050* TURNS OPEN RECONCILIATION EXCEPTIONS INTO DATAAPPLY CARDS.
000060* CORRPROP PROPOSES A CORRECTION FOR EACH OPEN AMOUNT DIFF,
000070* STATUS DIFF, AND BILL ONLY BREAK ON EXCPMAST - ONE RECORD PER
000080* PROPOSED TRANFILE CARD, ALL CARDS OF ONE PROPOSAL SHARING THE
000090* EXCEPTION KEY AND THE PROPOSED DATE.  CORRREL APPLIES THE
000100* REVIEWER'S APPROVAL DECK, RELEASING APPROVED CARDS TO TRANFILE
000110* FOR THE NEXT APPLYRUN, AND DATARECON LINKS A BREAK THAT CLEARS
000120* TO THE RELEASED CORRECTION THAT FIXED IT.
000130*
000140* KEYED BY EXCEPTION KEY (DIVISION + ACCOUNT, AS ON EXCREC) +
000150* PROPOSED DATE + CARD NUMBER, SO A GENERIC START ON THE
000160* EXCEPTION KEY FINDS EVERY PROPOSAL EVER MADE FOR THE ACCOUNT,
000170* OLDEST FIRST.  RECORDS ARE NEVER DELETED - A CLEARED OR VOID
000180* PROPOSAL STAYS AS THE HISTORY OF THE BREAK.
000190*
000200* STATES -
000210*     P  PENDING   - PROPOSED, AWAITING THE REVIEWER
000220*     R  REJECTED  - REVIEWER HELD THE DATA-FILE SIDE
000230*     L  RELEASED  - APPROVED AND WRITTEN TO TRANFILE
000240*     X  CLEARED   - RELEASED, AND DATARECON SAW THE BREAK CLEAR
000250*     V  VOID      - BREAK CLEARED WITHOUT THIS PROPOSAL
000260* A PROPOSAL IN P, R, OR L IS OPEN, AND NO NEW PROPOSAL IS MADE
000270* FOR AN EXCEPTION THAT HAS ONE.
000280*
000290* COR-CARD-IMAGE IS THE CARD EXACTLY AS DATAAPPLY READS IT ON
000300* TRANFILE; THE REDEFINES MIRRORS THAT CARD LAYOUT.
000310*
000320* MODIFICATION HISTORY
000330* DATE       INIT DESCRIPTION
000340* ---------- ---- --------------------------------------------
000350* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000360*                 PENDING-CORRECTION FILE.
000370*----------------------------------------------------------------
000380 01  COR-RECORD.
000390     05  COR-KEY.
000400*    EXCEPTION KEY - DIVISION + ACCOUNT (POS 01-16)
000410         10  COR-EXC-KEY.
000420             15  COR-DIVISION-CODE  PIC X(05).
000430             15  COR-ACCOUNT-NUMBER PIC X(11).
000440*    PROPOSAL DATE AND CARD WITHIN THE PROPOSAL (POS 17-26)
000450         10  COR-PROPOSED-DATE      PIC 9(08).
000460         10  COR-CARD-NUMBER        PIC 9(02).
000470*    NON-KEY FIELDS (POS 27-200)
000480     05  COR-STATE                  PIC X(01).
000490         88  COR-STATE-PENDING          VALUE "P".
000500         88  COR-STATE-REJECTED         VALUE "R".
000510         88  COR-STATE-RELEASED         VALUE "L".
000520         88  COR-STATE-CLEARED          VALUE "X".
000530         88  COR-STATE-VOID             VALUE "V".
000540         88  COR-STATE-OPEN             VALUE "P" "R" "L".
000550*    THE EXCEPTION AS IT STOOD WHEN PROPOSED
000560     05  COR-TYPE-FLAGS             PIC X(04).
000570     05  COR-CARD-COUNT             PIC 9(02).
000580     05  COR-DATA-STATUS            PIC X(01).
000590     05  COR-BILL-STATUS            PIC X(01).
000600     05  COR-DATA-AMOUNT            PIC S9(11)V99 COMP-3.
000610     05  COR-BILL-AMOUNT            PIC S9(11)V99 COMP-3.
000620*    A NEW ACCOUNT FROM BILLING HAS NO NAME TO PROPOSE - THE
000630*    APPROVAL CARD MUST SUPPLY ONE
000640     05  COR-NAME-SWITCH            PIC X(01).
000650         88  COR-NAME-REQUIRED          VALUE "Y".
000660*    REVIEW, RELEASE, AND CLEARANCE
000670     05  COR-REVIEWER               PIC X(20).
000680     05  COR-REVIEW-DATE            PIC 9(08).
000690     05  COR-CLEARED-DATE           PIC 9(08).
000700*    THE PROPOSED TRANFILE CARD (POS 87-166)
000710     05  COR-CARD-IMAGE             PIC X(80).
000720     05  COR-CARD-FIELDS REDEFINES COR-CARD-IMAGE.
000730         10  COR-CARD-ACTION        PIC X(01).
000740         10  FILLER                 PIC X(01).
000750         10  COR-CARD-KEY-1         PIC X(05).
000760         10  FILLER                 PIC X(01).
000770         10  COR-CARD-KEY-2         PIC X(11).
000780         10  FILLER                 PIC X(01).
000790         10  COR-CARD-KEY-3         PIC 9(04).
000800         10  FILLER                 PIC X(01).
000810         10  COR-CARD-NAME          PIC X(30).
000820         10  FILLER                 PIC X(01).
000830         10  COR-CARD-STATUS        PIC X(01).
000840         10  FILLER                 PIC X(01).
000850         10  COR-CARD-AMOUNT        PIC 9(09)V99.
000860         10  FILLER                 PIC X(01).
000870         10  COR-CARD-DATE          PIC X(08).
000880         10  FILLER                 PIC X(02).
000890     05  FILLER                     PIC X(34).
