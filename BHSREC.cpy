000010*----------------------------------------------------------------
000020* BHSREC.CPY
000030*
000040* RECORD LAYOUT FOR BALHIST, THE MONTH-END BALANCE HISTORY FILE.
000050* BALSNAP WRITES ONE RECORD PER DATA-FILE ACCOUNT (DATA-PARTIAL-
000060* KEY-1 + DATA-PARTIAL-KEY-2) AT EACH MONTH END, CARRYING THE
000070* ACCOUNT'S STATUS, NAME, RECORD COUNT, AND TOTAL DATA-AMOUNT AS
000080* THEY STOOD THAT NIGHT.  BALVAR COMPARES ANY TWO PERIODS ON IT.
000090*
000100* KEYED BY DIVISION + ACCOUNT + PERIOD, SO ONE ACCOUNT'S MONTHS
000110* SIT TOGETHER IN PERIOD ORDER AND A SINGLE PASS OF THE FILE
000120* MEETS EVERY PERIOD OF AN ACCOUNT BEFORE THE NEXT ACCOUNT.  THE
000130* PERIOD IS ALSO DECLARED AS AN ALTERNATE RECORD KEY (WITH
000140* DUPLICATES) ON THE FD IN THE CALLING PROGRAM, SO A WHOLE MONTH
000150* CAN BE FOUND - TO REPLACE IT ON A RERUN, OR DROP IT WHEN IT
000160* FALLS OUT OF THE RETENTION WINDOW - WITHOUT READING THE FILE.
000170*
000180* ACCOUNT STATUS IS ROLLED UP FROM THE ACCOUNT'S RECORDS:
000190*     A  ACTIVE     - AT LEAST ONE RECORD ACTIVE
000200*     S  SUSPENDED  - NONE ACTIVE, AT LEAST ONE SUSPENDED
000210*     C  CLOSED     - EVERY RECORD CLOSED
000220* AN ACCOUNT WITH NO RECORD ON DATA-FILE AT MONTH END HAS NO
000230* RECORD FOR THAT PERIOD - IT WAS PURGED OR NOT YET OPENED.
000240*
000250* MODIFICATION HISTORY
000260* DATE       INIT DESCRIPTION
000270* ---------- ---- --------------------------------------------
000280* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000290*                 MONTH-END BALANCE HISTORY FILE.
000300*----------------------------------------------------------------
000310 01  BHS-RECORD.
000320*    RECORD KEY - DIVISION, ACCOUNT, AND PERIOD (POS 01-22)
000330     05  BHS-KEY.
000340         10  BHS-DIVISION           PIC X(05).
000350         10  BHS-ACCOUNT            PIC X(11).
000360*    PERIOD IS THE MONTH ENDED, YYYYMM
000370         10  BHS-PERIOD             PIC 9(06).
000380*    NON-KEY FIELDS (POS 23-100)
000390     05  BHS-STATUS                 PIC X(01).
000400         88  BHS-STATUS-ACTIVE          VALUE "A".
000410         88  BHS-STATUS-SUSPENDED       VALUE "S".
000420         88  BHS-STATUS-CLOSED          VALUE "C".
000430     05  BHS-CUSTOMER-NAME          PIC X(30).
000440     05  BHS-RECORD-COUNT           PIC 9(05).
000450     05  BHS-TOTAL-AMOUNT           PIC S9(11)V99 COMP-3.
000460*    WHEN THE SNAPSHOT WAS TAKEN
000470     05  BHS-SNAP-DATE              PIC 9(08).
000480     05  BHS-SNAP-TIME              PIC 9(08).
000490     05  FILLER                     PIC X(19).
