000010*----------------------------------------------------------------
000020* SWPREC.CPY
000030*
000040* RECORD LAYOUT FOR SWEEPEXC, THE KEYED EXCEPTION EXTRACT THE
000050* NIGHTLY DATA-FILE INTEGRITY SWEEP (DATASWEEP) REBUILDS.  ONE
000060* RECORD PER DATA-FILE RECORD PER RULE IT BREAKS, KEYED ON THE
000070* RECORD'S FULL COMPOSITE KEY PLUS THE RULE CODE, SO THE
000080* KEYING GROUP CAN WORK THE LIST ACCOUNT BY ACCOUNT AND FIX
000090* EACH BREAK AT THE SOURCE.
000100*
000110* RULE CODES -
000120*     01  STATUS CODE NOT A, C, OR S
000130*     02  LAST-UPDATE DATE NOT NUMERIC
000140*     03  LAST-UPDATE DATE NOT A CALENDAR DATE
000150*     04  LAST-UPDATE DATE AFTER THE RUN DATE
000160*     05  CUSTOMER NAME BLANK
000170*     06  DIVISION NOT ON DIVMAST
000180*     07  DIVISION INACTIVE ON DIVMAST
000190*     08  NAME DIFFERS FROM THE ACCOUNT'S FIRST RECORD
000200*     09  STATUS DIFFERS FROM THE ACCOUNT'S FIRST RECORD
000210*     10  GAP IN THE TRANSACTION SEQUENCE BEFORE THIS RECORD
000220*
000230* SWP-FOUND-VALUE CARRIES WHAT THE RECORD HOLDS AND
000240* SWP-EXPECTED-VALUE WHAT THE RULE WANTED (THE ACCOUNT'S
000250* FIRST-RECORD NAME OR STATUS, OR THE NEXT SEQUENCE NUMBER);
000260* EITHER IS SPACES WHERE IT HAS NO MEANING FOR THE RULE.
000270*
000280* MODIFICATION HISTORY
000290* DATE       INIT DESCRIPTION
000300* ---------- ---- --------------------------------------------
000310* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000320*                 INTEGRITY-SWEEP EXCEPTION EXTRACT.
000330*----------------------------------------------------------------
000340 01  SWP-RECORD.
000350     05  SWP-KEY.
000360*    DATA-FILE COMPOSITE KEY OF THE RECORD (POS 01-20)
000370         10  SWP-DIVISION-CODE      PIC X(05).
000380         10  SWP-ACCOUNT-NUMBER     PIC X(11).
000390         10  SWP-SEQUENCE-NUMBER    PIC X(04).
000400*    RULE BROKEN (POS 21-22)
000410         10  SWP-RULE-CODE          PIC X(02).
000420*    NON-KEY FIELDS (POS 23-120)
000430     05  SWP-SWEEP-DATE             PIC 9(08).
000440     05  SWP-FOUND-VALUE            PIC X(30).
000450     05  SWP-EXPECTED-VALUE         PIC X(30).
000460     05  SWP-RULE-TEXT              PIC X(30).
