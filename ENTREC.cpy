000010*----------------------------------------------------------------
000020* ENTREC.CPY
000030*
000040* RECORD LAYOUT FOR ENTLMT, THE USER-TO-DIVISION ENTITLEMENT
000050* REFERENCE FILE.  ONE RECORD PER GRANT, KEYED ON USER + GRANT
000060* TYPE + CODE, SO A GENERIC START ON THE USER ID FINDS EVERY
000070* GRANT THAT USER HOLDS.  A USER MAY SEE A DATA-FILE RECORD ONLY
000080* WHEN ONE OF THE USER'S GRANTS COVERS THE RECORD'S DATA-
000090* PARTIAL-KEY-1 DIVISION:
000100*
000110*     D  DIVISION - ENT-CODE IS ONE DATA-PARTIAL-KEY-1 CODE
000120*     R  REGION   - ENT-CODE (POS 1-3) IS A DIVMAST REGION
000130*                   ROLLUP CODE; EVERY DIVISION DIVMAST FILES
000140*                   UNDER THAT REGION IS COVERED
000150*     *  ALL      - EVERY DIVISION (PRODUCTION BATCH IDS AND
000160*                   THE CONTROL GROUP); ENT-CODE IS SPACES
000170*
000180* THE USER ID IS THE ONE THE PROGRAMS RECORD IN AUD-USER - THE
000190* PROCESS USER FOR BATCH RUNS, THE SIGNED-ON USER ID FOR THE
000200* ONLINE SCREENS.  A USER WITH NO GRANTS SEES NOTHING.
000210*
000220* THE FILE IS MAINTAINED BY DATA SECURITY; THE SUITE TREATS IT
000230* AS READ-ONLY REFERENCE DATA.  UNLIKE DIVMAST, A PROGRAM THAT
000240* CANNOT READ ENTLMT DOES NOT DEGRADE TO OPEN ACCESS - IT
000250* REFUSES EVERY REQUEST AS NOT ENTITLED.  A REGION GRANT CAN
000260* ONLY BE RESOLVED THROUGH DIVMAST, SO WITHOUT THE MASTER ONLY
000270* DIVISION AND ALL GRANTS TAKE EFFECT.
000280*
000290* MODIFICATION HISTORY
000300* DATE       INIT DESCRIPTION
000310* ---------- ---- --------------------------------------------
000320* 2026-10-15 RLH  ORIGINAL COPYBOOK - PUBLISHED LAYOUT FOR THE
000330*                 USER-TO-DIVISION ENTITLEMENT FILE.
000340*----------------------------------------------------------------
000350 01  ENT-RECORD.
000360*    RECORD KEY - USER, GRANT TYPE, AND CODE (POS 01-26)
000370     05  ENT-KEY.
000380         10  ENT-USER               PIC X(20).
000390         10  ENT-GRANT-TYPE         PIC X(01).
000400             88  ENT-GRANT-DIVISION     VALUE "D".
000410             88  ENT-GRANT-REGION       VALUE "R".
000420             88  ENT-GRANT-ALL          VALUE "*".
000430         10  ENT-CODE               PIC X(05).
000440*    NON-KEY FIELDS (POS 27-80)
000450     05  ENT-GRANTED-BY             PIC X(20).
000460     05  ENT-GRANTED-DATE           PIC 9(08).
000470     05  FILLER                     PIC X(26).
