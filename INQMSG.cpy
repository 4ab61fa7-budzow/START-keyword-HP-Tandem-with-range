000230*                 THE KEY PATH.  EXISTING FIELD OFFSETS ARE
000232*                 UNCHANGED; BLANK NAME MEANS THE CLASSIC KEY
000234*                 SEARCH.
000235* 2026-10-15 RLH  ADDED INQ-REQ-USER - THE SIGNED-ON USER ID,
000236*                 CHECKED AGAINST THE ENTITLEMENT FILE (SEE
000237*                 ENTREC) AND RECORDED ON THE AUDIT LINE.
000238*                 EXISTING FIELD OFFSETS ARE UNCHANGED.  A
000239*                 "16" REPLY NOW ALSO COVERS A SEARCH REFUSED
000240*                 AS OUTSIDE THE USER'S DIVISIONS.
000241* 2026-10-15 RLH  ADDED INQ-REQ-PASSWORD AFTER INQ-REQ-USER - THE
000242*                 SIGNED-ON USER'S PASSWORD, CHECKED BY THE
000243*                 SERVER BEFORE IT HONORS THE REQUEST.
000244*----------------------------------------------------------------
000245 01  INQ-REQUEST-MSG.
000250     05  INQ-REQ-OPERATOR           PIC X(02).
000260     05  INQ-REQ-SEARCH-KEY         PIC X(11).
000270     05  INQ-REQ-KEY-LENGTH         PIC 9(02).
000284*    REQUEST TO THE NAMEIDX NAME INDEX.
000286     05  INQ-REQ-NAME               PIC X(30).
000290     05  FILLER                     PIC X(05).
000292*    THE SIGNED-ON USER - ONLY ACCOUNTS IN DIVISIONS THIS USER
000294*    IS ENTITLED TO ARE RETURNED.
000296     05  INQ-REQ-USER               PIC X(20).
000297*    THE SIGNED-ON USER'S PASSWORD - NEVER ECHOED, AND CLEARED
000298*    BY THE SERVER AS SOON AS GUARDIAN HAS CHECKED IT.
000299     05  INQ-REQ-PASSWORD           PIC X(08).

000300 01  INQ-REPLY-MSG.
000310*    "00" ROWS RETURNED, "04" NOTHING MATCHED, "16" REQUEST
