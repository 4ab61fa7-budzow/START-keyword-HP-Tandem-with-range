000200*                 WRITER AND EVERY READER SHARE ONE DEFINITION.
000210* 2026-08-22 RLH  ADDED AUD-KEY-LENGTH SO THE ROLLUP CAN TELL
000220*                 FULL-KEY ACCOUNT LOOKUPS FROM PREFIX SCANS.
000221* 2026-09-02 RLH  ADDED AUD-STOP-FLAG (CARVED FROM THE
000222*                 TRAILING FILLER) - "S" ON A CARD AN
000223*                 OPERATOR STOP REQUEST CUT SHORT MID-RANGE,
000224*                 SPACE OTHERWISE AND ON LINES FROM BEFORE
000225*                 THE FIELD EXISTED.
000226* 2026-10-15 RLH  ADDED AUD-FROM-DIVISION AND AUD-TO-DIVISION
000227*                 (CARVED FROM THE TRAILING FILLER) FOR THE
000228*                 DIVISION TRANSFER'S TR LINES, SO ONE LINE
000229*                 SHOWS BOTH CODES AN ACCOUNT WAS FILED UNDER.
000230*                 SPACES ON EVERY OTHER LINE.
000231* 2026-10-15 RLH  ADDED AUD-ACCESS-FLAG AND AUD-WITHHELD-COUNT
000232*                 (CARVED FROM THE TRAILING FILLER) - THE
000233*                 ENTITLEMENT MARKER FOR THE DENIED-ACCESS
000234*                 REVIEW (SEE ENTREC).
000235*----------------------------------------------------------------
000240 01  AUD-AUDIT-LINE.
000250     05  AUD-DATE                    PIC 9(08).
000260     05  FILLER                      PIC X(01).
000480*    CARD AND THIS CARD'S COUNTS COVER ONLY THE RECORDS
000490*    PROCESSED BEFORE THE DRAIN.
000500     05  AUD-STOP-FLAG               PIC X(01).
000502     05  FILLER                      PIC X(01).
000504*    THE DIVISIONS A TRANSFER (RUN MODE TR) MOVED THE ACCOUNT
000506*    OUT OF AND INTO.  SPACES ON ALL OTHER RUN MODES.
000508     05  AUD-FROM-DIVISION           PIC X(05).
000510     05  FILLER                      PIC X(01).
000512     05  AUD-TO-DIVISION             PIC X(05).
000514     05  FILLER                      PIC X(01).
000516*    "D" WHEN THE REQUEST OR CARD WAS REFUSED OUTRIGHT BECAUSE
000518*    THE USER IS NOT ENTITLED TO THE DIVISIONS IT REACHES; "W"
000520*    WHEN IT RAN BUT MATCHES IN DIVISIONS OUTSIDE THE USER'S
000522*    ENTITLEMENT WERE WITHHELD.  SPACE WHEN NOTHING WAS DENIED
000524*    AND ON LINES FROM BEFORE THE FIELD EXISTED.
000526     05  AUD-ACCESS-FLAG             PIC X(01).
000528         88  AUD-ACCESS-DENIED             VALUE "D".
000530         88  AUD-ACCESS-WITHHELD           VALUE "W".
000532     05  FILLER                      PIC X(01).
000534*    HOW MANY MATCHES WERE WITHHELD - EDITED LIKE THE MATCH
000536*    COUNT.  SPACES WHEN AUD-ACCESS-FLAG IS SPACE.
000538     05  AUD-WITHHELD-COUNT          PIC Z(08)9.
000540     05  AUD-WITHHELD-COUNT-X REDEFINES AUD-WITHHELD-COUNT
000542                                     PIC X(09).
000544     05  FILLER                      PIC X(05).
