000700*             (BLANK MEANS THE CURRENT YEAR) AND HOW MANY YEARS  *
000800*             OF TREEYYYY ARCHIVES TO KEEP (ZERO OR BLANK MEANS  *
000900*             THE STANDARD THREE).                               *
000910*             CLSP-STEP-OVERRIDE Y LETS THE CLOSE-OUT RUN        *
000920*             ALTHOUGH RUNCTL SHOWS A RUN DATE OF THE SEASON     *
000930*             THAT DID NOT FINISH ITS CYCLE.                     *
001000* CPD       : IBM                                                *
001100******************************************************************
001200* MODIFICATION HISTORY                                           *
001300*   2026-09-03  FM  INITIAL VERSION                              *
001310*   2026-10-15  FM  ADDED CLSP-STEP-OVERRIDE                     *
001400******************************************************************
001500 01  CLSP-RECORD.
001600     05  CLSP-SEASON-YEAR         PIC X(04).
001700     05  CLSP-KEEP-YEARS          PIC 99.
001750     05  CLSP-STEP-OVERRIDE       PIC X(01).
001800     05  FILLER                   PIC X(73).
