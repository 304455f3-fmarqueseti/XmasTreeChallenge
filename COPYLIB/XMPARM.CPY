001412*                   CARDEXP, SUSPFILE OR THE CD BUNDLES, SO THE  *
001413*                   SIGN-OFF COPY FOR MARKETING DOES NOT BURN A  *
001414*                   RUN DATE                                     *
001416*   2026-10-15  FM  ADDED PARM-STEP-OVERRIDE - Y LETS XMASDRV,   *
001417*                   XMASBAL, XMASMAN OR XMASACK RUN ALTHOUGH THE *
001418*                   RUNCTL RUN-CONTROL DATASET SHOWS ITS         *
001419*                   PREDECESSOR DID NOT FINISH CLEANLY FOR THE   *
001420*                   RUN DATE                                     *
001421******************************************************************
001500 01  PARM-RECORD.
001600     05  PARM-MAX-LINES          PIC 99.
001700     05  PARM-MAX-COLS           PIC 99.
001970     05  PARM-OUTPUT-MODE        PIC X(01).
001980     05  PARM-ADVENT-MODE        PIC X(01).
001990     05  PARM-FORCE-FLAG         PIC X(01).
001995     05  PARM-STEP-OVERRIDE      PIC X(01).
002000     05  FILLER                  PIC X(59).
