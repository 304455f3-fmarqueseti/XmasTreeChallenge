000100******************************************************************
000200* COPYBOOK  : XMRUNCTL                                           *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE RECORD OF THE RUNCTL RUN-CONTROL DATASET,      *
000600*             KEYED BY RUN DATE, MAINTAINED BY THE XMASRUN       *
000700*             SUBROUTINE. EACH DISTRIBUTION STEP HAS ONE SLOT    *
000800*             (1 XMASDRV, 2 XMASBAL, 3 XMASMAN, 4 XMASACK) WITH  *
000900*             ITS START, ITS END AND ITS RETURN CODE; A SLOT     *
001000*             STARTED BUT NEVER ENDED IS A STEP THAT ABENDED OR  *
001100*             STOPPED EARLY. THE SEASON CLOSE-OUT (SLOT 5,       *
001200*             XMASCLS) IS KEPT ON A SEASON RECORD KEYED BY THE   *
001300*             SEASON YEAR FOLLOWED BY SPACES, WHICH SORTS AHEAD  *
001400*             OF THAT YEAR'S RUN DATES. RNC-OUTPUT-MODE IS THE   *
001500*             PARM-OUTPUT-MODE XMASDRV RAN WITH, SO A PRINT-ONLY *
001600*             RUN IS NOT HELD WAITING FOR A GATEWAY ANSWER.      *
001700*             RNC-STEP-OVERRIDE IS Y WHEN THE OPERATOR FORCED    *
001800*             THE STEP PAST AN UNFINISHED PREDECESSOR.           *
001900* CPD       : IBM                                                *
002000******************************************************************
002100* MODIFICATION HISTORY                                           *
002200*   2026-10-15  FM  INITIAL VERSION                              *
002300******************************************************************
002400 01  RNC-RECORD.
002500     05  RNC-RUN-DATE             PIC X(08).
002600     05  RNC-SEASON-KEY REDEFINES RNC-RUN-DATE.
002700         10  RNC-SEASON-YEAR      PIC X(04).
002800         10  RNC-SEASON-FILL      PIC X(04).
002900     05  RNC-OUTPUT-MODE          PIC X(01).
003000         88  RNC-EXPORT-RUN           VALUES "E" "B".
003100     05  RNC-STEP OCCURS 5 TIMES.
003200         10  RNC-STEP-STATE       PIC X(01).
003300             88  RNC-STEP-NOT-RUN     VALUE SPACE.
003400             88  RNC-STEP-STARTED     VALUE "S".
003500             88  RNC-STEP-ENDED       VALUE "E".
003600         10  RNC-STEP-OVERRIDE    PIC X(01).
003700             88  RNC-STEP-FORCED      VALUE "Y".
003800         10  RNC-START-DATE       PIC X(08).
003900         10  RNC-START-TIME       PIC X(06).
004000         10  RNC-END-DATE         PIC X(08).
004100         10  RNC-END-TIME         PIC X(06).
004200         10  RNC-STEP-RC          PIC 9(04).
004300     05  FILLER                   PIC X(21).
