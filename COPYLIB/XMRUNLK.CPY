000100******************************************************************
000200* COPYBOOK  : XMRUNLK                                            *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : CALL AREA FOR THE XMASRUN RUN-CONTROL SUBROUTINE.  *
000600*             THE CALLING STEP SETS THE FUNCTION (S = STEP IS    *
000700*             STARTING, E = STEP HAS ENDED), ITS STEP NUMBER     *
000800*             (1 XMASDRV, 2 XMASBAL, 3 XMASMAN, 4 XMASACK,       *
000900*             5 XMASCLS), THE RUN DATE (FOR XMASCLS THE SEASON   *
001000*             YEAR FOLLOWED BY SPACES), THE OPERATOR OVERRIDE    *
001100*             FLAG AND, ON AN END CALL, ITS RETURN CODE. XMASDRV *
001200*             ALSO PASSES ITS OUTPUT MODE. ON A START CALL       *
001300*             RUNL-RESULT N MEANS THE STEP MUST NOT RUN AND      *
001400*             RUNL-MESSAGE SAYS WHY; A MESSAGE WITH RESULT Y IS  *
001500*             A WARNING (AN OVERRIDDEN CHECK) TO BE DISPLAYED.   *
001600* CPD       : IBM                                                *
001700******************************************************************
001800* MODIFICATION HISTORY                                           *
001900*   2026-10-15  FM  INITIAL VERSION                              *
002000******************************************************************
002100 01  RUNL-AREA.
002200     05  RUNL-FUNCTION            PIC X(01).
002300         88  RUNL-START               VALUE "S".
002400         88  RUNL-END                 VALUE "E".
002500     05  RUNL-STEP                PIC 9(01).
002600         88  RUNL-STEP-DRV            VALUE 1.
002700         88  RUNL-STEP-BAL            VALUE 2.
002800         88  RUNL-STEP-MAN            VALUE 3.
002900         88  RUNL-STEP-ACK            VALUE 4.
003000         88  RUNL-STEP-CLS            VALUE 5.
003100     05  RUNL-RUN-DATE            PIC X(08).
003200     05  RUNL-OUTPUT-MODE         PIC X(01).
003300     05  RUNL-OVERRIDE            PIC X(01).
003400         88  RUNL-OVERRIDE-ON         VALUE "Y".
003500     05  RUNL-STEP-RC             PIC 9(04).
003600     05  RUNL-RESULT              PIC X(01).
003700         88  RUNL-ALLOWED             VALUE "Y".
003800         88  RUNL-REFUSED             VALUE "N".
003900     05  RUNL-MESSAGE             PIC X(60).
