000100******************************************************************
000200* COPYBOOK  : XMDUPEXC                                           *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE PAIR OF RECIPIENT IDS AN OPERATOR HAS MARKED   *
000600*             "NOT A DUPLICATE" ON THE DUPEXCL DATASET. XMASDUP  *
000700*             NEVER SUSPENDS A PAIR HELD HERE. THE KEY IS THE    *
000800*             TWO IDS, LOWER ONE FIRST, SO A PAIR HAS ONE KEY    *
000900*             WHICHEVER WAY ROUND IT WAS KEYED.                  *
001000* CPD       : IBM                                                *
001100******************************************************************
001200* MODIFICATION HISTORY                                           *
001300*   2026-10-15  FM  INITIAL VERSION                              *
001400******************************************************************
001500 01  DXC-RECORD.
001600     05  DXC-KEY.
001700         10  DXC-ID-LOW           PIC X(06).
001800         10  DXC-ID-HIGH          PIC X(06).
001900     05  DXC-MARKED-DATE          PIC X(08).
002000     05  DXC-REMARK               PIC X(30).
002100     05  FILLER                   PIC X(30).
