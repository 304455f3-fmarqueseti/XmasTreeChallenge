000100******************************************************************
000200* COPYBOOK  : XMDUPTRN                                           *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE OPERATOR DECISION ON THE DUPTRAN DATASET READ  *
000600*             BY XMASDUP AHEAD OF THE MATCHING PASSES.           *
000700*                DTR-ACTION: N = THE TWO IDS ARE NOT THE SAME    *
000800*                PERSON (ADD THE PAIR TO DUPEXCL),               *
000900*                U = UNDO AN EARLIER N (DROP THE PAIR)           *
001000*             THE IDS MAY BE GIVEN IN EITHER ORDER. DTR-REMARK   *
001100*             IS FREE TEXT KEPT ON DUPEXCL AS THE REASON.        *
001200* CPD       : IBM                                                *
001300******************************************************************
001400* MODIFICATION HISTORY                                           *
001500*   2026-10-15  FM  INITIAL VERSION                              *
001600******************************************************************
001700 01  DTR-RECORD.
001800     05  DTR-ACTION               PIC X(01).
001900         88  DTR-NOT-DUPLICATE        VALUE "N".
002000         88  DTR-UNDO                 VALUE "U".
002100     05  DTR-ID-1                 PIC X(06).
002200     05  DTR-ID-2                 PIC X(06).
002300     05  DTR-REMARK               PIC X(30).
002400     05  FILLER                   PIC X(37).
