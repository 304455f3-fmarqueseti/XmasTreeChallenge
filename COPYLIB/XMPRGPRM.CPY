000100******************************************************************
000200* COPYBOOK  : XMPRGPRM                                           *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : SELECTION PARAMETER FOR THE XMASPRG RETENTION      *
000600*             PURGE. NAMES THE SEASON YEAR THE PURGE RUNS FOR    *
000700*             (BLANK MEANS THE CURRENT YEAR) AND HOW MANY        *
000800*             SEASONS A DEPARTED RECIPIENT'S NAME IS KEPT AFTER  *
000900*             THE SEASON OF THE DELETE (ZERO OR BLANK MEANS THE  *
001000*             STANDARD THREE, THE SAME AS THE XMASCLS ARCHIVE    *
001100*             RETENTION). PRGP-LIST-ONLY Y PRINTS THE PURGE      *
001200*             REGISTER WITHOUT CHANGING ANY DATASET, FOR THE     *
001300*             RECORDS OFFICER TO APPROVE FIRST.                  *
001400* CPD       : IBM                                                *
001500******************************************************************
001600* MODIFICATION HISTORY                                           *
001700*   2026-10-15  FM  INITIAL VERSION                              *
001800******************************************************************
001900 01  PRGP-RECORD.
002000     05  PRGP-SEASON-YEAR         PIC X(04).
002100     05  PRGP-KEEP-SEASONS        PIC 99.
002200     05  PRGP-LIST-ONLY           PIC X(01).
002300         88  PRGP-LIST-ONLY-RUN       VALUE "Y".
002400     05  FILLER                   PIC X(73).
