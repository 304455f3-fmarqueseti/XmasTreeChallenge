000100******************************************************************
000200* COPYBOOK  : XMRPRREQ                                           *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE CARD-REPRINT REQUEST ON THE RPRREQ DATASET     *
000600*             READ BY XMASRPR. A REQUEST NAMES THE RUN DATE THE  *
000700*             CARDS WERE PRODUCED ON AND EITHER ONE RECIPIENT OR *
000800*             A RANGE OF CST-PAGE-NUMBERS FROM THAT RUN.         *
000900*                RPQ-TYPE: I = ONE RECIPIENT (RPQ-RCP-ID),       *
001000*                P = PAGE RANGE (RPQ-PAGE-FROM THRU RPQ-PAGE-TO) *
001100*             RPQ-REMARK IS FREE TEXT (WHY THE CARDS ARE BEING   *
001200*             REPRINTED) AND IS ECHOED ON THE REQUEST LOG.       *
001300* CPD       : IBM                                                *
001400******************************************************************
001500* MODIFICATION HISTORY                                           *
001600*   2026-10-15  FM  INITIAL VERSION                              *
001700******************************************************************
001800 01  RPQ-RECORD.
001900     05  RPQ-TYPE                 PIC X(01).
002000         88  RPQ-BY-ID                VALUE "I".
002100         88  RPQ-BY-PAGE              VALUE "P".
002200     05  RPQ-RUN-DATE             PIC X(08).
002300     05  RPQ-RCP-ID               PIC X(06).
002400     05  RPQ-PAGE-FROM            PIC 9(04).
002500     05  RPQ-PAGE-TO              PIC 9(04).
002600     05  RPQ-REMARK               PIC X(30).
002700     05  FILLER                   PIC X(27).
