000100******************************************************************
000200* COPYBOOK  : XMCHGPRM                                           *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : RUN PARAMETER FOR THE XMASCHG DEPARTMENT           *
000600*             CHARGEBACK. THE DATE RANGE SELECTS THE CARDSTAT    *
000700*             ACTIVITY BY CST-RUN-DATE - A BLANK FROM-DATE MEANS *
000800*             NO LOWER BOUND AND A BLANK TO-DATE NO UPPER BOUND. *
000900*             THE OPERATIONS COST CENTRE RECEIVES THE OFFSETTING *
001000*             CREDIT, THE TWO ACCOUNTS ARE THE GL ACCOUNTS THE   *
001100*             DEPARTMENT DEBITS AND THE OPERATIONS CREDIT POST   *
001200*             TO, AND A BLANK POSTING DATE MEANS THE RUN DATE.   *
001300*             DATES ARE YYYYMMDD.                                *
001400* CPD       : IBM                                                *
001500******************************************************************
001600* MODIFICATION HISTORY                                           *
001700*   2026-10-15  FM  INITIAL VERSION                              *
001800******************************************************************
001900 01  CHGP-RECORD.
002000     05  CHGP-FROM-DATE           PIC X(08).
002100     05  CHGP-TO-DATE             PIC X(08).
002200     05  CHGP-OPS-COST-CENTRE     PIC X(10).
002300     05  CHGP-DEBIT-ACCOUNT       PIC X(10).
002400     05  CHGP-CREDIT-ACCOUNT      PIC X(10).
002500     05  CHGP-POST-DATE           PIC X(08).
002600     05  FILLER                   PIC X(26).
