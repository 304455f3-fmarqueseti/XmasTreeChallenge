000100******************************************************************
000200* COPYBOOK  : XMGLJRN                                            *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE RECORD OF THE GLJRNL GENERAL-LEDGER JOURNAL    *
000600*             WRITTEN BY XMASCHG FOR THE GL INTERFACE. ONE H     *
000700*             (HEADER) RECORD CARRYING THE SOURCE, POSTING DATE  *
000800*             AND THE ACTIVITY RANGE, THEN ONE D (DETAIL) ENTRY  *
000900*             PER POSTING, THEN ONE T (TRAILER) RECORD WITH THE  *
001000*             ENTRY COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH *
001100*             ARE EQUAL ON A BALANCED JOURNAL.                   *
001200*                GLJ-DR-CR: D = DEBIT, C = CREDIT                *
001300*             AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.    *
001400* CPD       : IBM                                                *
001500******************************************************************
001600* MODIFICATION HISTORY                                           *
001700*   2026-10-15  FM  INITIAL VERSION                              *
001800******************************************************************
001900 01  GLJ-RECORD.
002000     05  GLJ-REC-TYPE             PIC X(01).
002100         88  GLJ-HEADER               VALUE "H".
002200         88  GLJ-DETAIL               VALUE "D".
002300         88  GLJ-TRAILER              VALUE "T".
002400     05  GLJ-DATA                 PIC X(79).
002500     05  GLJ-DETAIL-DATA REDEFINES GLJ-DATA.
002600         10  GLJ-COST-CENTRE      PIC X(10).
002700         10  GLJ-ACCOUNT          PIC X(10).
002800         10  GLJ-DR-CR            PIC X(01).
002900             88  GLJ-DEBIT            VALUE "D".
003000             88  GLJ-CREDIT           VALUE "C".
003100         10  GLJ-AMOUNT           PIC 9(09)V99.
003200         10  GLJ-POST-DATE        PIC X(08).
003300         10  GLJ-DESC             PIC X(30).
003400         10  FILLER               PIC X(09).
003500     05  GLJ-HEADER-DATA REDEFINES GLJ-DATA.
003600         10  GLJ-SOURCE           PIC X(08).
003700         10  GLJ-HDR-POST-DATE    PIC X(08).
003800         10  GLJ-FROM-DATE        PIC X(08).
003900         10  GLJ-TO-DATE          PIC X(08).
004000         10  FILLER               PIC X(47).
004100     05  GLJ-TRAILER-DATA REDEFINES GLJ-DATA.
004200         10  GLJ-ENTRY-COUNT      PIC 9(06).
004300         10  GLJ-TOTAL-DEBITS     PIC 9(09)V99.
004400         10  GLJ-TOTAL-CREDITS    PIC 9(09)V99.
004500         10  FILLER               PIC X(51).
