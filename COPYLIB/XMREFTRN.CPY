000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE MAINTENANCE TRANSACTION AGAINST THE REFFILE    *
000600*             REFERENCE DATASET, APPLIED BY XMASRFU. ACTION      *
000700*             CODES ARE A (ADD), C (CHANGE), D (DELETE) AND R    *
000710*             (RENAME OR MERGE A DEPARTMENT - THE NEW NAME GOES  *
000720*             IN RTR-DEPT-NEW-NAME); THE                         *
000800*             REST OF THE RECORD IS THE XMREFREC IMAGE THE       *
000900*             TRANSACTION CARRIES. A DEPARTMENT IS KEYED BY ITS  *
001000*             NAME, A MESSAGE BY ITS CODE, AN ORNAMENT BY ITS    *
001100*             ROW AND COLUMN AND A COST RATE BY ITS RATE CODE.   *
001200* CPD       : IBM                                                *
001300******************************************************************
001400* MODIFICATION HISTORY                                           *
001500*   2026-09-03  FM  INITIAL VERSION                              *
001510*   2026-10-15  FM  ADDED THE C (CHARGEBACK COST RATE) SECTION   *
001520*   2026-10-15  FM  ADDED ACTION R (RENAME OR MERGE A DEPARTMENT)*
001530*                   AND RTR-DEPT-NEW-NAME                        *
001600******************************************************************
001700 01  RTR-RECORD.
001800     05  RTR-ACTION               PIC X(01).
001900         88  RTR-ADD                  VALUE "A".
002000         88  RTR-CHANGE               VALUE "C".
002100         88  RTR-DELETE               VALUE "D".
002110         88  RTR-RENAME               VALUE "R".
002200     05  RTR-TYPE                 PIC X(01).
002300         88  RTR-DEPARTMENT           VALUE "D".
002400         88  RTR-MESSAGE              VALUE "M".
002500         88  RTR-ORNAMENT             VALUE "O".
002510         88  RTR-COST-RATE            VALUE "C".
002600     05  RTR-DATA                 PIC X(79).
002700     05  RTR-DEPT-DATA REDEFINES RTR-DATA.
002800         10  RTR-DEPT-NAME        PIC X(10).
002850         10  RTR-DEPT-NEW-NAME    PIC X(10).
002900         10  FILLER               PIC X(59).
003000     05  RTR-MSG-DATA REDEFINES RTR-DATA.
003100         10  RTR-MSG-CODE         PIC 99.
003200         10  RTR-MSG-LINE1        PIC X(21).
003800         10  RTR-ORN-COLUMN       PIC 99.
003900         10  RTR-ORN-CHAR         PIC X(01).
004000         10  FILLER               PIC X(74).
004100     05  RTR-RATE-DATA REDEFINES RTR-DATA.
004200         10  RTR-RATE-CODE        PIC X(01).
004300             88  RTR-RATE-CODE-VALID  VALUES "P" "E" "R".
004400         10  RTR-RATE-AMOUNT      PIC 9(03)V99.
004500         10  RTR-RATE-DESC        PIC X(30).
004600         10  FILLER               PIC X(43).
