000500* OBJECTIVE : ONE RECORD OF THE REFFILE REFERENCE DATASET THAT   *
000600*             REPLACES THE COMPILED XMDEPT, XMMSG AND XMDECOR    *
000700*             TABLES. EACH RECORD CARRIES ONE DEPARTMENT (D),    *
000800*             ONE GREETING MESSAGE (M), ONE ORNAMENT OVERLAY     *
000900*             ENTRY (O) OR ONE CHARGEBACK COST RATE (C), SO A    *
001000*             NEW DEPARTMENT, LANGUAGE, DECORATION OR RATE IS A  *
001010*             DATASET CHANGE THROUGH XMASRFU, NOT A RECOMPILE.   *
001020*                REF-RATE-CODE: P = PRINTED CARD, E = GATEWAY-   *
001030*                EXPORTED CARD, R = BOUNCED-THEN-REPRINTED CARD  *
001100*             XMASRFL LOADS THE DATASET INTO THE XMREFTBL        *
001200*             TABLES AT RUN START; THE OLD COMPILED COPYBOOKS    *
001300*             SURVIVE ONLY AS THE FIRST-RUN SEED.                *
001400* CPD       : IBM                                                *
001500******************************************************************
001600* MODIFICATION HISTORY                                           *
001700*   2026-09-03  FM  INITIAL VERSION                              *
001710*   2026-10-15  FM  ADDED THE C (CHARGEBACK COST RATE) SECTION   *
001800******************************************************************
001900 01  REF-RECORD.
002000     05  REF-TYPE                 PIC X(01).
002100         88  REF-DEPARTMENT           VALUE "D".
002200         88  REF-MESSAGE              VALUE "M".
002300         88  REF-ORNAMENT             VALUE "O".
002310         88  REF-COST-RATE            VALUE "C".
002400     05  REF-DATA                 PIC X(79).
002500     05  REF-DEPT-DATA REDEFINES REF-DATA.
002600         10  REF-DEPT-NAME        PIC X(10).
003600         10  REF-ORN-COLUMN       PIC 99.
003700         10  REF-ORN-CHAR         PIC X(01).
003800         10  FILLER               PIC X(74).
003900     05  REF-RATE-DATA REDEFINES REF-DATA.
004000         10  REF-RATE-CODE        PIC X(01).
004100             88  REF-RATE-PRINTED     VALUE "P".
004200             88  REF-RATE-EXPORTED    VALUE "E".
004300             88  REF-RATE-REPRINTED   VALUE "R".
004400         10  REF-RATE-AMOUNT      PIC 9(03)V99.
004500         10  REF-RATE-DESC        PIC X(30).
004600         10  FILLER               PIC X(43).
