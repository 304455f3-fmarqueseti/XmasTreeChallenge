000500* OBJECTIVE : THE IN-STORAGE REFERENCE TABLES LOADED FROM THE    *
000600*             REFFILE DATASET BY THE XMASRFL SUBROUTINE AT RUN   *
000700*             START: THE KNOWN DEPARTMENT LIST, THE SELECTABLE   *
000800*             GREETING MESSAGES, THE ORNAMENT OVERLAY PATTERN    *
000900*             AND THE CHARGEBACK COST RATES. THE OCCURS CEILINGS *
001000*             (50 DEPARTMENTS, 20 MESSAGES, 50 ORNAMENTS)        *
001010*             REPLACE THE OLD COMPILED LIMITS OF 10, 3 AND 8;    *
001100*             THE RATE TABLE HOLDS UP TO 10 RATES. ONLY THE      *
001200*             FIRST *-COUNT ENTRIES OF ANY TABLE ARE MEANINGFUL. *
001300* CPD       : IBM                                                *
001400******************************************************************
001500* MODIFICATION HISTORY                                           *
001600*   2026-09-03  FM  INITIAL VERSION                              *
001610*   2026-10-15  FM  ADDED THE CHARGEBACK COST-RATE TABLE         *
001700******************************************************************
001800 01  REFT-TABLES.
001900     05  REFT-DEPT-COUNT          PIC 9(02).
003000         10  REFT-ORN-ROW         PIC 99.
003100         10  REFT-ORN-COLUMN      PIC 99.
003200         10  REFT-ORN-CHAR        PIC X(01).
003300     05  REFT-RATE-COUNT          PIC 9(02).
003400     05  REFT-RATE-ENTRY OCCURS 10 TIMES.
003500         10  REFT-RATE-CODE       PIC X(01).
003600         10  REFT-RATE-AMOUNT     PIC 9(03)V99.
