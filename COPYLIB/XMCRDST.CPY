000200* COPYBOOK  : XMCRDST                                            *
000300* DATE      : 2026-08-22                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE CARD-STATUS RECORD PER RECIPIENT, WRITTEN TO   *
000600*             THE CARDSTAT DATASET BY XMASDRV AS EACH CARD       *
000700*             COMPLETES. A RERUN AFTER AN ABEND SKIPS THE        *
000800*             RECIPIENTS ALREADY MARKED PRINTED FOR THE SAME RUN *
000900*             DATE, AND THE DATASET DOUBLES AS THE PROOF-OF-     *
001000*             DISTRIBUTION RECORD FOR THE SEASON.                *
001100*                CST-STATUS: P = CARD PRINTED, E = PRINT ERROR,  *
001110*                D = GATEWAY DELIVERED, B = GATEWAY BOUNCED,     *
001115*                R = CARD REPRINTED BY XMASRPR                   *
001120*             CARDSTAT IS INDEXED ON CST-KEY (RECIPIENT ID,      *
001130*             STATUS, RUN DATE) SO EVERY P/D/B OUTCOME IS KEPT   *
001140*             AS ITS OWN RECORD, WITH THE ALTERNATE KEY          *
001150*             CST-STAT-DATE (STATUS, RUN DATE - DUPLICATES) FOR  *
001160*             THE PROGRAMS THAT WORK ONE RUN DATE AT A TIME.     *
001200* CPD       : IBM                                                *
001300******************************************************************
001400* MODIFICATION HISTORY                                           *
001520*                   XMASACK FROM THE EMAIL-GATEWAY DELIVERY      *
001530*                   ACKNOWLEDGMENTS, SO THE DATASET CARRIES THE  *
001540*                   GATEWAY OUTCOME NEXT TO THE PRINT OUTCOME.   *
001550*   2026-10-15  FM  CARDSTAT MADE AN INDEXED DATASET. ADDED THE  *
001560*                   CST-KEY AND CST-STAT-DATE KEY GROUPS OVER    *
001570*                   THE EXISTING FIELDS - RECORD LAYOUT AND      *
001580*                   SEASHIST IMAGES ARE UNCHANGED.               *
001581*   2026-10-15  FM  ADDED THE R (REPRINTED) STATUS WRITTEN BY    *
001582*                   XMASRPR, AND CST-MSG-CODE - THE GREETING     *
001583*                   CODE THE CARD WAS RENDERED WITH - SO A       *
001584*                   REPRINT CARRIES THE ORIGINAL GREETING.       *
001600******************************************************************
001700 01  CST-RECORD.
001710     05  CST-KEY.
001800         10  CST-RCP-ID           PIC X(06).
001810         10  CST-STAT-DATE.
001900             15  CST-STATUS       PIC X(01).
002000                 88  CST-PRINTED      VALUE "P".
002010                 88  CST-DELIVERED    VALUE "D".
002020                 88  CST-BOUNCED      VALUE "B".
002030                 88  CST-REPRINTED    VALUE "R".
002100             15  CST-RUN-DATE     PIC X(08).
002200     05  CST-PAGE-NUMBER          PIC 9(04).
002210     05  CST-MSG-CODE             PIC X(02).
002300     05  FILLER                   PIC X(59).
