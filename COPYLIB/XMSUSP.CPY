000900*                02 = RECIPIENT ID MISSING                       *
001000*                03 = DUPLICATE RECIPIENT ID                     *
001100*                04 = DEPARTMENT NOT ON KNOWN LIST               *
001105*                05 = SUSPECTED DUPLICATE PERSON                 *
001110*             SUSPFILE IS NOW A CUMULATIVE MASTER KEYED ON       *
001120*             SUS-RCP-ID: A RECORD CARRIES THE DATE IT FIRST     *
001130*             SUSPENDED AND THE LAST RUN THAT SAW IT BROKEN,     *
001140*             SURVIVES ACROSS RUNS, AND IS DROPPED BY THE RUN    *
001150*             THAT FINALLY ACCEPTS THE ID. XMASAGE REPORTS THE   *
001160*             AGING.                                             *
001165*             A REASON 05 RECORD IS WRITTEN BY XMASDUP, NOT BY   *
001170*             THE EDIT PASS: SUS-MATCH-ID IS THE ID THE          *
001175*             RECIPIENT SEEMS TO DUPLICATE AND SUS-MATCH-DATE    *
001180*             THE XMASDUP RUN THAT LAST CONFIRMED THE MATCH.     *
001185*             XMASDRV HOLDS THE ID OUT OF THE CARD RUN UNTIL     *
001190*             XMASDUP RELEASES IT.                               *
001200* CPD       : IBM                                                *
001300******************************************************************
001400* MODIFICATION HISTORY                                           *
001510*   2026-09-03  FM  ADDED SUS-FIRST-DATE AND SUS-LAST-DATE FOR   *
001520*                   THE CUMULATIVE SUSPENSE MASTER AND ITS       *
001530*                   AGING REPORT.                                *
001547*   2026-10-15  FM  REASON 05 (SUSPECTED DUPLICATE PERSON) WITH  *
001564*                   SUS-MATCH-ID AND SUS-MATCH-DATE TAKEN FROM   *
001581*                   FILLER.                                      *
001600******************************************************************
001700 01  SUS-RECORD.
001800     05  SUS-REASON-CODE          PIC X(02).
002100     05  SUS-RCP-DEPT             PIC X(10).
002200     05  SUS-FIRST-DATE           PIC X(08).
002300     05  SUS-LAST-DATE            PIC X(08).
002325     05  SUS-MATCH-ID             PIC X(06).
002350     05  SUS-MATCH-DATE           PIC X(08).
002375     05  FILLER                   PIC X(02).
