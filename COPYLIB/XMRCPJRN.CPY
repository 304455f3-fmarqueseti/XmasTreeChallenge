001000*             OUT ONE BATCH OR REBUILD THE MASTER TO A CHOSEN    *
001100*             POINT IN TIME. ALL TRANSACTIONS OF ONE XMASUPD     *
001200*             EXECUTION SHARE THE SAME DATE AND TIME STAMP -     *
001300*             THAT PAIR IS THE BATCH KEY. AN XMASRMT ONLINE      *
001310*             UPDATE IS STAMPED WITH THE TIME IT WAS MADE AND IS *
001320*             ITS OWN BATCH KEY.                                 *
001400*                JRN-ACTION: A = ADD, C = CHANGE, D = DELETE     *
001500* CPD       : IBM                                                *
001600******************************************************************
001700* MODIFICATION HISTORY                                           *
001800*   2026-09-03  FM  INITIAL VERSION                              *
001810*   2026-10-15  FM  ALSO WRITTEN BY THE XMASRMT ONLINE           *
001820*                   MAINTENANCE TRANSACTION, ONE RECORD PER      *
001830*                   UPDATE, STAMPED WITH THE DATE/TIME OF THE    *
001840*                   UPDATE. THE LAYOUT IS UNCHANGED.             *
001900******************************************************************
002000 01  JRN-RECORD.
002100     05  JRN-RUN-DATE             PIC X(08).
