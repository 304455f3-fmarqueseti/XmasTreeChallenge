002500*                   TABLES BECOME A MAINTAINED DATASET. LAST
002600*                   MONTH THE NEW CUSTCARE DEPARTMENT SAT IN
002700*                   SUSPENSE FOR A WEEK WAITING ON A RECOMPILE.
002710*   2026-10-15  FM  LOAD THE C (CHARGEBACK COST RATE) RECORDS
002720*                   INTO THE NEW RATE TABLE. THERE IS NO COMPILED
002730*                   SEED FOR RATES - A RATE NOT YET MAINTAINED IS
002740*                   SIMPLY NOT ON THE TABLE.
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
006300     MOVE ZEROES TO REFT-DEPT-COUNT.
006400     MOVE ZEROES TO REFT-MSG-COUNT.
006500     MOVE ZEROES TO REFT-ORN-COUNT.
006510     MOVE ZEROES TO REFT-RATE-COUNT.
006600     MOVE "N" TO WS-EOF-SW.
006700     PERFORM 1000-LOAD-REFFILE THRU 1000-EXIT.
006800     PERFORM 2000-SEED-MISSING THRU 2000-EXIT.
012400                         MOVE REF-ORN-CHAR
012500                           TO REFT-ORN-CHAR(REFT-ORN-COUNT)
012600                     END-IF
012610                 WHEN REF-COST-RATE
012620                     IF REFT-RATE-COUNT < 10
012630                         ADD 1 TO REFT-RATE-COUNT
012640                         MOVE REF-RATE-CODE
012650                           TO REFT-RATE-CODE(REFT-RATE-COUNT)
012660                         MOVE REF-RATE-AMOUNT
012670                           TO REFT-RATE-AMOUNT(REFT-RATE-COUNT)
012680                     END-IF
012700             END-EVALUATE
012800     END-READ.
012900 1100-EXIT.
