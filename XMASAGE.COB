002300*   2026-09-03  FM  INITIAL VERSION - COMPANION TO THE CUMULATIVE
002400*                   SUSPENSE MASTER. SUSPFILE USED TO BE WIPED BY
002500*                   EVERY RUN, SO THERE WAS NOTHING TO AGE.
002510*   2026-10-15  FM  REASON 05 (SUSPECTED DUPLICATE PERSON, SET BY
002520*                   XMASDUP) IS LISTED WITH THE ID IT MATCHED AND
002530*                   HAS ITS OWN RECAP LINE.
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
006400 01  WS-OLDEST-ID        PIC X(06) VALUE SPACES.
006500 01  WS-REASON-TEXT      PIC X(25) VALUE SPACES.
006600*    SUSPENSE RECORDS STILL WAITING, RECAPPED BY REASON CODE
006700*    01-05; ANYTHING ELSE ON THE MASTER FALLS IN THE LAST ROW.
006800 01  WS-REASON-RECAP-TABLE.
006900     05  WS-REASON-COUNT OCCURS 6 TIMES
007000                         PIC 9(06).
007100 01  WS-EDIT-COUNT       PIC ZZZZZ9.
007200 01  WS-EDIT-DAYS        PIC ZZZZ9.
018600         WHEN "04"
018700             MOVE "UNKNOWN DEPARTMENT" TO WS-REASON-TEXT
018800             ADD 1 TO WS-REASON-COUNT(4)
018820         WHEN "05"
018840             MOVE SPACES TO WS-REASON-TEXT
018850             STRING "SUSPECTED DUP OF " DELIMITED BY SIZE
018860                    SUS-MATCH-ID        DELIMITED BY SIZE
018870               INTO WS-REASON-TEXT
018880             ADD 1 TO WS-REASON-COUNT(5)
018900         WHEN OTHER
019000             MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
019100             ADD 1 TO WS-REASON-COUNT(6)
019200     END-EVALUATE.
019300     MOVE SPACES TO PRT-RECORD.
019400     MOVE " " TO PRT-CTL.
023300     PERFORM 3850-WRITE-RECAP-LINE THRU 3850-EXIT.
023400     MOVE "04 UNKNOWN DEPARTMENT:" TO PRT-TEXT(3:22).
023500     WRITE PRT-RECORD.
023520     MOVE WS-REASON-COUNT(5) TO WS-EDIT-COUNT.
023540     PERFORM 3850-WRITE-RECAP-LINE THRU 3850-EXIT.
023560     MOVE "05 SUSPECTED DUPLICATE:" TO PRT-TEXT(3:23).
023580     WRITE PRT-RECORD.
023600     IF WS-REASON-COUNT(6) > ZEROES
023700         MOVE WS-REASON-COUNT(6) TO WS-EDIT-COUNT
023800         PERFORM 3850-WRITE-RECAP-LINE THRU 3850-EXIT
023900         MOVE "?? UNKNOWN REASON:" TO PRT-TEXT(3:18)
024000         WRITE PRT-RECORD
