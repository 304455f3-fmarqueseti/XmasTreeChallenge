002600*   2026-09-03  FM  INITIAL VERSION - AUDITLOG AND CARDSTAT GREW
002700*                   FOREVER AND NOTHING DISTINGUISHED ONE SEASON
002800*                   FROM ALL HISTORY.
002810*   2026-10-15  FM  CARDSTAT IS NOW INDEXED - ROLLED IN KEY
002820*                   ORDER AND RESET BY RECREATING THE CLUSTER.
002836*   2026-10-15  FM  THE CLOSE-OUT IS RECORDED ON THE RUNCTL SEASON
002852*                   RECORD THROUGH XMASRUN AND REFUSED WHILE ANY
002868*                   RUN DATE OF THE SEASON HAS NOT FINISHED ITS
002884*                   CYCLE (CLSP-STEP-OVERRIDE Y FORCES IT).
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-AUDIT-STATUS.
003900     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
004000         ORGANIZATION IS INDEXED
004010         ACCESS MODE IS SEQUENTIAL
004020         RECORD KEY IS CST-KEY
004030         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
004100         FILE STATUS IS WS-CST-STATUS.
004200     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
004300         ORGANIZATION IS INDEXED
006900     RECORDING MODE IS F.
007000     COPY XMAUDIT.
007100*
007200 FD  STAT-FILE.
007400     COPY XMCRDST.
007500*
007600 FD  SUSP-FILE.
014200 77  WS-PURGE-YEAR       PIC 9(04) VALUE ZEROES.
014300 77  WS-PURGE-FLOOR      PIC 9(04) VALUE ZEROES.
014350 77  WS-SEASON-NUM       PIC 9(04) VALUE ZEROES.
014375 77  WS-STEP-OVERRIDE    PIC X(01) VALUE "N".
014400 01  WS-TODAY            PIC X(08) VALUE SPACES.
014500 01  WS-SEASON-YEAR      PIC X(04) VALUE SPACES.
014550     COPY XMRUNLK.
014600 01  WS-ARCHIVE-NAME     PIC X(08) VALUE SPACES.
014700 01  WS-LOOKUP-DEPT      PIC X(10) VALUE SPACES.
014800*    CARDS PER DEPARTMENT FOR THE SEASON BEING CLOSED, BUILT BY
016900     PERFORM 3200-PURGE-OLD-ARCHIVES THRU 3200-EXIT.
017000     PERFORM 3900-WRITE-REPORT THRU 3900-EXIT.
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017150     PERFORM 9200-RECORD-STEP-END THRU 9200-EXIT.
017200     GOBACK.
017300*
017400******************************************************************
019300                  AND CLSP-KEEP-YEARS > ZEROES
019400                     MOVE CLSP-KEEP-YEARS TO WS-KEEP-YEARS
019500                 END-IF
019525                 IF CLSP-STEP-OVERRIDE > SPACES
019550                     MOVE CLSP-STEP-OVERRIDE TO WS-STEP-OVERRIDE
019575                 END-IF
019600         END-READ
019700         CLOSE CLSPARM-FILE
019800     END-IF.
019900     PERFORM 1300-CHECK-DUP-CLOSE THRU 1300-EXIT.
019950     PERFORM 9100-RECORD-STEP-START THRU 9100-EXIT.
020000     OPEN OUTPUT REPORT-FILE.
020100     IF NOT WS-RPT-OK
020200         DISPLAY "XMASCLS - UNABLE TO OPEN CLSRPT, STATUS = "
043800******************************************************************
043900* 3000-RESET-WORKING-FILES - THE SEASON IS SAFELY ON SEASHIST,   *
044000*                  SO THE WORKING DATASETS ARE RECREATED EMPTY   *
044100*                  FOR THE NEW SEASON - THE CARDSTAT KEYS AND    *
044200*                  THE AUDITLOG START THE YEAR WITHOUT YEARS OF  *
044300*                  HISTORY. A DATASET THAT NEVER EXISTED IS      *
044400*                  LEFT THAT WAY.                                *
044500******************************************************************
058100 9000-EXIT.
058200     EXIT.
058300*
058302******************************************************************
058304* 9100-RECORD-STEP-START - RECORD THE START OF THE CLOSE-OUT     *
058306*                          ON THE RUNCTL SEASON RECORD           *
058308*                          THROUGH XMASRUN, WHICH REFUSES IT     *
058310*                          WHILE ANY RUN DATE OF THE SEASON      *
058312*                          HAS NOT FINISHED ITS CYCLE (UNLESS    *
058314*                          CLSP-STEP-OVERRIDE IS Y).             *
058316******************************************************************
058318 9100-RECORD-STEP-START.
058320     SET RUNL-START TO TRUE.
058322     SET RUNL-STEP-CLS TO TRUE.
058324     MOVE WS-SEASON-YEAR TO RUNL-RUN-DATE(1:4).
058326     MOVE SPACES TO RUNL-RUN-DATE(5:4).
058328     MOVE SPACES TO RUNL-OUTPUT-MODE.
058330     MOVE WS-STEP-OVERRIDE TO RUNL-OVERRIDE.
058332     MOVE ZEROES TO RUNL-STEP-RC.
058334     CALL "XMASRUN" USING RUNL-AREA.
058336     IF RUNL-MESSAGE NOT = SPACES
058338         DISPLAY "XMASCLS - RUN CONTROL: " RUNL-MESSAGE
058340     END-IF.
058342     IF RUNL-REFUSED
058344         DISPLAY "XMASCLS - STEP REFUSED BY RUN CONTROL"
058346         MOVE 8 TO RETURN-CODE
058348         GOBACK
058350     END-IF.
058352 9100-EXIT.
058354     EXIT.
058356*
058358******************************************************************
058360* 9200-RECORD-STEP-END - RECORD THE END OF THE STEP AND ITS      *
058362*                        RETURN CODE ON RUNCTL. THE CALL WOULD   *
058364*                        RESET RETURN-CODE, SO IT IS PUT BACK.   *
058366*                        A FAILED RECORDING IS ONLY REPORTED -   *
058368*                        THE STEP ITSELF HAS ALREADY FINISHED.   *
058370******************************************************************
058372 9200-RECORD-STEP-END.
058374     SET RUNL-END TO TRUE.
058376     MOVE RETURN-CODE TO RUNL-STEP-RC.
058378     CALL "XMASRUN" USING RUNL-AREA.
058380     MOVE RUNL-STEP-RC TO RETURN-CODE.
058382     IF RUNL-REFUSED
058384         DISPLAY "XMASCLS - RUN CONTROL: " RUNL-MESSAGE
058386     END-IF.
058388 9200-EXIT.
058390     EXIT.
058392*
058400 END PROGRAM XMASCLS.
