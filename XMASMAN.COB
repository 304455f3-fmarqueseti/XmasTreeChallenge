002300*   --------------------------------------------------------------
002400*   2026-09-03  FM  INITIAL VERSION - THE BUNDLE HAND-OFF WAS A
002500*                   STACK OF PAPER AND TRUST.
002510*   2026-10-15  FM  CARDSTAT IS NOW INDEXED - THE RUN DATE'S P
002520*                   AND E CARDS ARE READ THROUGH THE STATUS/
002530*                   RUN-DATE ALTERNATE KEY, NOT THE WHOLE SEASON.
002540*   2026-10-15  FM  THE R CARDS XMASRPR REPRINTED FOR THE RUN
002550*                   DATE ARE LISTED AS REPLACEMENTS UNDER THE
002560*                   CARD THEY REPLACE. THEY ARE COUNTED APART
002570*                   FROM THE BUNDLE TOTAL, WHICH STILL MATCHES
002580*                   THE SEPARATOR PAGE.
002583*   2026-10-15  FM  THE STEP IS RECORDED ON THE RUNCTL RUN-CONTROL
002586*                   DATASET THROUGH XMASRUN AND REFUSED UNLESS
002589*                   XMASBAL FINISHED CLEANLY FOR THE RUN DATE, SO
002592*                   NO HAND-OFF SHEET PRINTS FOR A RUN THAT IS OUT
002595*                   OF BALANCE (PARM-STEP-OVERRIDE Y FORCES IT).
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
003400         ORGANIZATION IS INDEXED
003410         ACCESS MODE IS SEQUENTIAL
003420         RECORD KEY IS CST-KEY
003430         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
003500         FILE STATUS IS WS-CST-STATUS.
003600     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
003700         ORGANIZATION IS INDEXED
004900     RECORDING MODE IS F.
005000     COPY XMPARM.
005100*
005200 FD  STAT-FILE.
005400     COPY XMCRDST.
005500*
005600 FD  RECIP-FILE.
009000 77  WS-CARD-COUNT       PIC 9(06) VALUE ZEROES.
009100 77  WS-BUNDLE-COUNT     PIC 9(04) VALUE ZEROES.
009200 77  WS-BUNDLE-CARDS     PIC 9(06) VALUE ZEROES.
009210 77  WS-REPRINT-COUNT    PIC 9(06) VALUE ZEROES.
009220 77  WS-BUNDLE-REPRINTS  PIC 9(06) VALUE ZEROES.
009260 77  WS-STEP-OVERRIDE    PIC X(01) VALUE "N".
009300 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
009305     COPY XMRUNLK.
009310 01  WS-SEL-STAT-DATE.
009320     05  WS-SEL-STATUS       PIC X(01) VALUE SPACES.
009330     05  WS-SEL-RUN-DATE     PIC X(08) VALUE SPACES.
009400 01  WS-CURR-DEPT        PIC X(10) VALUE SPACES.
009500 01  WS-STATUS-TEXT      PIC X(11) VALUE SPACES.
009600 01  WS-EDIT-COUNT       PIC ZZZZZ9.
010500     SORT SORT-FILE
010600         ON ASCENDING KEY MAN-DEPT
010700                          MAN-PAGE
010710                          MAN-STATUS
010800         INPUT PROCEDURE IS 2000-SELECT-CARDS
010900                        THRU 2000-EXIT
011000         OUTPUT PROCEDURE IS 3000-WRITE-MANIFEST
011100                        THRU 3000-EXIT.
011200     PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011350     PERFORM 9200-RECORD-STEP-END THRU 9200-EXIT.
011400     GOBACK.
011500*
011600******************************************************************
012600                 IF PARM-RUN-DATE > SPACES
012700                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
012800                 END-IF
012825                 IF PARM-STEP-OVERRIDE > SPACES
012850                     MOVE PARM-STEP-OVERRIDE TO WS-STEP-OVERRIDE
012875                 END-IF
012900         END-READ
013000         CLOSE PARM-FILE
013100     END-IF.
013200     IF WS-RUN-DATE = SPACES
013300         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013400     END-IF.
013450     PERFORM 9100-RECORD-STEP-START THRU 9100-EXIT.
013500     OPEN OUTPUT REPORT-FILE.
013600     IF NOT WS-RPT-OK
013700         DISPLAY "XMASMAN - UNABLE TO OPEN MANRPT, STATUS = "
014500******************************************************************
014600* 2000-SELECT-CARDS - INPUT PROCEDURE: RELEASE ONE SORT RECORD   *
014700*                     PER CARDSTAT P OR E RECORD OF THE RUN      *
014710*                     DATE, EACH STATUS READ IN TURN THROUGH     *
014720*                     THE STATUS/RUN-DATE KEY, WITH THE NAME     *
014800*                     AND DEPARTMENT LOOKED UP ON THE MASTER.    *
014900*                     THE E CARDS ARE IN THE SEPARATOR-PAGE      *
015000*                     COUNT TOO, SO THEY BELONG ON THE MANIFEST. *
015010*                     THE R REPRINTS ARE PHYSICAL CARDS IN THE   *
015020*                     BUNDLE AND ARE SELECTED AS WELL.           *
015100*                     THE GATEWAY D AND B RECORDS ARE NOT        *
015200*                     PHYSICAL CARDS AND ARE NEVER SELECTED. A   *
015300*                     RECIPIENT SINCE DELETED IS LISTED UNDER    *
015400*                     DEPARTMENT "UNKNOWN" RATHER THAN DROPPED   *
015500*                     FROM THE MANIFEST.                         *
015600******************************************************************
015700 2000-SELECT-CARDS.
015800     OPEN INPUT STAT-FILE.
015900     IF WS-CST-OK
015910         SET WS-CST-OPEN TO TRUE
016100     END-IF.
016200     OPEN INPUT RECIP-FILE.
016300     IF WS-RCP-OK
016400         SET WS-RCP-OPEN TO TRUE
016500     END-IF.
016510     MOVE WS-RUN-DATE TO WS-SEL-RUN-DATE.
016520     IF WS-CST-OPEN
016530         MOVE "P" TO WS-SEL-STATUS
016540         PERFORM 2050-SELECT-ONE-STATUS THRU 2050-EXIT
016550         MOVE "E" TO WS-SEL-STATUS
016560         PERFORM 2050-SELECT-ONE-STATUS THRU 2050-EXIT
016562         MOVE "R" TO WS-SEL-STATUS
016564         PERFORM 2050-SELECT-ONE-STATUS THRU 2050-EXIT
016570     END-IF.
016800     IF WS-CST-OPEN
016900         CLOSE STAT-FILE
017000     END-IF.
017400 2000-EXIT.
017500     EXIT.
017600*
017610******************************************************************
017620* 2050-SELECT-ONE-STATUS - POSITION CARDSTAT ON THE FIRST RECORD *
017630*                          OF WS-SEL-STATUS FOR THE RUN DATE AND *
017640*                          RELEASE THAT STATUS'S CARDS. NO       *
017650*                          RECORD FOR THE KEY RELEASES NOTHING.  *
017660******************************************************************
017670 2050-SELECT-ONE-STATUS.
017680     MOVE "N" TO WS-CST-EOF-SW.
017690     MOVE WS-SEL-STAT-DATE TO CST-STAT-DATE.
017691     START STAT-FILE KEY IS EQUAL TO CST-STAT-DATE
017692         INVALID KEY
017693             SET WS-CST-EOF TO TRUE
017694     END-START.
017695     PERFORM 2100-RELEASE-ONE-CARD THRU 2100-EXIT
017696         UNTIL WS-CST-EOF.
017697 2050-EXIT.
017698     EXIT.
017699*
017700******************************************************************
017800* 2100-RELEASE-ONE-CARD - READ THE NEXT CARDSTAT RECORD ON THE   *
017900*                        STATUS/RUN-DATE KEY AND RELEASE IT TO   *
018000*                        THE SORT WHILE THE KEY STILL MATCHES.   *
018100******************************************************************
018200 2100-RELEASE-ONE-CARD.
018300     READ STAT-FILE NEXT RECORD
018400         AT END
018500             SET WS-CST-EOF TO TRUE
018600         NOT AT END
018700             IF CST-STAT-DATE NOT = WS-SEL-STAT-DATE
018800                 SET WS-CST-EOF TO TRUE
018810             ELSE
018900                 IF CST-REPRINTED
018910                     ADD 1 TO WS-REPRINT-COUNT
018920                 ELSE
018930                     ADD 1 TO WS-CARD-COUNT
018940                 END-IF
019000                 MOVE SPACES TO MAN-RECORD
019100                 MOVE "UNKNOWN" TO MAN-DEPT
019200                 MOVE "(NOT ON MASTER)" TO MAN-NAME
023700* 3050-MANIFEST-ONE-CARD - BREAK TO A NEW HAND-OFF SHEET WHEN    *
023800*                         THE DEPARTMENT CHANGES, PRINT ONE      *
023900*                         MANIFEST LINE, AND TAKE THE NEXT CARD. *
023910*                         A REPLACEMENT SORTS DIRECTLY UNDER THE *
023920*                         CARD IT REPLACES AND IS KEPT OUT OF    *
023930*                         THE BUNDLE TOTAL.                      *
024000******************************************************************
024100 3050-MANIFEST-ONE-CARD.
024200     IF NOT WS-BUNDLE-OPEN OR MAN-DEPT NOT = WS-CURR-DEPT
024300         PERFORM 3200-END-BUNDLE THRU 3200-EXIT
024400         PERFORM 3100-START-BUNDLE THRU 3100-EXIT
024500     END-IF.
024600     IF MAN-STATUS = "R"
024610         ADD 1 TO WS-BUNDLE-REPRINTS
024620     ELSE
024630         ADD 1 TO WS-BUNDLE-CARDS
024640     END-IF.
024700     EVALUATE MAN-STATUS
024800         WHEN "P"
024900             MOVE "PRINTED" TO WS-STATUS-TEXT
025000         WHEN "E"
025100             MOVE "PRINT ERROR" TO WS-STATUS-TEXT
025110         WHEN "R"
025120             MOVE "REPLACEMENT" TO WS-STATUS-TEXT
025200         WHEN OTHER
025300             MOVE "UNKNOWN" TO WS-STATUS-TEXT
025400     END-EVALUATE.
027000 3100-START-BUNDLE.
027100     MOVE MAN-DEPT TO WS-CURR-DEPT.
027200     MOVE ZEROES TO WS-BUNDLE-CARDS.
027210     MOVE ZEROES TO WS-BUNDLE-REPRINTS.
027300     SET WS-BUNDLE-OPEN TO TRUE.
027400     ADD 1 TO WS-BUNDLE-COUNT.
027500     MOVE SPACES TO PRT-RECORD.
029400*                   BUNDLE TOTAL, WHICH MUST MATCH THE COUNT ON  *
029500*                   THE XMASDRV SEPARATOR PAGE, AND THE          *
029600*                   COURIER'S SIGN-OFF LINE. SAFE TO CALL        *
029700*                   BEFORE THE FIRST SHEET HAS OPENED. ANY       *
029710*                   REPLACEMENT CARDS ARE TOTALLED ON A LINE OF  *
029720*                   THEIR OWN.                                   *
029800******************************************************************
029900 3200-END-BUNDLE.
030000     IF WS-BUNDLE-OPEN
030700                                    DELIMITED BY SIZE
030800           INTO PRT-TEXT
030900         WRITE PRT-RECORD
030910         IF WS-BUNDLE-REPRINTS > ZEROES
030920             MOVE WS-BUNDLE-REPRINTS TO WS-EDIT-COUNT
030930             MOVE SPACES TO PRT-RECORD
030940             MOVE " " TO PRT-CTL
030950             STRING "REPLACEMENTS:    " DELIMITED BY SIZE
030960                    WS-EDIT-COUNT       DELIMITED BY SIZE
030970                    "  - REPRINTS, NOT ON THE SEPARATOR PAGE"
030980                                        DELIMITED BY SIZE
030985               INTO PRT-TEXT
030990             WRITE PRT-RECORD
030995         END-IF
031000         MOVE SPACES TO PRT-RECORD
031100         MOVE "0" TO PRT-CTL
031200         MOVE "RECEIVED BY (COURIER): ______________________"
031900     EXIT.
032000*
032100******************************************************************
032200* 3900-WRITE-TRAILER - OVERALL TOTALS: CARDS MANIFESTED,         *
032300*                      REPLACEMENTS LISTED AND BUNDLES SHEETED.  *
032400******************************************************************
032500 3900-WRITE-TRAILER.
032600     MOVE WS-CARD-COUNT TO WS-EDIT-COUNT.
033900            WS-EDIT-COUNT   DELIMITED BY SIZE
034000       INTO PRT-TEXT.
034100     WRITE PRT-RECORD.
034110     MOVE WS-REPRINT-COUNT TO WS-EDIT-COUNT.
034120     MOVE SPACES TO PRT-RECORD.
034130     MOVE " " TO PRT-CTL.
034140     STRING "                  REPLACEMENTS: "
034150                            DELIMITED BY SIZE
034160            WS-EDIT-COUNT   DELIMITED BY SIZE
034170       INTO PRT-TEXT.
034180     WRITE PRT-RECORD.
034200     IF WS-CARD-COUNT = ZEROES
034300         MOVE SPACES TO PRT-RECORD
034400         MOVE " " TO PRT-CTL
035900 9000-EXIT.
036000     EXIT.
036100*
036102******************************************************************
036104* 9100-RECORD-STEP-START - RECORD THE START OF THE STEP ON       *
036106*                          THE RUNCTL RUN-CONTROL DATASET        *
036108*                          THROUGH XMASRUN, WHICH REFUSES IT     *
036110*                          UNLESS XMASBAL FINISHED CLEANLY       *
036112*                          FOR THE RUN DATE (OR                  *
036114*                          PARM-STEP-OVERRIDE IS Y).             *
036116******************************************************************
036118 9100-RECORD-STEP-START.
036120     SET RUNL-START TO TRUE.
036122     SET RUNL-STEP-MAN TO TRUE.
036124     MOVE WS-RUN-DATE TO RUNL-RUN-DATE.
036126     MOVE SPACES TO RUNL-OUTPUT-MODE.
036128     MOVE WS-STEP-OVERRIDE TO RUNL-OVERRIDE.
036130     MOVE ZEROES TO RUNL-STEP-RC.
036132     CALL "XMASRUN" USING RUNL-AREA.
036134     IF RUNL-MESSAGE NOT = SPACES
036136         DISPLAY "XMASMAN - RUN CONTROL: " RUNL-MESSAGE
036138     END-IF.
036140     IF RUNL-REFUSED
036142         DISPLAY "XMASMAN - STEP REFUSED BY RUN CONTROL"
036144         MOVE 8 TO RETURN-CODE
036146         GOBACK
036148     END-IF.
036150 9100-EXIT.
036152     EXIT.
036154*
036156******************************************************************
036158* 9200-RECORD-STEP-END - RECORD THE END OF THE STEP AND ITS      *
036160*                        RETURN CODE ON RUNCTL. THE CALL WOULD   *
036162*                        RESET RETURN-CODE, SO IT IS PUT BACK.   *
036164*                        A FAILED RECORDING IS ONLY REPORTED -   *
036166*                        THE STEP ITSELF HAS ALREADY FINISHED.   *
036168******************************************************************
036170 9200-RECORD-STEP-END.
036172     SET RUNL-END TO TRUE.
036174     MOVE RETURN-CODE TO RUNL-STEP-RC.
036176     CALL "XMASRUN" USING RUNL-AREA.
036178     MOVE RUNL-STEP-RC TO RETURN-CODE.
036180     IF RUNL-REFUSED
036182         DISPLAY "XMASMAN - RUN CONTROL: " RUNL-MESSAGE
036184     END-IF.
036186 9200-EXIT.
036188     EXIT.
036190*
036200 END PROGRAM XMASMAN.
