002700*                   WENT TO THE GATEWAY AND NOBODY NOTICED UNTIL
002800*                   THE BOUNCE COMPLAINTS. THE COUNTS USED TO BE
002900*                   EYEBALLED ACROSS FOUR REPORTS BY A HUMAN.
002910*   2026-10-15  FM  CARDSTAT IS NOW INDEXED. THE RUN DATE'S P AND
002920*                   E RECORDS ARE READ THROUGH THE STATUS/RUN-DATE
002930*                   KEY AND AN E IS CHECKED FOR A LATER P BY KEY
002940*                   ON A SECOND CARDSTAT CONNECTOR, REPLACING THE
002950*                   5000-ENTRY DISTINCT-RECIPIENT TABLE.
002960*   2026-10-15  FM  THE R (REPRINTED) CARDS XMASRPR ADDS FOR THE
002970*                   RUN DATE ARE COUNTED AND REPORTED, AND EACH
002980*                   MUST REPLACE A P OR E CARD OF THE SAME ID AND
002990*                   DATE - A REPRINT OF NOTHING IS OUT OF BALANCE.
002991*   2026-10-15  FM  THE STEP IS RECORDED ON THE RUNCTL RUN-CONTROL
002992*                   DATASET THROUGH XMASRUN AND REFUSED UNLESS
002993*                   XMASDRV FINISHED CLEANLY FOR THE RUN DATE
002994*                   (PARM-STEP-OVERRIDE Y FORCES IT). A PROOF RUN
002995*                   IS NOT RECORDED.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004000         RECORD KEY IS RCP-ID
004100         FILE STATUS IS WS-RCP-STATUS.
004200     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
004300         ORGANIZATION IS INDEXED
004310         ACCESS MODE IS SEQUENTIAL
004320         RECORD KEY IS CST-KEY
004330         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
004400         FILE STATUS IS WS-CST-STATUS.
004410     SELECT STAT-CHECK-FILE ASSIGN TO "CARDSTAT"
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS RANDOM
004440         RECORD KEY IS CSK-KEY
004450         ALTERNATE RECORD KEY IS CSK-STAT-DATE WITH DUPLICATES
004460         FILE STATUS IS WS-CSK-STATUS.
004500     SELECT EXPORT-FILE ASSIGN TO "CARDEXP"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-EXP-STATUS.
006300 FD  RECIP-FILE.
006400     COPY XMRECIP.
006500*
006600 FD  STAT-FILE.
006800     COPY XMCRDST.
006900*
006910 FD  STAT-CHECK-FILE.
006920     COPY XMCRDST REPLACING CST-RECORD      BY CSK-RECORD
006930                            CST-KEY         BY CSK-KEY
006940                            CST-RCP-ID      BY CSK-RCP-ID
006950                            CST-STAT-DATE   BY CSK-STAT-DATE
006960                            CST-STATUS      BY CSK-STATUS
006965                            CST-PRINTED     BY CSK-PRINTED
006970                            CST-DELIVERED   BY CSK-DELIVERED
006974                            CST-BOUNCED     BY CSK-BOUNCED
006976                            CST-REPRINTED   BY CSK-REPRINTED
006978                            CST-RUN-DATE    BY CSK-RUN-DATE
006982                            CST-PAGE-NUMBER BY CSK-PAGE-NUMBER
006985                            CST-MSG-CODE    BY CSK-MSG-CODE.
006990*
007000 FD  EXPORT-FILE
007100     RECORDING MODE IS F.
007200     COPY XMCRDEXP.
008700     88  WS-RCP-OK               VALUE "00".
008800 77  WS-CST-STATUS       PIC X(02) VALUE SPACES.
008900     88  WS-CST-OK               VALUE "00".
008910 77  WS-CSK-STATUS       PIC X(02) VALUE SPACES.
008920     88  WS-CSK-OK               VALUE "00".
009000 77  WS-EXP-STATUS       PIC X(02) VALUE SPACES.
009100     88  WS-EXP-OK               VALUE "00".
009200 77  WS-SUS-STATUS       PIC X(02) VALUE SPACES.
011700 77  WS-SUSP-ALL-COUNT   PIC 9(06) VALUE ZEROES.
011800 77  WS-ACCEPTED-COUNT   PIC 9(06) VALUE ZEROES.
011900 77  WS-EXPECTED-COUNT   PIC 9(06) VALUE ZEROES.
011910 77  WS-REPRINT-COUNT    PIC 9(06) VALUE ZEROES.
011920 77  WS-RPR-ORPHAN-COUNT PIC 9(06) VALUE ZEROES.
012210 77  WS-STEP-OVERRIDE    PIC X(01) VALUE "N".
012500 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
012550     COPY XMRUNLK.
012600 01  WS-SEL-STAT-DATE.
012700     05  WS-SEL-STATUS       PIC X(01) VALUE SPACES.
012800     05  WS-SEL-RUN-DATE     PIC X(08) VALUE SPACES.
013500 01  WS-EDIT-COUNT       PIC ZZZZZ9.
013600*
013700 PROCEDURE DIVISION.
015100     IF NOT WS-RUN-BALANCED
015200         MOVE 8 TO RETURN-CODE
015300     END-IF.
015325     IF NOT WS-PROOF-MODE
015350         PERFORM 9200-RECORD-STEP-END THRU 9200-EXIT
015375     END-IF.
015400     GOBACK.
015500*
015600******************************************************************
017400                 IF PARM-OUTPUT-MODE > SPACES
017500                     MOVE PARM-OUTPUT-MODE TO WS-OUTPUT-MODE
017600                 END-IF
017625                 IF PARM-STEP-OVERRIDE > SPACES
017650                     MOVE PARM-STEP-OVERRIDE TO WS-STEP-OVERRIDE
017675                 END-IF
017700         END-READ
017800         CLOSE PARM-FILE
017900     END-IF.
018000     IF WS-RUN-DATE = SPACES
018100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018200     END-IF.
018225     IF NOT WS-PROOF-MODE
018250         PERFORM 9100-RECORD-STEP-START THRU 9100-EXIT
018275     END-IF.
018300     OPEN OUTPUT REPORT-FILE.
018400     IF NOT WS-RPT-OK
018500         DISPLAY "XMASBAL - UNABLE TO OPEN BALRPT, STATUS = "
022200     EXIT.
022300*
022400******************************************************************
022500* 2200-COUNT-CARD-STATUS - COUNT THE DISTINCT RECIPIENTS         *
022600*                  CARDSTAT SHOWS FOR THE RUN DATE. EVERY P IS   *
022700*                  ONE CARDED RECIPIENT (THE KEY ALLOWS ONE PER  *
022800*                  ID AND DATE); AN E COUNTS AS ERRORED ONLY     *
022900*                  WHEN NO P FOR THE SAME ID FOLLOWED IT, SO A   *
023000*                  CLEAN RERUN BALANCES. THE GATEWAY D AND B     *
023100*                  RECORDS XMASACK ADDS ARE OUTCOME, NOT         *
023110*                  PRODUCTION, AND ARE NEVER READ. A MISSING     *
023120*                  CARDSTAT JUST COUNTS AS NOTHING CARDED.       *
023130*                  THE R REPRINTS ARE COUNTED ON THEIR OWN -     *
023140*                  THEY REPLACE A CARD ALREADY COUNTED AND ADD   *
023150*                  NO RECIPIENT TO THE EQUATION. A CHECK         *
023160*                  CONNECTOR THAT WILL NOT OPEN SETS RC 8.       *
023200******************************************************************
023300 2200-COUNT-CARD-STATUS.
023400     OPEN INPUT STAT-FILE.
023500     IF WS-CST-OK
023510         OPEN INPUT STAT-CHECK-FILE
023511         IF WS-CSK-OK
023520             MOVE WS-RUN-DATE TO WS-SEL-RUN-DATE
023530             MOVE "P" TO WS-SEL-STATUS
023540             PERFORM 2220-COUNT-ONE-STATUS THRU 2220-EXIT
023550             MOVE "E" TO WS-SEL-STATUS
023560             PERFORM 2220-COUNT-ONE-STATUS THRU 2220-EXIT
023562             MOVE "R" TO WS-SEL-STATUS
023564             PERFORM 2220-COUNT-ONE-STATUS THRU 2220-EXIT
023570             CLOSE STAT-CHECK-FILE
023572         ELSE
023574             DISPLAY "XMASBAL - UNABLE TO OPEN CARDSTAT CHECK "
023576                     "CONNECTOR, STATUS = " WS-CSK-STATUS
023578             MOVE 8 TO RETURN-CODE
023580         END-IF
023800         CLOSE STAT-FILE
023900     END-IF.
024800 2200-EXIT.
024900     EXIT.
025000*
025010******************************************************************
025020* 2220-COUNT-ONE-STATUS - POSITION CARDSTAT ON THE FIRST RECORD  *
025030*                         OF WS-SEL-STATUS FOR THE RUN DATE AND  *
025040*                         TALLY EVERY ONE OF THEM.               *
025050******************************************************************
025060 2220-COUNT-ONE-STATUS.
025070     MOVE "N" TO WS-CST-EOF-SW.
025080     MOVE WS-SEL-STAT-DATE TO CST-STAT-DATE.
025090     START STAT-FILE KEY IS EQUAL TO CST-STAT-DATE
025100         INVALID KEY
025110             SET WS-CST-EOF TO TRUE
025120     END-START.
025130     PERFORM 2250-TALLY-ONE-STATUS THRU 2250-EXIT
025140         UNTIL WS-CST-EOF.
025150 2220-EXIT.
025160     EXIT.
025170*
025200******************************************************************
025210* 2250-TALLY-ONE-STATUS - READ THE NEXT CARDSTAT RECORD ON THE   *
025220*                        STATUS/RUN-DATE KEY AND COUNT IT. AN E  *
025230*                        IS LOOKED UP AS A P ON THE CHECK        *
025240*                        CONNECTOR; FOUND MEANS THE RERUN        *
025250*                        PRINTED IT AND IT IS ALREADY CARDED.    *
025260*                        AN R IS CHECKED FOR THE CARD IT         *
025270*                        REPLACES.                               *
025400******************************************************************
025500 2250-TALLY-ONE-STATUS.
025600     READ STAT-FILE NEXT RECORD
025700         AT END
025800             SET WS-CST-EOF TO TRUE
025900         NOT AT END
026000             IF CST-STAT-DATE NOT = WS-SEL-STAT-DATE
026100                 SET WS-CST-EOF TO TRUE
026200             ELSE
026210                 EVALUATE TRUE
026215                     WHEN CST-PRINTED
026220                         ADD 1 TO WS-CARDED-COUNT
026225                     WHEN CST-REPRINTED
026230                         PERFORM 2270-CHECK-REPRINT THRU 2270-EXIT
026235                     WHEN OTHER
026240                         MOVE CST-RCP-ID TO CSK-RCP-ID
026250                         MOVE "P" TO CSK-STATUS
026260                         MOVE CST-RUN-DATE TO CSK-RUN-DATE
026270                         READ STAT-CHECK-FILE
026280                             INVALID KEY
026290                                 ADD 1 TO WS-ERRORED-COUNT
026300                         END-READ
026310                 END-EVALUATE
026320             END-IF
026400     END-READ.
026500 2250-EXIT.
026600     EXIT.
026610*
026620******************************************************************
026630* 2270-CHECK-REPRINT - COUNT ONE R CARD AND LOOK UP THE CARD IT  *
026640*                      REPLACES, P FIRST AND THEN E, ON THE      *
026650*                      CHECK CONNECTOR. NEITHER MEANS A REPRINT  *
026660*                      WITH NO ORIGINAL IN THE RUN.              *
026670******************************************************************
026680 2270-CHECK-REPRINT.
026690     ADD 1 TO WS-REPRINT-COUNT.
026700     MOVE CST-RCP-ID TO CSK-RCP-ID.
026710     MOVE "P" TO CSK-STATUS.
026720     MOVE CST-RUN-DATE TO CSK-RUN-DATE.
026730     READ STAT-CHECK-FILE
026740         INVALID KEY
026750             MOVE "E" TO CSK-STATUS
026760             READ STAT-CHECK-FILE
026770                 INVALID KEY
026780                     ADD 1 TO WS-RPR-ORPHAN-COUNT
026790             END-READ
026800     END-READ.
026810 2270-EXIT.
026820     EXIT.
030100*
030200******************************************************************
030300* 2400-COUNT-EXPORTS - RECOUNT THE CARDEXP H RECORDS FOR THE     *
035800*                      EXPORT RUN EXPORTED = CARDED. THE EXPORT  *
035900*                      CHECK IS SKIPPED IN RERUN MODE - A RERUN  *
036000*                      LEGITIMATELY RE-EXPORTS ONLY THE CARDS    *
036100*                      IT REPRODUCED. EVERY R REPRINT MUST       *
036110*                      REPLACE A CARD OF THE RUN.                *
036200******************************************************************
036300 3000-PROVE-BALANCE.
036400     COMPUTE WS-ACCEPTED-COUNT =
037300      AND WS-EXPORTED-COUNT NOT = WS-CARDED-COUNT
037400         MOVE "N" TO WS-BALANCED-SW
037500     END-IF.
037510     IF WS-RPR-ORPHAN-COUNT > ZEROES
037520         MOVE "N" TO WS-BALANCED-SW
037530     END-IF.
037600 3000-EXIT.
037700     EXIT.
037800*
041000     PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT.
041100     MOVE "CARDSTAT IN ERROR (E):" TO PRT-TEXT(1:22).
041200     WRITE PRT-RECORD.
041210     MOVE WS-REPRINT-COUNT TO WS-EDIT-COUNT.
041220     PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT.
041230     MOVE "CARDSTAT REPRINTED (R):" TO PRT-TEXT(1:23).
041240     WRITE PRT-RECORD.
041250     MOVE WS-RPR-ORPHAN-COUNT TO WS-EDIT-COUNT.
041260     PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT.
041270     MOVE "  WITH NO ORIGINAL CARD:" TO PRT-TEXT(1:24).
041280     WRITE PRT-RECORD.
041300     MOVE WS-EXPORTED-COUNT TO WS-EDIT-COUNT.
041400     PERFORM 3550-WRITE-COUNT-LINE THRU 3550-EXIT.
041500     MOVE "CARDEXP H RECORDS:" TO PRT-TEXT(1:18).
046000           TO PRT-TEXT(42:34)
046100         WRITE PRT-RECORD
046200     END-IF.
046210     IF WS-RPR-ORPHAN-COUNT > ZEROES
046220         MOVE SPACES TO PRT-RECORD
046230         MOVE " " TO PRT-CTL
046240         MOVE "  CARDSTAT HOLDS REPRINTS WITH NO P OR E CARD"
046250           TO PRT-TEXT(1:45)
046260         MOVE " OF THE SAME ID FOR THE RUN DATE"
046270           TO PRT-TEXT(46:32)
046280         WRITE PRT-RECORD
046290     END-IF.
046300 3500-EXIT.
046400     EXIT.
046500*
048500 9000-EXIT.
048600     EXIT.
048700*
048702******************************************************************
048704* 9100-RECORD-STEP-START - RECORD THE START OF THE STEP ON       *
048706*                          THE RUNCTL RUN-CONTROL DATASET        *
048708*                          THROUGH XMASRUN, WHICH REFUSES IT     *
048710*                          UNLESS XMASDRV FINISHED CLEANLY       *
048712*                          FOR THE RUN DATE (OR                  *
048714*                          PARM-STEP-OVERRIDE IS Y).             *
048716******************************************************************
048718 9100-RECORD-STEP-START.
048720     SET RUNL-START TO TRUE.
048722     SET RUNL-STEP-BAL TO TRUE.
048724     MOVE WS-RUN-DATE TO RUNL-RUN-DATE.
048726     MOVE SPACES TO RUNL-OUTPUT-MODE.
048728     MOVE WS-STEP-OVERRIDE TO RUNL-OVERRIDE.
048730     MOVE ZEROES TO RUNL-STEP-RC.
048732     CALL "XMASRUN" USING RUNL-AREA.
048734     IF RUNL-MESSAGE NOT = SPACES
048736         DISPLAY "XMASBAL - RUN CONTROL: " RUNL-MESSAGE
048738     END-IF.
048740     IF RUNL-REFUSED
048742         DISPLAY "XMASBAL - STEP REFUSED BY RUN CONTROL"
048744         MOVE 8 TO RETURN-CODE
048746         GOBACK
048748     END-IF.
048750 9100-EXIT.
048752     EXIT.
048754*
048756******************************************************************
048758* 9200-RECORD-STEP-END - RECORD THE END OF THE STEP AND ITS      *
048760*                        RETURN CODE ON RUNCTL. THE CALL WOULD   *
048762*                        RESET RETURN-CODE, SO IT IS PUT BACK.   *
048764*                        A FAILED RECORDING IS ONLY REPORTED -   *
048766*                        THE STEP ITSELF HAS ALREADY FINISHED.   *
048768******************************************************************
048770 9200-RECORD-STEP-END.
048772     SET RUNL-END TO TRUE.
048774     MOVE RETURN-CODE TO RUNL-STEP-RC.
048776     CALL "XMASRUN" USING RUNL-AREA.
048778     MOVE RUNL-STEP-RC TO RETURN-CODE.
048780     IF RUNL-REFUSED
048782         DISPLAY "XMASBAL - RUN CONTROL: " RUNL-MESSAGE
048784     END-IF.
048786 9200-EXIT.
048788     EXIT.
048790*
048800 END PROGRAM XMASBAL.
