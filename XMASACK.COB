000400* OBJECTIVE : RECONCILE THE EMAIL GATEWAY'S DELIVERY             *
000500*             ACKNOWLEDGMENTS AGAINST THE CARDEXP FEED XMASDRV   *
000600*             EXPORTED. EVERY ACKNOWLEDGED CARD GETS A DELIVERED *
000700*             OR BOUNCED RECORD ADDED TO CARDSTAT, BOUNCED       *
000800*             RECIPIENTS ARE EXTRACTED TO BOUNCEXT IN THE MASTER *
000900*             RECORD LAYOUT SO A PRINT RUN CAN STILL CARD THEM,  *
001000*             AND A RECONCILIATION REPORT SHOWS EXPORTED VS      *
002500*                   CARDEXP GATEWAY FEED. UNTIL NOW A BOUNCED
002600*                   CARD ONLY SURFACED WHEN SOMEBODY COMPLAINED
002700*                   IN JANUARY.
002710*   2026-10-15  FM  CARDSTAT IS NOW INDEXED. THE CARDS EXPORTED
002720*                   FOR THE RUN DATE ARE KEPT ON THE KEYED ACKWORK
002730*                   WORK DATASET INSTEAD OF THE 5000-ENTRY TABLE,
002740*                   SO A BIGGER EXPORT IS NO LONGER REFUSED, AND
002750*                   PRIOR ANSWERS ARE READ THROUGH THE STATUS/
002760*                   RUN-DATE KEY.
002765*   2026-10-15  FM  THE STEP IS RECORDED ON THE RUNCTL RUN-CONTROL
002770*                   DATASET THROUGH XMASRUN AND REFUSED UNLESS
002775*                   XMASBAL FINISHED CLEANLY FOR THE RUN DATE, SO
002780*                   A CARDEXP REPLACED BY AN XMASDRV RERUN IS NOT
002785*                   RECONCILED UNTIL THE RERUN HAS BALANCED (PARM-
002790*                   STEP-OVERRIDE Y FORCES IT).
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ACK-STATUS.
004100     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
004200         ORGANIZATION IS INDEXED
004210         ACCESS MODE IS DYNAMIC
004220         RECORD KEY IS CST-KEY
004230         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
004300         FILE STATUS IS WS-CST-STATUS.
004310     SELECT XPT-FILE ASSIGN TO "ACKWORK"
004320         ORGANIZATION IS INDEXED
004330         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS XPT-ID
004350         FILE STATUS IS WS-XPT-STATUS.
004400     SELECT BOUNCE-FILE ASSIGN TO "BOUNCEXT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-BNC-STATUS.
006200     RECORDING MODE IS F.
006300     COPY XMGWACK.
006400*
006500 FD  STAT-FILE.
006700     COPY XMCRDST.
006800*
006807*    THE CARDS EXPORTED TO THE GATEWAY FOR THIS RUN DATE, BUILT
006814*    FROM THE CARDEXP H RECORDS SO EVERY ACKNOWLEDGMENT CAN BE
006821*    MATCHED BACK BY ID AND THE SILENT ONES CAN BE LISTED.
006828 FD  XPT-FILE.
006835 01  XPT-RECORD.
006842     05  XPT-ID                   PIC X(06).
006849     05  XPT-NAME                 PIC X(30).
006856     05  XPT-DEPT                 PIC X(10).
006863     05  XPT-ANSWER               PIC X(01).
006870         88  XPT-UNANSWERED           VALUE " ".
006877     05  XPT-MSG-CODE             PIC X(02).
006884*
006900 FD  BOUNCE-FILE
007000     RECORDING MODE IS F.
007100     COPY XMRECIP REPLACING RCP-RECORD    BY BNC-RECORD
009000     88  WS-ACK-OK               VALUE "00".
009100 77  WS-CST-STATUS       PIC X(02) VALUE SPACES.
009200     88  WS-CST-OK               VALUE "00".
009210     88  WS-CST-NOT-FOUND        VALUE "35".
009220 77  WS-XPT-STATUS       PIC X(02) VALUE SPACES.
009230     88  WS-XPT-OK               VALUE "00".
009300 77  WS-BNC-STATUS       PIC X(02) VALUE SPACES.
009400     88  WS-BNC-OK               VALUE "00".
009500 77  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
009800     88  WS-EXP-EOF              VALUE "Y".
009810 77  WS-STAT-EOF-SW      PIC X(01) VALUE "N".
009820     88  WS-STAT-EOF             VALUE "Y".
009830 77  WS-XPT-EOF-SW       PIC X(01) VALUE "N".
009840     88  WS-XPT-EOF              VALUE "Y".
009900 77  WS-EOF-SW           PIC X(01) VALUE "N".
010000     88  WS-EOF                  VALUE "Y".
010100 77  WS-XPT-FOUND-SW     PIC X(01) VALUE "N".
010200     88  WS-XPT-FOUND            VALUE "Y".
010300 77  WS-XPT-COUNT        PIC 9(06) VALUE ZEROES.
010500 77  WS-ACK-COUNT        PIC 9(06) VALUE ZEROES.
010600 77  WS-DLV-COUNT        PIC 9(06) VALUE ZEROES.
010700 77  WS-BNC-COUNT        PIC 9(06) VALUE ZEROES.
010800 77  WS-NOANS-COUNT      PIC 9(06) VALUE ZEROES.
010900 77  WS-UNMATCHED-COUNT  PIC 9(06) VALUE ZEROES.
011000 77  WS-OTHERDAY-COUNT   PIC 9(06) VALUE ZEROES.
011050 77  WS-STEP-OVERRIDE    PIC X(01) VALUE "N".
011100 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
011150     COPY XMRUNLK.
011200 01  WS-SEL-STAT-DATE.
011300     05  WS-SEL-STATUS       PIC X(01) VALUE SPACES.
011400     05  WS-SEL-RUN-DATE     PIC X(08) VALUE SPACES.
012500 01  WS-EDIT-COUNT       PIC ZZZZZ9.
012600*
012700 PROCEDURE DIVISION.
013600     PERFORM 3000-SWEEP-UNANSWERED THRU 3000-EXIT.
013700     PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013850     PERFORM 9200-RECORD-STEP-END THRU 9200-EXIT.
013900     GOBACK.
014000*
014100******************************************************************
014200* 1000-INITIALIZE - PICK UP THE RUN DATE, LOAD THE CARDS         *
014300*                   EXPORTED FOR IT ONTO ACKWORK, SEED THE       *
014350*                   ANSWERS A PRIOR EXECUTION ALREADY PUT ON     *
014400*                   CARDSTAT, AND OPEN THE ACKNOWLEDGMENT FILE,  *
014450*                   THE BOUNCE EXTRACT AND THE RECONCILIATION    *
014500*                   REPORT.                                      *
014600******************************************************************
014700 1000-INITIALIZE.
014800     OPEN INPUT PARM-FILE.
015400                 IF PARM-RUN-DATE > SPACES
015500                     MOVE PARM-RUN-DATE TO WS-RUN-DATE
015600                 END-IF
015625                 IF PARM-STEP-OVERRIDE > SPACES
015650                     MOVE PARM-STEP-OVERRIDE TO WS-STEP-OVERRIDE
015675                 END-IF
015700         END-READ
015800         CLOSE PARM-FILE
015900     END-IF.
016000     IF WS-RUN-DATE = SPACES
016100         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016200     END-IF.
016250     PERFORM 9100-RECORD-STEP-START THRU 9100-EXIT.
016300     PERFORM 1200-LOAD-EXPORTS THRU 1200-EXIT.
016310*    CARDSTAT IS ADDED TO, NEVER WIPED - THE DELIVERED AND
016320*    BOUNCED RECORDS SIT NEXT TO THE PRINT RECORDS AS PART OF THE
016330*    SEASON'S PROOF-OF-DISTRIBUTION HISTORY. IF IT DOES NOT YET
016340*    EXIST IT IS CREATED EMPTY, THE SAME WAY 1700-OPEN-CARD-
016350*    STATUS IN XMASDRV DOES.
016360     OPEN I-O STAT-FILE.
016370     IF WS-CST-NOT-FOUND
016380         OPEN OUTPUT STAT-FILE
016390         CLOSE STAT-FILE
016400         OPEN I-O STAT-FILE
016410     END-IF.
016420     IF NOT WS-CST-OK
016430         DISPLAY "XMASACK - UNABLE TO OPEN CARDSTAT, STATUS = "
016440                 WS-CST-STATUS
016450         MOVE 8 TO RETURN-CODE
016460         GOBACK
016470     END-IF.
016480     PERFORM 1300-LOAD-PRIOR-ANSWERS THRU 1300-EXIT.
016500     OPEN INPUT ACK-FILE.
016600     IF NOT WS-ACK-OK
016700         DISPLAY "XMASACK - UNABLE TO OPEN GWACKFIL, STATUS = "
016800                 WS-ACK-STATUS
016900         MOVE 8 TO RETURN-CODE
017000         GOBACK
017100     END-IF.
018600     OPEN OUTPUT BOUNCE-FILE.
018700     IF NOT WS-BNC-OK
018800         DISPLAY "XMASACK - UNABLE TO OPEN BOUNCEXT, STATUS = "
022500     EXIT.
022600*
022700******************************************************************
022800* 1200-LOAD-EXPORTS - READ CARDEXP AND LOAD THE H RECORDS FOR    *
022900*                     THIS RUN DATE ONTO ACKWORK, KEYED BY ID. A *
023000*                     CARD EXPORTED TWICE FOR THE SAME DATE IS   *
023010*                     LOADED ONCE. A MISSING CARDEXP JUST MEANS  *
023020*                     NOTHING WAS EXPORTED, SO EVERY             *
023100*                     ACKNOWLEDGMENT WILL SHOW AS UNMATCHED.     *
023200******************************************************************
023300 1200-LOAD-EXPORTS.
023310     OPEN OUTPUT XPT-FILE.
023320     IF NOT WS-XPT-OK
023330         DISPLAY "XMASACK - UNABLE TO OPEN ACKWORK, STATUS = "
023340                 WS-XPT-STATUS
023350         MOVE 8 TO RETURN-CODE
023360         GOBACK
023370     END-IF.
023400     OPEN INPUT EXPORT-FILE.
023500     IF WS-EXP-OK
023600         PERFORM UNTIL WS-EXP-EOF
024000                 NOT AT END
024100                     IF EXP-HEADER
024200                        AND EXP-RUN-DATE = WS-RUN-DATE
024300                         MOVE EXP-RCP-ID   TO XPT-ID
024400                         MOVE EXP-RCP-NAME TO XPT-NAME
024500                         MOVE EXP-RCP-DEPT TO XPT-DEPT
024600                         MOVE SPACE        TO XPT-ANSWER
024700                         MOVE EXP-MSG-CODE TO XPT-MSG-CODE
024800                         WRITE XPT-RECORD
024900                             INVALID KEY
025000                                 CONTINUE
025100                             NOT INVALID KEY
025200                                 ADD 1 TO WS-XPT-COUNT
025300                         END-WRITE
026300                     END-IF
026400             END-READ
026500         END-PERFORM
026600         CLOSE EXPORT-FILE
026700     END-IF.
026710     CLOSE XPT-FILE.
026720     OPEN I-O XPT-FILE.
026730     IF NOT WS-XPT-OK
026740         DISPLAY "XMASACK - UNABLE TO OPEN ACKWORK, STATUS = "
026750                 WS-XPT-STATUS
026760         MOVE 8 TO RETURN-CODE
026770         GOBACK
026780     END-IF.
026800 1200-EXIT.
026900     EXIT.
026902*
026904******************************************************************
026906* 1300-LOAD-PRIOR-ANSWERS - SEED ACKWORK WITH THE D AND B        *
026908*                  RECORDS A PRIOR EXECUTION ALREADY             *
026910*                  ADDED TO CARDSTAT FOR THIS RUN DATE, SO A     *
026912*                  DOUBLE-SUBMITTED JOB OR A RE-RUN WITH A       *
026914*                  FULLER GWACKFIL SENDS THE ALREADY-APPLIED     *
026916*                  ACKNOWLEDGMENTS DOWN THE DUPLICATE PATH       *
026918*                  INSTEAD OF DOUBLING THE HISTORY AND CARDING   *
026920*                  THE BOUNCES TWICE - THE SAME GUARD            *
026922*                  1750-COUNT-PRINTED GIVES XMASDRV. EACH STATUS *
026924*                  IS READ THROUGH THE STATUS/RUN-DATE KEY. THE  *
026926*                  SEEDED ANSWERS COUNT INTO THE TRAILER SO IT   *
026928*                  STAYS THE SEASON-TO-DATE TRUTH.               *
026930******************************************************************
026932 1300-LOAD-PRIOR-ANSWERS.
026934     MOVE WS-RUN-DATE TO WS-SEL-RUN-DATE.
026936     MOVE "D" TO WS-SEL-STATUS.
026938     PERFORM 1320-SEED-ONE-STATUS THRU 1320-EXIT.
026940     MOVE "B" TO WS-SEL-STATUS.
026942     PERFORM 1320-SEED-ONE-STATUS THRU 1320-EXIT.
026946 1300-EXIT.
026948     EXIT.
026949*
026950******************************************************************
026951* 1320-SEED-ONE-STATUS - POSITION CARDSTAT ON THE FIRST RECORD   *
026952*                        OF WS-SEL-STATUS FOR THE RUN DATE AND   *
026953*                        SEED EVERY ONE OF THEM.                 *
026954******************************************************************
026955 1320-SEED-ONE-STATUS.
026956     MOVE "N" TO WS-STAT-EOF-SW.
026957     MOVE WS-SEL-STAT-DATE TO CST-STAT-DATE.
026958     START STAT-FILE KEY IS EQUAL TO CST-STAT-DATE
026959         INVALID KEY
026960             SET WS-STAT-EOF TO TRUE
026961     END-START.
026962     PERFORM 1350-SEED-ONE-ANSWER THRU 1350-EXIT
026963         UNTIL WS-STAT-EOF.
026964 1320-EXIT.
026965     EXIT.
026966*
026967******************************************************************
026968* 1350-SEED-ONE-ANSWER - READ THE NEXT CARDSTAT RECORD ON THE    *
026969*                        STATUS/RUN-DATE KEY AND MARK THE        *
026970*                        MATCHING ACKWORK RECORD ANSWERED WITH   *
026971*                        THE GATEWAY OUTCOME A PRIOR EXECUTION   *
026972*                        ALREADY RECORDED.                       *
026973******************************************************************
026974 1350-SEED-ONE-ANSWER.
026975     READ STAT-FILE NEXT RECORD
026976         AT END
026977             SET WS-STAT-EOF TO TRUE
026978         NOT AT END
026979             IF CST-STAT-DATE NOT = WS-SEL-STAT-DATE
026980                 SET WS-STAT-EOF TO TRUE
026981             ELSE
026982                 MOVE CST-RCP-ID TO XPT-ID
026983                 READ XPT-FILE
026984                     INVALID KEY
026985                         CONTINUE
026986                     NOT INVALID KEY
026987                         IF XPT-UNANSWERED
026988                             MOVE CST-STATUS TO XPT-ANSWER
026989                             REWRITE XPT-RECORD
026990                             IF CST-BOUNCED
026991                                 ADD 1 TO WS-BNC-COUNT
026992                             ELSE
026993                                 ADD 1 TO WS-DLV-COUNT
026994                             END-IF
026995                         END-IF
026996                 END-READ
026997             END-IF
027003     END-READ.
027004 1350-EXIT.
027005     EXIT.
029400         ADD 1 TO WS-OTHERDAY-COUNT
029500     ELSE
029600         MOVE "N" TO WS-XPT-FOUND-SW
029700         MOVE ACK-RCP-ID TO XPT-ID
029800         READ XPT-FILE
029900             INVALID KEY
030000                 CONTINUE
030100             NOT INVALID KEY
030200                 SET WS-XPT-FOUND TO TRUE
030400         END-READ
030500         IF WS-XPT-FOUND
030600             PERFORM 2100-APPLY-ACK THRU 2100-EXIT
030700         ELSE
031800     EXIT.
031900*
032000******************************************************************
032100* 2100-APPLY-ACK - THE ACKNOWLEDGMENT MATCHED THE EXPORTED CARD  *
032200*                  NOW IN XPT-RECORD. MARK IT ANSWERED, ADD      *
032300*                  THE DELIVERED OR BOUNCED RECORD TO CARDSTAT,  *
032400*                  AND EXTRACT A BOUNCE TO BOUNCEXT IN THE       *
032500*                  MASTER LAYOUT SO A PRINT RUN CAN PICK IT UP.  *
032800*                  CANNOT DOUBLE THE HISTORY.                    *
032900******************************************************************
033000 2100-APPLY-ACK.
033100     IF NOT XPT-UNANSWERED
033200         PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
033300         MOVE ACK-DISPOSITION TO PRT-TEXT(2:1)
033400         MOVE ACK-RCP-ID      TO PRT-TEXT(5:6)
033500         MOVE XPT-NAME TO PRT-TEXT(12:30)
033600         MOVE "DUPLICATE ACKNOWLEDGMENT" TO PRT-TEXT(56:24)
033700         WRITE PRT-RECORD
033800     ELSE
033900         IF ACK-BOUNCED
034000             MOVE "B" TO XPT-ANSWER
034100             ADD 1 TO WS-BNC-COUNT
034200         ELSE
034300             MOVE "D" TO XPT-ANSWER
034400             ADD 1 TO WS-DLV-COUNT
034500         END-IF
034510         REWRITE XPT-RECORD
034600         MOVE SPACES TO CST-RECORD
034700         MOVE ACK-RCP-ID TO CST-RCP-ID
034800         MOVE XPT-ANSWER TO CST-STATUS
034900         MOVE WS-RUN-DATE TO CST-RUN-DATE
035000         MOVE ZEROES TO CST-PAGE-NUMBER
035100         WRITE CST-RECORD
035110             INVALID KEY
035120                 REWRITE CST-RECORD
035130         END-WRITE
035200         IF ACK-BOUNCED
035300             MOVE SPACES TO BNC-RECORD
035400             MOVE ACK-RCP-ID TO BNC-ID
035500             MOVE XPT-NAME TO BNC-NAME
035600             MOVE XPT-DEPT TO BNC-DEPT
035700             MOVE "N" TO BNC-OPTOUT
035710*            THE BOUNCED CARD'S LANGUAGE RIDES ALONG SO THE
035720*            PHYSICAL REPRINT GREETS IN THE SAME ONE.
035730             MOVE XPT-MSG-CODE TO BNC-MSG-CODE
035800             WRITE BNC-RECORD
035900             PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
036000             MOVE "B" TO PRT-TEXT(2:1)
036100             MOVE ACK-RCP-ID TO PRT-TEXT(5:6)
036200             MOVE XPT-NAME TO PRT-TEXT(12:30)
036300             MOVE XPT-DEPT TO PRT-TEXT(44:10)
036400             MOVE "BOUNCED - ON PRINT EXTRACT" TO PRT-TEXT(56:26)
036500             WRITE PRT-RECORD
036600         END-IF
038700*                        CLOSES.                                 *
038800******************************************************************
038900 3000-SWEEP-UNANSWERED.
039000     MOVE LOW-VALUES TO XPT-ID.
039100     START XPT-FILE KEY IS NOT LESS THAN XPT-ID
039200         INVALID KEY
039300             SET WS-XPT-EOF TO TRUE
039400     END-START.
039500     PERFORM 3050-SWEEP-ONE-EXPORT THRU 3050-EXIT
039600         UNTIL WS-XPT-EOF.
040200 3000-EXIT.
040300     EXIT.
040304*
040308******************************************************************
040312* 3050-SWEEP-ONE-EXPORT - READ THE NEXT ACKWORK RECORD AND LIST  *
040316*                         IT WHEN THE GATEWAY NEVER ANSWERED.    *
040320******************************************************************
040324 3050-SWEEP-ONE-EXPORT.
040328     READ XPT-FILE NEXT RECORD
040332         AT END
040336             SET WS-XPT-EOF TO TRUE
040340         NOT AT END
040344             IF XPT-UNANSWERED
040348                 ADD 1 TO WS-NOANS-COUNT
040352                 PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
040356                 MOVE XPT-ID   TO PRT-TEXT(5:6)
040360                 MOVE XPT-NAME TO PRT-TEXT(12:30)
040364                 MOVE XPT-DEPT TO PRT-TEXT(44:10)
040368                 MOVE "NEVER ANSWERED" TO PRT-TEXT(56:14)
040372                 WRITE PRT-RECORD
040376             END-IF
040380     END-READ.
040384 3050-EXIT.
040388     EXIT.
040400*
040500******************************************************************
040600* 3900-WRITE-TRAILER - WRITE THE RECONCILIATION COUNTS SO THE    *
045900 9000-TERMINATE.
046000     CLOSE ACK-FILE.
046100     CLOSE STAT-FILE.
046150     CLOSE XPT-FILE.
046200     CLOSE BOUNCE-FILE.
046300     CLOSE REPORT-FILE.
046400 9000-EXIT.
046500     EXIT.
046600*
046602******************************************************************
046604* 9100-RECORD-STEP-START - RECORD THE START OF THE STEP ON       *
046606*                          THE RUNCTL RUN-CONTROL DATASET        *
046608*                          THROUGH XMASRUN, WHICH REFUSES IT     *
046610*                          UNLESS XMASBAL FINISHED CLEANLY       *
046612*                          FOR THE RUN DATE (OR                  *
046614*                          PARM-STEP-OVERRIDE IS Y).             *
046616******************************************************************
046618 9100-RECORD-STEP-START.
046620     SET RUNL-START TO TRUE.
046622     SET RUNL-STEP-ACK TO TRUE.
046624     MOVE WS-RUN-DATE TO RUNL-RUN-DATE.
046626     MOVE SPACES TO RUNL-OUTPUT-MODE.
046628     MOVE WS-STEP-OVERRIDE TO RUNL-OVERRIDE.
046630     MOVE ZEROES TO RUNL-STEP-RC.
046632     CALL "XMASRUN" USING RUNL-AREA.
046634     IF RUNL-MESSAGE NOT = SPACES
046636         DISPLAY "XMASACK - RUN CONTROL: " RUNL-MESSAGE
046638     END-IF.
046640     IF RUNL-REFUSED
046642         DISPLAY "XMASACK - STEP REFUSED BY RUN CONTROL"
046644         MOVE 8 TO RETURN-CODE
046646         GOBACK
046648     END-IF.
046650 9100-EXIT.
046652     EXIT.
046654*
046656******************************************************************
046658* 9200-RECORD-STEP-END - RECORD THE END OF THE STEP AND ITS      *
046660*                        RETURN CODE ON RUNCTL. THE CALL WOULD   *
046662*                        RESET RETURN-CODE, SO IT IS PUT BACK.   *
046664*                        A FAILED RECORDING IS ONLY REPORTED -   *
046666*                        THE STEP ITSELF HAS ALREADY FINISHED.   *
046668******************************************************************
046670 9200-RECORD-STEP-END.
046672     SET RUNL-END TO TRUE.
046674     MOVE RETURN-CODE TO RUNL-STEP-RC.
046676     CALL "XMASRUN" USING RUNL-AREA.
046678     MOVE RUNL-STEP-RC TO RETURN-CODE.
046680     IF RUNL-REFUSED
046682         DISPLAY "XMASACK - RUN CONTROL: " RUNL-MESSAGE
046684     END-IF.
046686 9200-EXIT.
046688     EXIT.
046690*
046700 END PROGRAM XMASACK.
