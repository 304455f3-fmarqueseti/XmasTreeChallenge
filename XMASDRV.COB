003856*                   FIRST USE INSTEAD OF STOPPING THE RUN - IT
003857*                   HELD NOTHING WORTH KEEPING, SINCE EVERY RUN
003858*                   WIPED IT.
003859*   2026-10-15  FM  CARDSTAT IS NOW AN INDEXED DATASET KEYED ON
003860*                   ID, STATUS AND RUN DATE. THE RERUN SKIP LOOKS
003861*                   EACH RECIPIENT UP BY KEY AND THE DUPLICATE-
003862*                   RUN GUARD COUNTS THROUGH THE STATUS/RUN-DATE
003863*                   KEY, SO THE 5000-ENTRY PRINTED-ID TABLE AND
003864*                   THE RERUN REFUSAL WHEN IT FILLED ARE GONE.
003865*   2026-10-15  FM  THE GREETING CODE EACH CARD WAS RENDERED WITH
003866*                   IS KEPT ON ITS CARDSTAT RECORD (CST-MSG-CODE)
003867*                   SO XMASRPR CAN REPRINT IT WITH THE SAME
003868*                   GREETING.
003869*   2026-10-15  FM  EACH RUN IS RECORDED ON THE RUNCTL RUN-CONTROL
003870*                   DATASET THROUGH XMASRUN (START, END, RETURN
003871*                   CODE AND OUTPUT MODE) ONCE THE DUPLICATE-RUN
003872*                   GUARD HAS PASSED. A NEW START CLEARS THE LATER
003873*                   STEPS OF THE RUN DATE, SO XMASBAL MUST PROVE
003874*                   THE RERUN BEFORE XMASMAN OR XMASACK WILL RUN
003875*                   AGAIN. A PROOF RUN IS NOT RECORDED.
003876*   2026-10-15  FM  AN ID XMASDUP HAS SUSPENDED AS A SUSPECTED
003877*                   DUPLICATE OF ANOTHER PERSON (SUSPFILE REASON
003878*                   05) NOW FAILS THE EDIT UNDER REASON 05 AND
003879*                   GETS NO CARD UNTIL XMASDUP RELEASES IT. A
003880*                   PROOF RUN READS SUSPFILE FOR THIS (INPUT
003881*                   ONLY) WHEN IT EXISTS.
003882*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
005806         ORGANIZATION IS SEQUENTIAL
005807         FILE STATUS IS WS-DPF-STATUS.
005810     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
005820         ORGANIZATION IS INDEXED
005822         ACCESS MODE IS DYNAMIC
005824         RECORD KEY IS CST-KEY
005826         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
005830         FILE STATUS IS WS-CST-STATUS.
005840     SELECT EXPORT-FILE ASSIGN TO "CARDEXP"
005850         ORGANIZATION IS LINE SEQUENTIAL
009154                            PRT-CTL    BY DPF-CTL
009156                            PRT-TEXT   BY DPF-TEXT.
009158*
009210 FD  STAT-FILE.
009230     COPY XMCRDST.
009240*
009250 FD  EXPORT-FILE
011108     88  WS-DPF-OK               VALUE "00".
011110 77  WS-CST-STATUS       PIC X(02) VALUE SPACES.
011120     88  WS-CST-OK               VALUE "00".
011121     88  WS-CST-NOT-FOUND        VALUE "35".
011122 77  WS-DEPT-OPEN-SW     PIC X(01) VALUE "N".
011124     88  WS-DEPT-OPEN            VALUE "Y".
011126 77  WS-DPF-OPEN-SW      PIC X(01) VALUE "N".
011128     88  WS-DPF-FILE-OPEN        VALUE "Y".
011142 77  WS-SUS-OPEN-SW      PIC X(01) VALUE "N".
011156     88  WS-SUS-OPEN             VALUE "Y".
011170 77  WS-DUP-HELD-SW      PIC X(01) VALUE "N".
011184     88  WS-DUP-HELD             VALUE "Y".
011200 77  WS-EOF-SW           PIC X(01) VALUE "N".
011300     88  WS-EOF                  VALUE "Y".
011302 77  WS-EXP-STATUS       PIC X(02) VALUE SPACES.
011321     88  WS-PROOF-MODE           VALUE "P".
011322 77  WS-FORCE-FLAG       PIC X(01) VALUE "N".
011323     88  WS-FORCE-RUN            VALUE "Y".
011324 77  WS-STEP-OVERRIDE    PIC X(01) VALUE "N".
011325 77  WS-OUTPUT-MODE      PIC X(01) VALUE SPACE.
011327     88  WS-PRINT-WANTED         VALUES " " "P" "B".
011328     88  WS-EXPORT-WANTED        VALUES "E" "B".
011340     88  WS-STAT-EOF             VALUE "Y".
011350 77  WS-ALREADY-SW       PIC X(01) VALUE "N".
011360     88  WS-ALREADY-PRINTED      VALUE "Y".
011400 77  WS-DPT-INDEX        PIC 99    VALUE ZEROES.
011500 77  WS-DPT-FOUND-SW     PIC X(01) VALUE "N".
011600     88  WS-DPT-FOUND            VALUE "Y".
013004 77  WS-EXP-SEQUENCE     PIC 9(04) VALUE ZEROES.
013010 77  WS-SKIP-COUNT       PIC 9(06) VALUE ZEROES.
013012 77  WS-PROOF-COUNT      PIC 9(04) VALUE ZEROES.
013056 77  WS-ERR-PDUP-COUNT   PIC 9(06) VALUE ZEROES.
013100 77  WS-PAGE-NUMBER      PIC 9(04) VALUE ZEROES.
013110 77  WS-PTD-COUNT        PIC 9(06) VALUE ZEROES.
013160 01  WS-CURR-DEPT        PIC X(10) VALUE SPACES.
013162 01  WS-DEPT-FILE-NAME   PIC X(12) VALUE SPACES.
013164*    CARDS PRINTED PER DEPARTMENT, SLOTTED BY THE DEPARTMENT'S
013170     05  WS-DEPT-CARDS OCCURS 50 TIMES
013172                         PIC 9(06).
013200 01  WS-PREV-ID          PIC X(06) VALUE LOW-VALUES.
013210*    STATUS/RUN-DATE KEY OF THE PRINTED CARDS FOR THIS RUN DATE.
013230 01  WS-PTD-STAT-DATE.
013240     05  WS-PTD-STATUS       PIC X(01) VALUE "P".
013250     05  WS-PTD-RUN-DATE     PIC X(08) VALUE SPACES.
013300 01  WS-REASON-CODE      PIC X(02) VALUE SPACES.
013400     88  WS-RECORD-GOOD          VALUE SPACES.
013500 01  WS-REASON-TEXT      PIC X(25) VALUE SPACES.
013600 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
013650     COPY XMRUNLK.
013700 01  WS-EDIT-PAGE        PIC ZZZ9.
013800 01  WS-EDIT-COUNT       PIC ZZZZZ9.
013900 01  WS-EDIT-RECIPS      PIC ZZZZZ9.
015400         PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT
015410     END-IF.
015500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015525     IF NOT WS-PROOF-MODE
015550         PERFORM 9200-RECORD-STEP-END THRU 9200-EXIT
015575     END-IF.
015600     GOBACK.
015700*
015800******************************************************************
018170                 IF PARM-FORCE-FLAG > SPACES
018180                     MOVE PARM-FORCE-FLAG TO WS-FORCE-FLAG
018190                 END-IF
018192                 IF PARM-STEP-OVERRIDE > SPACES
018194                     MOVE PARM-STEP-OVERRIDE TO WS-STEP-OVERRIDE
018196                 END-IF
018200         END-READ
018300         CLOSE PARM-FILE
018400     END-IF.
020027*    CARDSTAT.
020040     IF NOT WS-PROOF-MODE
020042         PERFORM 1700-OPEN-CARD-STATUS THRU 1700-EXIT
020043         PERFORM 9100-RECORD-STEP-START THRU 9100-EXIT
020044     END-IF.
020100     OPEN INPUT RECIP-FILE.
020200     IF NOT WS-RCP-OK
021244*    SEQUENTIAL SUSPFILE FROM BEFORE THE CONVERSION; THAT FILE
021246*    WAS WIPED BY EVERY RUN ANYWAY, SO IT IS RECREATED IN THE
021248*    KEYED FORMAT RATHER THAN STOPPING THE DECEMBER RUN.
021249*    A PROOF RUN ONLY READS IT, FOR THE REASON 05 HOLDS.
021250     IF NOT WS-PROOF-MODE
021300         OPEN I-O SUSP-FILE
021305         IF WS-SUS-BAD-FORMAT
021650             MOVE 8 TO RETURN-CODE
021700             GOBACK
021800         END-IF
021802         SET WS-SUS-OPEN TO TRUE
021804     ELSE
021806         OPEN INPUT SUSP-FILE
021808         IF WS-SUS-OK
021809             SET WS-SUS-OPEN TO TRUE
021810         END-IF
021812     END-IF.
021900     OPEN OUTPUT EDIT-FILE.
022000     IF NOT WS-EDT-OK
022100         DISPLAY "XMASDRV - UNABLE TO OPEN EDITRPT, STATUS = "
030500*                  SO A DUPLICATE ID CAN ONLY SHOW UP AS THE     *
030600*                  SAME KEY TWICE IN A ROW. THE FIRST FAILURE    *
030700*                  FOUND SETS THE SUSPENSE REASON CODE.          *
030725*                  AN ID XMASDUP HAS SUSPENDED AS A SUSPECTED    *
030750*                  DUPLICATE PERSON (REASON 05) KEEPS FAILING    *
030775*                  HERE UNTIL XMASDUP RELEASES IT.               *
030800******************************************************************
030900 1350-VALIDATE-RECIPIENT.
031000     MOVE SPACES TO WS-REASON-CODE.
031500             SET WS-DPT-FOUND TO TRUE
031600         END-IF
031700     END-PERFORM.
031707     MOVE "N" TO WS-DUP-HELD-SW.
031714     IF WS-SUS-OPEN AND RCP-ID NOT = SPACES
031721         MOVE RCP-ID TO SUS-RCP-ID
031728         READ SUSP-FILE
031735             INVALID KEY
031742                 CONTINUE
031749             NOT INVALID KEY
031756                 IF SUS-REASON-CODE = "05"
031763                     SET WS-DUP-HELD TO TRUE
031770                 END-IF
031777         END-READ
031784     END-IF.
031800     EVALUATE TRUE
031900         WHEN RCP-ID = SPACES
032000             MOVE "02" TO WS-REASON-CODE
032200         WHEN RCP-ID = WS-PREV-ID
032300             MOVE "03" TO WS-REASON-CODE
032400             ADD 1 TO WS-ERR-DUP-COUNT
032425         WHEN WS-DUP-HELD
032450             MOVE "05" TO WS-REASON-CODE
032475             ADD 1 TO WS-ERR-PDUP-COUNT
032500         WHEN RCP-NAME = SPACES
032600             MOVE "01" TO WS-REASON-CODE
032700             ADD 1 TO WS-ERR-NAME-COUNT
036500             MOVE "DUPLICATE ID" TO WS-REASON-TEXT
036600         WHEN "04"
036700             MOVE "UNKNOWN DEPARTMENT" TO WS-REASON-TEXT
036733         WHEN "05"
036766             MOVE "SUSPECTED DUPLICATE" TO WS-REASON-TEXT
036800         WHEN OTHER
036900             MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
037000     END-EVALUATE.
038044     EXIT.
038046*
038048******************************************************************
038050* 1700-OPEN-CARD-STATUS - OPEN CARDSTAT I-O SO THE SEASON'S      *
038102*                         PROOF-OF-DISTRIBUTION HISTORY IS ADDED *
038108*                         TO, NEVER WIPED; IF IT DOES NOT YET    *
038109*                         EXIST (STATUS 35) IT IS CREATED EMPTY  *
038110*                         FIRST, THE SAME WAY XMASUPD CREATES    *
038111*                         RECIPFIL. THEN COUNT THE CARDS ALREADY *
038112*                         MARKED PRINTED FOR THIS RUN DATE AND   *
038113*                         REFUSE A FRESH PRODUCTION RUN THAT     *
038114*                         WOULD CARD PEOPLE A SECOND TIME - A    *
038116*                         DOUBLE-SUBMITTED JOB MUST COME BACK AS *
038118*                         A RERUN OR WITH THE FORCE OPTION.      *
038122******************************************************************
038124 1700-OPEN-CARD-STATUS.
038125     OPEN I-O STAT-FILE.
038126     IF WS-CST-NOT-FOUND
038127         OPEN OUTPUT STAT-FILE
038128         CLOSE STAT-FILE
038129         OPEN I-O STAT-FILE
038130     END-IF.
038131     IF NOT WS-CST-OK
038132         DISPLAY "XMASDRV - UNABLE TO OPEN CARDSTAT, STATUS = "
038133                 WS-CST-STATUS
038134         MOVE 8 TO RETURN-CODE
038135         GOBACK
038136     END-IF.
038137     PERFORM 1750-COUNT-PRINTED THRU 1750-EXIT.
038138     IF NOT WS-RERUN-MODE AND NOT WS-FORCE-RUN
038139        AND WS-PTD-COUNT > ZEROES
038140         DISPLAY "XMASDRV - CARDSTAT ALREADY SHOWS CARDS FOR "
038141                 WS-RUN-DATE " - SET RERUN MODE OR THE FORCE"
038142                 " OPTION TO RUN AGAIN"
038143         MOVE 8 TO RETURN-CODE
038144         GOBACK
038145     END-IF.
038146 1700-EXIT.
038147     EXIT.
038164*
038165******************************************************************
038166* 1750-COUNT-PRINTED - COUNT THE RECIPIENTS ALREADY MARKED       *
038167*                      PRINTED FOR THIS RUN DATE BY READING      *
038168*                      CARDSTAT FORWARD FROM THE FIRST P RECORD  *
038169*                      OF THE DATE ON THE STATUS/RUN-DATE KEY.   *
038170*                      THE DUPLICATE-RUN GUARD USES THE COUNT;   *
038171*                      IN RERUN MODE 2050-CHECK-ALREADY-PRINTED  *
038172*                      LOOKS EACH RECIPIENT UP BY KEY.           *
038173******************************************************************
038174 1750-COUNT-PRINTED.
038175     MOVE WS-RUN-DATE TO WS-PTD-RUN-DATE.
038176     MOVE WS-PTD-STAT-DATE TO CST-STAT-DATE.
038178     START STAT-FILE KEY IS EQUAL TO CST-STAT-DATE
038180         INVALID KEY
038182             SET WS-STAT-EOF TO TRUE
038184     END-START.
038186     PERFORM UNTIL WS-STAT-EOF
038188         READ STAT-FILE NEXT RECORD
038190             AT END
038192                 SET WS-STAT-EOF TO TRUE
038194             NOT AT END
038196                 IF CST-STAT-DATE = WS-PTD-STAT-DATE
038198                     ADD 1 TO WS-PTD-COUNT
038200                 ELSE
038202                     SET WS-STAT-EOF TO TRUE
038204                 END-IF
038206         END-READ
038208     END-PERFORM.
038210 1750-EXIT.
038212     EXIT.
038214*
038700 1800-START-CARD-PASS.
038800     PERFORM 1850-WRITE-EDIT-SUMMARY THRU 1850-EXIT.
038900     CLOSE RECIP-FILE.
039000     IF WS-SUS-OPEN
039010         CLOSE SUSP-FILE
039020     END-IF.
039100     CLOSE EDIT-FILE.
044000     PERFORM 1860-WRITE-SUMMARY-LINE THRU 1860-EXIT.
044100     MOVE "04 UNKNOWN DEPARTMENT:" TO EDT-TEXT(1:22).
044200     WRITE EDT-RECORD.
044220     MOVE WS-ERR-PDUP-COUNT TO WS-EDIT-COUNT.
044240     PERFORM 1860-WRITE-SUMMARY-LINE THRU 1860-EXIT.
044260     MOVE "05 SUSPECTED DUPLICATE:" TO EDT-TEXT(1:23).
044280     WRITE EDT-RECORD.
044300 1850-EXIT.
044400     EXIT.
044500*
048743     EXIT.
048744*
048745******************************************************************
048746* 2050-CHECK-ALREADY-PRINTED - IN RERUN MODE, READ CARDSTAT FOR  *
048747*                  THE CURRENT RECIPIENT'S P RECORD FOR THIS     *
048748*                  RUN DATE. FOUND MEANS THE CARD IS ALREADY     *
048749*                  OUT AND THE RERUN SKIPS IT.                   *
048750******************************************************************
048770 2050-CHECK-ALREADY-PRINTED.
048772     MOVE "N" TO WS-ALREADY-SW.
048774     IF WS-RERUN-MODE AND WS-PTD-COUNT > ZEROES
048776         MOVE CRD-ID TO CST-RCP-ID
048778         MOVE WS-PTD-STAT-DATE TO CST-STAT-DATE
048780         READ STAT-FILE
048782             INVALID KEY
048784                 CONTINUE
048785             NOT INVALID KEY
048786                 SET WS-ALREADY-PRINTED TO TRUE
048787         END-READ
048788     END-IF.
048790 2050-EXIT.
048792     EXIT.
051880     EXIT.
051902*
051904******************************************************************
051906* 2900-WRITE-CARD-STATUS - ADD ONE STATUS RECORD TO CARDSTAT AS  *
051907*                  THE CARD COMPLETES. A CLEAN PRINT STATUS      *
051908*                  MARKS THE CARD PRINTED; ANYTHING ELSE MARKS   *
051909*                  IT IN ERROR SO A RERUN WILL PRODUCE IT AGAIN. *
051910*                  A FORCED RUN OR A SECOND ERROR FOR THE SAME   *
051911*                  ID AND DATE FINDS THE KEY TAKEN AND REWRITES  *
051912*                  IT WITH THE LATEST PAGE NUMBER.               *
051914******************************************************************
051916 2900-WRITE-CARD-STATUS.
051918     MOVE SPACES TO CST-RECORD.
051926     ELSE
051928         MOVE "E" TO CST-STATUS
051930     END-IF.
051931     MOVE WS-RUN-DATE TO CST-RUN-DATE.
051933     MOVE WS-PAGE-NUMBER TO CST-PAGE-NUMBER.
051934     MOVE WS-CARD-MSG-CODE TO CST-MSG-CODE.
051935     WRITE CST-RECORD
051936         INVALID KEY
051937             REWRITE CST-RECORD
051938     END-WRITE.
051939 2900-EXIT.
051940     EXIT.
051942*
051944******************************************************************
057200 9000-EXIT.
057300     EXIT.
057400*
057402******************************************************************
057404* 9100-RECORD-STEP-START - RECORD THE START OF THE RUN ON THE    *
057406*                          RUNCTL RUN-CONTROL DATASET THROUGH    *
057408*                          XMASRUN. XMASDRV HAS NO PREDECESSOR;  *
057410*                          ITS START CLEARS THE LATER STEPS OF   *
057412*                          THE RUN DATE, SO NOTHING DOWNSTREAM   *
057414*                          RUNS AGAINST THE DATASETS THIS RUN    *
057416*                          REPLACES. ONLY A RUNCTL THAT CANNOT   *
057418*                          BE RECORDED ON STOPS THE JOB.         *
057422******************************************************************
057424 9100-RECORD-STEP-START.
057426     SET RUNL-START TO TRUE.
057428     SET RUNL-STEP-DRV TO TRUE.
057430     MOVE WS-RUN-DATE TO RUNL-RUN-DATE.
057432     MOVE WS-OUTPUT-MODE TO RUNL-OUTPUT-MODE.
057434     MOVE WS-STEP-OVERRIDE TO RUNL-OVERRIDE.
057436     MOVE ZEROES TO RUNL-STEP-RC.
057438     CALL "XMASRUN" USING RUNL-AREA.
057440     IF RUNL-MESSAGE NOT = SPACES
057442         DISPLAY "XMASDRV - RUN CONTROL: " RUNL-MESSAGE
057444     END-IF.
057446     IF RUNL-REFUSED
057448         DISPLAY "XMASDRV - STEP REFUSED BY RUN CONTROL"
057450         MOVE 8 TO RETURN-CODE
057452         GOBACK
057454     END-IF.
057456 9100-EXIT.
057458     EXIT.
057460*
057462******************************************************************
057464* 9200-RECORD-STEP-END - RECORD THE END OF THE STEP AND ITS      *
057466*                        RETURN CODE ON RUNCTL. THE CALL WOULD   *
057468*                        RESET RETURN-CODE, SO IT IS PUT BACK.   *
057470*                        A FAILED RECORDING IS ONLY REPORTED -   *
057472*                        THE STEP ITSELF HAS ALREADY FINISHED.   *
057474******************************************************************
057476 9200-RECORD-STEP-END.
057478     SET RUNL-END TO TRUE.
057480     MOVE RETURN-CODE TO RUNL-STEP-RC.
057482     CALL "XMASRUN" USING RUNL-AREA.
057484     MOVE RUNL-STEP-RC TO RETURN-CODE.
057486     IF RUNL-REFUSED
057488         DISPLAY "XMASDRV - RUN CONTROL: " RUNL-MESSAGE
057490     END-IF.
057492 9200-EXIT.
057494     EXIT.
057496*
057500 END PROGRAM XMASDRV.
