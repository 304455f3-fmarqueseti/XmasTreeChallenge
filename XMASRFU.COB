000400* OBJECTIVE : BATCH MAINTENANCE FOR THE REFFILE REFERENCE        *
000500*             DATASET. APPLIES ADD/CHANGE/DELETE TRANSACTIONS    *
000600*             FROM REFTRAN AGAINST THE DEPARTMENT, GREETING-     *
000700*             MESSAGE, ORNAMENT AND COST-RATE SECTIONS (A        *
000800*             DEPARTMENT IS KEYED BY NAME, A MESSAGE BY CODE, AN *
000850*             ORNAMENT BY ROW AND COLUMN, A COST RATE BY RATE    *
000900*             CODE) AND PRINTS AN APPLIED/REJECTED               *
001000*             REGISTER TO REFRPT, SO A NEW DEPARTMENT, LANGUAGE  *
001100*             OR DECORATION IS A TRANSACTION, NOT A CHANGE       *
001200*             TICKET AND A RECOMPILE. THE FIRST EVER RUN SEEDS   *
001300*             ANY EMPTY SECTION FROM THE COMPILED XMDEPT /      *
001400*             XMMSG / XMDECOR TABLES, SO MAINTENANCE ALWAYS      *
001500*             STARTS FROM THE WORLD THE PROGRAMS ALREADY KNOW.   *
001514*             A DELETE OF A DEPARTMENT OR MESSAGE STILL IN USE   *
001528*             ON RECIPFIL (OR, FOR A MESSAGE, STILL SELECTED BY  *
001542*             PARMFILE) IS REFUSED AND ITS DEPENDENTS LISTED ON  *
001556*             THE REGISTER, AND ACTION R RENAMES OR MERGES A     *
001570*             DEPARTMENT, MOVING ITS RECIPIENTS ON RECIPFIL AS   *
001584*             JOURNALED CHANGES IN ONE TRANSACTION.              *
001600* CPD       : IBM                                                *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
002700*   2026-09-03  FM  INITIAL VERSION - MAINTENANCE PATH FOR THE
002800*                   REFERENCE DATASET THAT REPLACES THE COMPILED
002900*                   XMDEPT/XMMSG/XMDECOR TABLES.
002910*   2026-10-15  FM  ADDED THE C (CHARGEBACK COST RATE) SECTION,
002920*                   KEYED BY RATE CODE (P, E OR R). AN ADDED OR
002930*                   CHANGED RATE MUST CARRY A NUMERIC AMOUNT.
002940*                   THERE IS NO COMPILED SEED FOR THE RATES.
002945*   2026-10-15  FM  A DEPARTMENT OR MESSAGE DELETE IS NOW CHECKED
002950*                   AGAINST RECIPFIL (AND, FOR A MESSAGE, THE
002955*                   PARMFILE PARM-MSG-CODE) AND REFUSED WHILE
002960*                   ANYTHING STILL USES IT; THE DEPENDENTS PRINT
002965*                   UNDER THE REJECTED LINE. NEW ACTION R ON A
002970*                   DEPARTMENT RENAMES IT (NEW NAME NOT ON
002975*                   REFFILE) OR MERGES IT INTO AN EXISTING ONE,
002980*                   REWRITING EVERY RECIPIENT OF THE OLD
002985*                   DEPARTMENT AND JOURNALING EACH CHANGE TO
002990*                   RECPJRNL UNDER THIS RUN'S BATCH STAMP, AS
002995*                   XMASUPD DOES.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
004000     SELECT REGISTER-FILE ASSIGN TO "REFRPT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-REG-STATUS.
004208     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
004216         ORGANIZATION IS INDEXED
004224         ACCESS MODE IS DYNAMIC
004232         RECORD KEY IS RCP-ID
004240         FILE STATUS IS WS-RCP-STATUS.
004248     SELECT JOURNAL-FILE ASSIGN TO "RECPJRNL"
004256         ORGANIZATION IS LINE SEQUENTIAL
004264         FILE STATUS IS WS-JRN-STATUS.
004272     SELECT PARM-FILE ASSIGN TO "PARMFILE"
004280         ORGANIZATION IS LINE SEQUENTIAL
004288         FILE STATUS IS WS-PARM-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
005700     RECORDING MODE IS F.
005800     COPY XMPRTLN.
005900*
005907 FD  RECIP-FILE.
005921     COPY XMRECIP.
005928*
005935 FD  JOURNAL-FILE
005942     RECORDING MODE IS F.
005949     COPY XMRCPJRN.
005956*
005963 FD  PARM-FILE
005970     RECORDING MODE IS F.
005977     COPY XMPARM.
005984*
006000 WORKING-STORAGE SECTION.
006100 77  WS-TRN-STATUS       PIC X(02) VALUE SPACES.
006200     88  WS-TRN-OK               VALUE "00".
006400     88  WS-REF-OK               VALUE "00".
006500 77  WS-REG-STATUS       PIC X(02) VALUE SPACES.
006600     88  WS-REG-OK               VALUE "00".
006612 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
006624     88  WS-RCP-OK               VALUE "00".
006636     88  WS-RCP-NOT-FOUND        VALUE "35".
006648 77  WS-JRN-STATUS       PIC X(02) VALUE SPACES.
006660     88  WS-JRN-OK               VALUE "00".
006672 77  WS-PARM-STATUS      PIC X(02) VALUE SPACES.
006684     88  WS-PARM-OK              VALUE "00".
006700 77  WS-EOF-SW           PIC X(01) VALUE "N".
006800     88  WS-EOF                  VALUE "Y".
006900 77  WS-REF-EOF-SW       PIC X(01) VALUE "N".
007700 77  WS-DEPT-RECS        PIC 9(02) VALUE ZEROES.
007800 77  WS-MSG-RECS         PIC 9(02) VALUE ZEROES.
007900 77  WS-ORN-RECS         PIC 9(02) VALUE ZEROES.
007950 77  WS-RATE-RECS        PIC 9(02) VALUE ZEROES.
008000 77  WS-KEY-LENGTH       PIC 99    VALUE ZEROES.
008100 77  WS-SEED-INDEX       PIC 99    VALUE ZEROES.
008200 77  WS-TRAN-COUNT       PIC 9(06) VALUE ZEROES.
008300 77  WS-APPLIED-COUNT    PIC 9(06) VALUE ZEROES.
008400 77  WS-REJECT-COUNT     PIC 9(06) VALUE ZEROES.
008405 77  WS-RCP-OPEN-SW      PIC X(01) VALUE "N".
008410     88  WS-RCP-OPEN             VALUE "Y".
008415 77  WS-RCP-EOF-SW       PIC X(01) VALUE "N".
008420     88  WS-RCP-EOF              VALUE "Y".
008425 77  WS-NEW-DEPT-SW      PIC X(01) VALUE "N".
008430     88  WS-NEW-DEPT-FOUND       VALUE "Y".
008435 77  WS-PARM-DEPENDS-SW  PIC X(01) VALUE "N".
008440     88  WS-PARM-DEPENDS         VALUE "Y".
008445 77  WS-SCAN-MODE        PIC X(01) VALUE SPACES.
008450     88  WS-SCAN-COUNT           VALUE "C".
008455     88  WS-SCAN-LIST            VALUE "L".
008460     88  WS-SCAN-MOVE            VALUE "M".
008465 77  WS-SCAN-HITS        PIC 9(06) VALUE ZEROES.
008470 77  WS-MOVE-ERRORS      PIC 9(06) VALUE ZEROES.
008475 77  WS-MOVED-COUNT      PIC 9(06) VALUE ZEROES.
008480 77  WS-JRN-SEQUENCE     PIC 9(06) VALUE ZEROES.
008485 77  WS-PARM-MSG-CODE    PIC 99    VALUE 1.
008500 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
008600 01  WS-TRAN-KEY         PIC X(10) VALUE SPACES.
008700 01  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
008800     88  WS-TRAN-APPLIED         VALUE SPACES.
008872 01  WS-RUN-TIME         PIC X(08) VALUE SPACES.
008876 01  WS-SCAN-MSG-CODE    PIC X(02) VALUE SPACES.
008880 01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
008884 01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.
008900*    THE WHOLE REFERENCE DATASET HELD AS RAW RECORD IMAGES WHILE
009000*    THE TRANSACTIONS ARE APPLIED, THEN WRITTEN BACK IN ONE
009100*    PASS. THE CEILING IS THE SUM OF THE XMREFTBL SECTION
009200*    CEILINGS (50 DEPARTMENTS + 20 MESSAGES + 50 ORNAMENTS
009250*    + 10 COST RATES), WHICH THE PER-SECTION EDITS BELOW
009300*    ENFORCE.
009400 01  WS-REF-TABLE.
009500     05  WS-REF-ENTRY OCCURS 130 TIMES
009600                         PIC X(80).
009700*    THE OLD COMPILED TABLES, KEPT AS THE SEED FOR ANY SECTION
009800*    REFFILE DOES NOT CARRY YET - THE SAME FALLBACK XMASRFL
012400******************************************************************
012500 1000-INITIALIZE.
012600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012610     ACCEPT WS-RUN-TIME FROM TIME.
012700     OPEN INPUT TRAN-FILE.
012800     IF NOT WS-TRN-OK
012900         DISPLAY "XMASRFU - UNABLE TO OPEN REFTRAN, STATUS = "
013800         MOVE 8 TO RETURN-CODE
013900         GOBACK
014000     END-IF.
014050     PERFORM 1400-OPEN-MASTER THRU 1400-EXIT.
014100     PERFORM 1200-LOAD-REFFILE THRU 1200-EXIT.
014200     PERFORM 1300-SEED-MISSING THRU 1300-EXIT.
014300     PERFORM 2700-WRITE-REGISTER-HEADER THRU 2700-EXIT.
015900                 AT END
016000                     SET WS-REF-EOF TO TRUE
016100                 NOT AT END
016200                     IF WS-REF-COUNT < 130
016300                         ADD 1 TO WS-REF-COUNT
016400                         MOVE REF-RECORD
016500                           TO WS-REF-ENTRY(WS-REF-COUNT)
017000                                 ADD 1 TO WS-MSG-RECS
017100                             WHEN REF-ORNAMENT
017200                                 ADD 1 TO WS-ORN-RECS
017250                             WHEN REF-COST-RATE
017260                                 ADD 1 TO WS-RATE-RECS
017300                         END-EVALUATE
017400                     END-IF
017500             END-READ
018500*                     BEFORE THE TRANSACTIONS APPLY, SO A        *
018600*                     FIRST-EVER DELETE OR CHANGE HAS SOMETHING  *
018700*                     TO WORK AGAINST AND THE WRITE-BACK CARRIES *
018800*                     THE FULL WORLD FORWARD. COST RATES HAVE NO *
018850*                     COMPILED TABLE AND ARE NEVER SEEDED.       *
018900******************************************************************
019000 1300-SEED-MISSING.
019100     IF WS-DEPT-RECS = ZEROES
023400 1300-EXIT.
023500     EXIT.
023600*
023602******************************************************************
023604* 1400-OPEN-MASTER - OPEN THE RECIPIENT MASTER A DELETE IS       *
023606*                    CHECKED AGAINST AND A RENAME/MERGE MOVES,   *
023608*                    OPEN ITS JOURNAL, AND NOTE THE GREETING     *
023610*                    CODE PARMFILE SELECTS FOR THE CARD RUN (01  *
023612*                    WHEN THE FIELD IS BLANK, AS XMASDRV DEFAULTS*
023614*                    IT). WITH NO MASTER YET THERE IS NOTHING TO *
023616*                    CHECK OR MOVE. NO JOURNAL MEANS NO RECOVERY,*
023618*                    SO THE JOB STOPS BEFORE ANYTHING IS APPLIED.*
023620******************************************************************
023622 1400-OPEN-MASTER.
023624     OPEN I-O RECIP-FILE.
023626     EVALUATE TRUE
023628         WHEN WS-RCP-OK
023630             SET WS-RCP-OPEN TO TRUE
023632         WHEN WS-RCP-NOT-FOUND
023634             CONTINUE
023636         WHEN OTHER
023638             DISPLAY "XMASRFU - UNABLE TO OPEN RECIPFIL, "
023640                     "STATUS = " WS-RCP-STATUS
023642             MOVE 8 TO RETURN-CODE
023644             GOBACK
023646     END-EVALUATE.
023648     OPEN EXTEND JOURNAL-FILE.
023650     IF NOT WS-JRN-OK
023652         OPEN OUTPUT JOURNAL-FILE
023654     END-IF.
023656     IF NOT WS-JRN-OK
023658         DISPLAY "XMASRFU - UNABLE TO OPEN RECPJRNL, STATUS = "
023660                 WS-JRN-STATUS
023662         MOVE 8 TO RETURN-CODE
023664         GOBACK
023666     END-IF.
023668     OPEN INPUT PARM-FILE.
023670     IF WS-PARM-OK
023672         READ PARM-FILE
023674             AT END
023676                 CONTINUE
023678             NOT AT END
023680                 IF PARM-MSG-CODE IS NUMERIC
023682                  AND PARM-MSG-CODE > ZEROES
023684                     MOVE PARM-MSG-CODE TO WS-PARM-MSG-CODE
023686                 END-IF
023688         END-READ
023690         CLOSE PARM-FILE
023692     END-IF.
023694 1400-EXIT.
023696     EXIT.
023698*
023700******************************************************************
023800* 1900-READ-TRAN - READ THE NEXT MAINTENANCE TRANSACTION.        *
023900******************************************************************
025500 2000-PROCESS-TRAN.
025600     ADD 1 TO WS-TRAN-COUNT.
025700     MOVE SPACES TO WS-REJECT-REASON.
025733     MOVE ZEROES TO WS-SCAN-HITS.
025766     MOVE "N" TO WS-PARM-DEPENDS-SW.
025800     PERFORM 2050-BUILD-TRAN-KEY THRU 2050-EXIT.
025900     IF WS-TRAN-APPLIED
026000         PERFORM 2080-FIND-KEY THRU 2080-EXIT
026400             WHEN RTR-CHANGE
026500                 PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
026600             WHEN RTR-DELETE
026610                 PERFORM 2250-CHECK-DEPENDENTS THRU 2250-EXIT
026620                 IF WS-TRAN-APPLIED
026700                     PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
026710                 END-IF
026720             WHEN RTR-RENAME
026730                 PERFORM 2400-APPLY-RENAME THRU 2400-EXIT
026800             WHEN OTHER
026900                 MOVE "INVALID ACTION CODE"
027000                   TO WS-REJECT-REASON
027600         ADD 1 TO WS-REJECT-COUNT
027700     END-IF.
027800     PERFORM 2800-WRITE-REGISTER-LINE THRU 2800-EXIT.
027850     PERFORM 2850-WRITE-REGISTER-DETAIL THRU 2850-EXIT.
027900     PERFORM 1900-READ-TRAN THRU 1900-EXIT.
028000 2000-EXIT.
028100     EXIT.
028500*                       FIELDS AND BUILD THE COMPARISON KEY: THE *
028600*                       NAME FOR A DEPARTMENT, THE CODE FOR A    *
028700*                       MESSAGE, ROW PLUS COLUMN FOR AN          *
028800*                       ORNAMENT, THE RATE CODE FOR A COST RATE. *
028900******************************************************************
029000 2050-BUILD-TRAN-KEY.
029100     MOVE SPACES TO WS-TRAN-KEY.
031900                 MOVE RTR-ORN-COLUMN TO WS-TRAN-KEY(3:2)
032000                 MOVE 4 TO WS-KEY-LENGTH
032100             END-IF
032110         WHEN RTR-COST-RATE
032120             EVALUATE TRUE
032130                 WHEN NOT RTR-RATE-CODE-VALID
032140                     MOVE "COST RATE CODE INVALID"
032150                       TO WS-REJECT-REASON
032160                 WHEN NOT RTR-DELETE
032170                  AND RTR-RATE-AMOUNT IS NOT NUMERIC
032180                     MOVE "COST RATE NOT NUMERIC"
032190                       TO WS-REJECT-REASON
032192                 WHEN OTHER
032194                     MOVE RTR-RATE-CODE TO WS-TRAN-KEY(1:1)
032196                     MOVE 1 TO WS-KEY-LENGTH
032198             END-EVALUATE
032200         WHEN OTHER
032300             MOVE "INVALID RECORD TYPE" TO WS-REJECT-REASON
032400     END-EVALUATE.
034800* 2100-APPLY-ADD - APPEND A NEW REFERENCE RECORD. THE KEY MUST   *
034900*                  NOT ALREADY BE ON THE DATASET AND THE         *
035000*                  SECTION'S CEILING (50 DEPARTMENTS, 20         *
035100*                  MESSAGES, 50 ORNAMENTS, 10 COST RATES - THE   *
035150*                  XMREFTBL TABLE                                *
035200*                  SIZES XMASRFL LOADS INTO) MUST NOT BE         *
035300*                  EXCEEDED.                                     *
035400******************************************************************
036500         WHEN RTR-ORNAMENT AND WS-ORN-RECS NOT < 50
036600             MOVE "ORNAMENT SECTION FULL"
036700               TO WS-REJECT-REASON
036750         WHEN RTR-COST-RATE AND WS-RATE-RECS NOT < 10
036760             MOVE "COST RATE SECTION FULL"
036770               TO WS-REJECT-REASON
036800         WHEN OTHER
036900             ADD 1 TO WS-REF-COUNT
037000             MOVE RTR-RECORD(2:80)
037600                     ADD 1 TO WS-MSG-RECS
037700                 WHEN RTR-ORNAMENT
037800                     ADD 1 TO WS-ORN-RECS
037850                 WHEN RTR-COST-RATE
037860                     ADD 1 TO WS-RATE-RECS
037900             END-EVALUATE
038000     END-EVALUATE.
038100 2100-EXIT.
039800 2200-EXIT.
039900     EXIT.
040000*
040003******************************************************************
040006* 2250-CHECK-DEPENDENTS - A DEPARTMENT OR MESSAGE MAY ONLY BE    *
040009*                         DELETED ONCE NOTHING USES IT: NO       *
040012*                         RECIPIENT ON RECIPFIL CARRIES IT, AND  *
040015*                         FOR A MESSAGE, PARMFILE DOES NOT SELECT*
040018*                         IT FOR THE CARD RUN. OTHERWISE THE     *
040021*                         DELETE IS REFUSED AND 2850 LISTS WHAT  *
040024*                         STILL DEPENDS ON THE ENTRY.            *
040027******************************************************************
040030 2250-CHECK-DEPENDENTS.
040033     IF WS-MATCH-FOUND
040036      AND (RTR-DEPARTMENT OR RTR-MESSAGE)
040039         IF RTR-MESSAGE
040042             MOVE RTR-MSG-CODE TO WS-SCAN-MSG-CODE
040045             IF RTR-MSG-CODE = WS-PARM-MSG-CODE
040048                 SET WS-PARM-DEPENDS TO TRUE
040051             END-IF
040054         END-IF
040057         SET WS-SCAN-COUNT TO TRUE
040060         PERFORM 2450-SCAN-RECIPIENTS THRU 2450-EXIT
040063         IF WS-SCAN-HITS > ZEROES
040066          OR WS-PARM-DEPENDS
040069             MOVE "STILL IN USE - SEE BELOW"
040072               TO WS-REJECT-REASON
040075         END-IF
040078     END-IF.
040081 2250-EXIT.
040084     EXIT.
040087*
040100******************************************************************
040200* 2300-APPLY-DELETE - REMOVE THE MATCHED RECORD AND CLOSE THE    *
040300*                     GAP SO THE DATASET ORDER IS PRESERVED FOR  *
041400                 SUBTRACT 1 FROM WS-MSG-RECS
041500             WHEN RTR-ORNAMENT
041600                 SUBTRACT 1 FROM WS-ORN-RECS
041650             WHEN RTR-COST-RATE
041660                 SUBTRACT 1 FROM WS-RATE-RECS
041700         END-EVALUATE
041800         PERFORM VARYING WS-SHIFT-INDEX FROM WS-MATCH-INDEX BY 1
041900                 UNTIL WS-SHIFT-INDEX NOT < WS-REF-COUNT
042400     END-IF.
042500 2300-EXIT.
042600     EXIT.
042601*
042602******************************************************************
042603* 2400-APPLY-RENAME - MOVE EVERY RECIPIENT OF THE OLD DEPARTMENT *
042604*                     TO THE NEW ONE, THEN FIX UP REFFILE: IF THE*
042605*                     NEW NAME IS ALREADY A DEPARTMENT THE OLD   *
042606*                     ONE IS MERGED INTO IT AND REMOVED,         *
042607*                     OTHERWISE THE OLD ENTRY IS RENAMED IN      *
042608*                     PLACE. THE MASTER IS REWRITTEN AS THE      *
042609*                     TRANSACTION APPLIES (REFFILE ONLY AT THE   *
042610*                     END OF THE RUN), SO IF ANY RECIPIENT FAILS *
042611*                     TO MOVE, THE OLD ENTRY IS LEFT ALONE AND   *
042612*                     THE TRANSACTION IS REJECTED - RESUBMITTING *
042613*                     IT MOVES THE REST.                         *
042614******************************************************************
042615 2400-APPLY-RENAME.
042616     EVALUATE TRUE
042617         WHEN NOT RTR-DEPARTMENT
042618             MOVE "RENAME IS FOR DEPARTMENTS ONLY"
042619               TO WS-REJECT-REASON
042620         WHEN NOT WS-MATCH-FOUND
042621             MOVE "KEY NOT ON REFFILE" TO WS-REJECT-REASON
042622         WHEN RTR-DEPT-NEW-NAME = SPACES
042623             MOVE "NEW DEPARTMENT NAME MISSING"
042624               TO WS-REJECT-REASON
042625         WHEN RTR-DEPT-NEW-NAME = RTR-DEPT-NAME
042626             MOVE "NEW NAME SAME AS OLD" TO WS-REJECT-REASON
042627         WHEN OTHER
042628             MOVE "N" TO WS-NEW-DEPT-SW
042629             PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
042630                     UNTIL WS-REF-INDEX > WS-REF-COUNT
042631                 IF WS-REF-ENTRY(WS-REF-INDEX)(1:1) = "D"
042632                  AND WS-REF-ENTRY(WS-REF-INDEX)(2:10)
042633                      = RTR-DEPT-NEW-NAME
042634                     SET WS-NEW-DEPT-FOUND TO TRUE
042635                 END-IF
042636             END-PERFORM
042637             SET WS-SCAN-MOVE TO TRUE
042638             PERFORM 2450-SCAN-RECIPIENTS THRU 2450-EXIT
042639             EVALUATE TRUE
042640                 WHEN WS-MOVE-ERRORS > ZEROES
042641                     MOVE "NOT ALL RECIPIENTS MOVED"
042642                       TO WS-REJECT-REASON
042643                 WHEN WS-NEW-DEPT-FOUND
042644                     PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
042645                 WHEN OTHER
042646                     MOVE RTR-DEPT-NEW-NAME
042647                       TO WS-REF-ENTRY(WS-MATCH-INDEX)(2:10)
042648             END-EVALUATE
042649     END-EVALUATE.
042650 2400-EXIT.
042651     EXIT.
042652*
042653******************************************************************
042654* 2450-SCAN-RECIPIENTS - READ THE WHOLE MASTER IN KEY ORDER FOR  *
042655*                        THE RECIPIENTS THAT CARRY THE           *
042656*                        TRANSACTION'S DEPARTMENT OR MESSAGE     *
042657*                        CODE, AND COUNT, LIST OR MOVE THEM AS   *
042658*                        WS-SCAN-MODE SAYS.                      *
042659******************************************************************
042660 2450-SCAN-RECIPIENTS.
042661     MOVE ZEROES TO WS-SCAN-HITS.
042662     MOVE ZEROES TO WS-MOVE-ERRORS.
042663     IF WS-RCP-OPEN
042664         MOVE "N" TO WS-RCP-EOF-SW
042665         MOVE LOW-VALUES TO RCP-ID
042666         START RECIP-FILE KEY IS NOT LESS THAN RCP-ID
042667             INVALID KEY
042668                 SET WS-RCP-EOF TO TRUE
042669         END-START
042670         PERFORM 2460-SCAN-NEXT THRU 2460-EXIT
042671             UNTIL WS-RCP-EOF
042672     END-IF.
042673 2450-EXIT.
042674     EXIT.
042700*
042701******************************************************************
042702* 2460-SCAN-NEXT - READ THE NEXT RECIPIENT AND ACT ON IT IF IT   *
042703*                  USES THE TRANSACTION'S ENTRY.                 *
042704******************************************************************
042705 2460-SCAN-NEXT.
042706     READ RECIP-FILE NEXT RECORD
042707         AT END
042708             SET WS-RCP-EOF TO TRUE
042709         NOT AT END
042710             IF (RTR-DEPARTMENT AND RCP-DEPT = RTR-DEPT-NAME)
042711              OR (RTR-MESSAGE AND RCP-MSG-CODE = WS-SCAN-MSG-CODE)
042712                 ADD 1 TO WS-SCAN-HITS
042713                 EVALUATE TRUE
042714                     WHEN WS-SCAN-LIST
042715                         PERFORM 2870-WRITE-DEPENDENT
042716                             THRU 2870-EXIT
042717                     WHEN WS-SCAN-MOVE
042718                         PERFORM 2470-MOVE-RECIPIENT
042719                             THRU 2470-EXIT
042720                 END-EVALUATE
042721             END-IF
042722     END-READ.
042723 2460-EXIT.
042724     EXIT.
042725*
042726******************************************************************
042727* 2470-MOVE-RECIPIENT - REWRITE THE RECIPIENT JUST READ UNDER THE*
042728*                       NEW DEPARTMENT AND JOURNAL THE CHANGE.   *
042729******************************************************************
042730 2470-MOVE-RECIPIENT.
042731     MOVE RCP-RECORD TO WS-BEFORE-IMAGE.
042732     MOVE RTR-DEPT-NEW-NAME TO RCP-DEPT.
042733     REWRITE RCP-RECORD.
042734     IF WS-RCP-OK
042735         MOVE RCP-RECORD TO WS-AFTER-IMAGE
042736         PERFORM 2600-WRITE-JOURNAL THRU 2600-EXIT
042737         ADD 1 TO WS-MOVED-COUNT
042738     ELSE
042739         ADD 1 TO WS-MOVE-ERRORS
042740         DISPLAY "XMASRFU - REWRITE FAILED FOR RECIPIENT " RCP-ID
042741                 ", STATUS = " WS-RCP-STATUS
042742     END-IF.
042743 2470-EXIT.
042744     EXIT.
042745*
042746******************************************************************
042747* 2600-WRITE-JOURNAL - APPEND ONE RECPJRNL RECORD FOR THE        *
042748*                      RECIPIENT JUST MOVED, IN THE LAYOUT       *
042749*                      XMASUPD WRITES: THE BATCH DATE/TIME STAMP,*
042750*                      A SEQUENCE WITHIN THE BATCH, ACTION C AND *
042751*                      THE BEFORE AND AFTER IMAGES, SO XMASRCV   *
042752*                      CAN BACK A REORGANISATION OUT LIKE ANY    *
042753*                      OTHER BATCH.                              *
042754******************************************************************
042755 2600-WRITE-JOURNAL.
042756     ADD 1 TO WS-JRN-SEQUENCE.
042757     MOVE SPACES TO JRN-RECORD.
042758     MOVE WS-RUN-DATE TO JRN-RUN-DATE.
042759     MOVE WS-RUN-TIME TO JRN-RUN-TIME.
042760     MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE.
042761     MOVE "C" TO JRN-ACTION.
042762     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
042763     MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
042764     WRITE JRN-RECORD.
042765 2600-EXIT.
042766     EXIT.
042767*
042800******************************************************************
042900* 2700-WRITE-REGISTER-HEADER - WRITE THE REGISTER TITLE PAGE.    *
043000******************************************************************
043300     MOVE "1" TO PRT-CTL.
043400     STRING "XMASRFU REFERENCE DATASET MAINTENANCE REGISTER"
043500                          DELIMITED BY SIZE
043600            "   BATCH: "    DELIMITED BY SIZE
043700            WS-RUN-DATE   DELIMITED BY SIZE
043710            " "           DELIMITED BY SIZE
043720            WS-RUN-TIME   DELIMITED BY SIZE
043800       INTO PRT-TEXT.
043900     WRITE PRT-RECORD.
044000     MOVE SPACES TO PRT-RECORD.
046800 2800-EXIT.
046900     EXIT.
047000*
047001******************************************************************
047002* 2850-WRITE-REGISTER-DETAIL - UNDER A DELETE REFUSED BECAUSE THE*
047003*                              ENTRY IS STILL IN USE, ONE LINE   *
047004*                              PER DEPENDENT; UNDER A RENAME OR  *
047005*                              MERGE, HOW MANY RECIPIENTS MOVED. *
047006******************************************************************
047007 2850-WRITE-REGISTER-DETAIL.
047008     EVALUATE TRUE
047009         WHEN RTR-DELETE AND NOT WS-TRAN-APPLIED
047010             IF WS-PARM-DEPENDS
047011                 MOVE SPACES TO PRT-RECORD
047012                 MOVE " " TO PRT-CTL
047013                 MOVE "USED BY PARMFILE PARM-MSG-CODE"
047014                   TO PRT-TEXT(25:30)
047015                 WRITE PRT-RECORD
047016             END-IF
047017             IF WS-SCAN-HITS > ZEROES
047018                 SET WS-SCAN-LIST TO TRUE
047019                 PERFORM 2450-SCAN-RECIPIENTS THRU 2450-EXIT
047020             END-IF
047021         WHEN RTR-RENAME
047022          AND (WS-TRAN-APPLIED OR WS-SCAN-HITS > ZEROES)
047023             MOVE SPACES TO PRT-RECORD
047024             MOVE " " TO PRT-CTL
047025             SUBTRACT WS-MOVE-ERRORS FROM WS-SCAN-HITS
047026             MOVE WS-SCAN-HITS TO WS-EDIT-COUNT
047027             EVALUATE TRUE
047028                 WHEN NOT WS-TRAN-APPLIED
047029                     MOVE "MOVED TO" TO PRT-TEXT(25:8)
047030                 WHEN WS-NEW-DEPT-FOUND
047031                     MOVE "MERGED INTO" TO PRT-TEXT(25:11)
047032                 WHEN OTHER
047033                     MOVE "RENAMED TO" TO PRT-TEXT(25:10)
047034             END-EVALUATE
047035             MOVE RTR-DEPT-NEW-NAME TO PRT-TEXT(37:10)
047036             MOVE "- RECIPIENTS MOVED:" TO PRT-TEXT(48:19)
047037             MOVE WS-EDIT-COUNT TO PRT-TEXT(68:6)
047038             WRITE PRT-RECORD
047039     END-EVALUATE.
047040 2850-EXIT.
047041     EXIT.
047042*
047043******************************************************************
047044* 2870-WRITE-DEPENDENT - ONE REGISTER LINE FOR A RECIPIENT THAT  *
047045*                        STILL USES AN ENTRY BEING DELETED.      *
047046******************************************************************
047047 2870-WRITE-DEPENDENT.
047048     MOVE SPACES TO PRT-RECORD.
047049     MOVE " " TO PRT-CTL.
047050     MOVE "USED BY RECIPIENT" TO PRT-TEXT(25:17).
047051     MOVE RCP-ID TO PRT-TEXT(43:6).
047052     MOVE RCP-NAME TO PRT-TEXT(50:30).
047053     WRITE PRT-RECORD.
047054 2870-EXIT.
047055     EXIT.
047056*
047100******************************************************************
047200* 3000-REWRITE-REFFILE - WRITE THE MAINTAINED TABLE BACK AS THE  *
047300*                        NEW REFFILE. THE WRITE-BACK ALSO        *
053000            WS-EDIT-COUNT   DELIMITED BY SIZE
053100       INTO PRT-TEXT.
053200     WRITE PRT-RECORD.
053210     MOVE SPACES TO PRT-RECORD.
053220     MOVE " " TO PRT-CTL.
053230     MOVE WS-MOVED-COUNT TO WS-EDIT-COUNT.
053240     STRING "                  RECIPIENTS MOVED:  "
053250                            DELIMITED BY SIZE
053260            WS-EDIT-COUNT   DELIMITED BY SIZE
053270       INTO PRT-TEXT.
053280     WRITE PRT-RECORD.
053300 3900-EXIT.
053400     EXIT.
053500*
053900 9000-TERMINATE.
054000     CLOSE TRAN-FILE.
054100     CLOSE REGISTER-FILE.
054110     IF WS-RCP-OPEN
054120         CLOSE RECIP-FILE
054130     END-IF.
054140     CLOSE JOURNAL-FILE.
054200 9000-EXIT.
054300     EXIT.
054400*
