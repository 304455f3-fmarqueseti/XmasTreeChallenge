000100******************************************************************
000200* PROGRAM   : XMASRUN                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : RUN-CONTROL SUBROUTINE FOR THE DISTRIBUTION JOB.   *
000500*             CALLED BY XMASDRV, XMASBAL, XMASMAN, XMASACK AND   *
000600*             XMASCLS AS THEY START AND AS THEY END. A START     *
000700*             CALL REFUSES THE STEP UNLESS ITS PREDECESSOR       *
000800*             FINISHED CLEANLY (ENDED WITH RETURN CODE 4 OR      *
000900*             LESS) FOR THE SAME RUN DATE - XMASBAL NEEDS        *
001000*             XMASDRV, XMASMAN AND XMASACK NEED XMASBAL, AND     *
001100*             XMASCLS NEEDS EVERY RUN DATE OF THE SEASON TO HAVE *
001200*             FINISHED ITS CYCLE - UNLESS THE OPERATOR OVERRIDE  *
001300*             IS SET, THEN RECORDS THE START ON THE RUNCTL       *
001400*             DATASET. AN END CALL RECORDS THE END AND THE       *
001500*             RETURN CODE. A NEW XMASDRV START WIPES THE LATER   *
001600*             STEPS OF ITS RUN DATE, SO NOTHING DOWNSTREAM RUNS  *
001700*             AGAINST A CARDEXP OR CARDSTAT THE RERUN REPLACED   *
001800*             UNTIL XMASBAL HAS PROVED THE NEW RUN.              *
001900* CPD       : IBM                                                *
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.     XMASRUN.
002300 AUTHOR.         FABIO MARQUES.
002400 INSTALLATION.   FMARQUES-ETI.
002500 DATE-WRITTEN.   2026-10-15.
002600 DATE-COMPILED.
002700*
002800*   MODIFICATION HISTORY
002900*   --------------------------------------------------------------
003000*   2026-10-15  FM  INITIAL VERSION - XMASMAN PRINTED HAND-OFF
003100*                   SHEETS AFTER XMASBAL ENDED RC 8, AND XMASACK
003200*                   RECONCILED A CARDEXP A RERUN HAD REPLACED.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS RNC-RUN-DATE
004100         FILE STATUS IS WS-RNC-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RUNCTL-FILE.
004700     COPY XMRUNCTL.
004800*
004900 WORKING-STORAGE SECTION.
005000 77  WS-RNC-STATUS       PIC X(02) VALUE SPACES.
005100     88  WS-RNC-OK               VALUE "00".
005200     88  WS-RNC-NOT-FOUND        VALUE "35".
005300 77  WS-RNC-EOF-SW       PIC X(01) VALUE "N".
005400     88  WS-RNC-EOF              VALUE "Y".
005500 77  WS-NEW-RECORD-SW    PIC X(01) VALUE "N".
005600     88  WS-NEW-RECORD           VALUE "Y".
005700 77  WS-DATE-OPEN-SW     PIC X(01) VALUE "N".
005800     88  WS-DATE-OPEN            VALUE "Y".
005900 77  WS-STEP-INDEX       PIC 9(01) VALUE ZEROES.
006000 77  WS-PRED-STEP        PIC 9(01) VALUE ZEROES.
006100 77  WS-OPEN-DATES       PIC 9(04) VALUE ZEROES.
006200 01  WS-NOW-DATE         PIC X(08) VALUE SPACES.
006300 01  WS-NOW-TIME         PIC X(08) VALUE SPACES.
006400 01  WS-SEASON-YEAR      PIC X(04) VALUE SPACES.
006500 01  WS-FIRST-OPEN-DATE  PIC X(08) VALUE SPACES.
006600 01  WS-EDIT-RC          PIC 9(04) VALUE ZEROES.
006700 01  WS-EDIT-OPEN        PIC ZZZ9.
006800 01  WS-STEP-NAME-VALUES.
006900     05  FILLER          PIC X(07) VALUE "XMASDRV".
007000     05  FILLER          PIC X(07) VALUE "XMASBAL".
007100     05  FILLER          PIC X(07) VALUE "XMASMAN".
007200     05  FILLER          PIC X(07) VALUE "XMASACK".
007300     05  FILLER          PIC X(07) VALUE "XMASCLS".
007400 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
007500     05  WS-STEP-NAME    PIC X(07) OCCURS 5 TIMES.
007600*
007700 LINKAGE SECTION.
007800     COPY XMRUNLK.
007900*
008000 PROCEDURE DIVISION USING RUNL-AREA.
008100*
008200******************************************************************
008300* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE SUBROUTINE        *
008400******************************************************************
008500 0000-MAINLINE.
008600     SET RUNL-ALLOWED TO TRUE.
008700     MOVE SPACES TO RUNL-MESSAGE.
008800     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
008900     ACCEPT WS-NOW-TIME FROM TIME.
009000     PERFORM 1000-OPEN-RUNCTL THRU 1000-EXIT.
009100     IF RUNL-ALLOWED
009200         EVALUATE TRUE
009300             WHEN RUNL-START AND RUNL-STEP-CLS
009400                 PERFORM 3000-START-CLOSE THRU 3000-EXIT
009500             WHEN RUNL-START
009600                 PERFORM 2000-START-STEP THRU 2000-EXIT
009700             WHEN RUNL-END
009800                 PERFORM 2500-END-STEP THRU 2500-EXIT
009900             WHEN OTHER
010000                 SET RUNL-REFUSED TO TRUE
010100                 MOVE "INVALID RUN-CONTROL FUNCTION"
010200                   TO RUNL-MESSAGE
010300         END-EVALUATE
010400         CLOSE RUNCTL-FILE
010500     END-IF.
010600     GOBACK.
010700*
010800******************************************************************
010900* 1000-OPEN-RUNCTL - OPEN THE RUN-CONTROL DATASET, CREATING IT   *
011000*                    EMPTY ON THE FIRST EVER CALL THE SAME WAY   *
011100*                    1700-OPEN-CARD-STATUS IN XMASDRV CREATES    *
011200*                    CARDSTAT. A DATASET THAT CANNOT BE OPENED   *
011300*                    REFUSES THE STEP - AN UNRECORDED RUN WOULD  *
011400*                    DEFEAT THE CHECK FOR EVERY STEP AFTER IT.   *
011500******************************************************************
011600 1000-OPEN-RUNCTL.
011700     OPEN I-O RUNCTL-FILE.
011800     IF WS-RNC-NOT-FOUND
011900         OPEN OUTPUT RUNCTL-FILE
012000         CLOSE RUNCTL-FILE
012100         OPEN I-O RUNCTL-FILE
012200     END-IF.
012300     IF NOT WS-RNC-OK
012400         SET RUNL-REFUSED TO TRUE
012500         STRING "UNABLE TO OPEN RUNCTL, STATUS = "
012600                                  DELIMITED BY SIZE
012700                WS-RNC-STATUS     DELIMITED BY SIZE
012800           INTO RUNL-MESSAGE
012900     END-IF.
013000 1000-EXIT.
013100     EXIT.
013200*
013300******************************************************************
013400* 2000-START-STEP - CHECK THE PREDECESSOR OF A DISTRIBUTION STEP *
013500*                   FOR THE RUN DATE AND, IF IT FINISHED CLEANLY *
013600*                   OR THE OPERATOR OVERRIDES, RECORD THE START. *
013700*                   XMASDRV HAS NO PREDECESSOR; ITS START CLEARS *
013800*                   THE SLOTS OF THE STEPS AFTER IT.             *
013900******************************************************************
014000 2000-START-STEP.
014100     PERFORM 2100-READ-RUN-DATE THRU 2100-EXIT.
014200     IF RUNL-STEP-DRV
014300         MOVE RUNL-OUTPUT-MODE TO RNC-OUTPUT-MODE
014400         PERFORM VARYING WS-STEP-INDEX FROM 2 BY 1
014500                 UNTIL WS-STEP-INDEX > 4
014600             MOVE SPACES TO RNC-STEP(WS-STEP-INDEX)
014700             MOVE ZEROES TO RNC-STEP-RC(WS-STEP-INDEX)
014800         END-PERFORM
014900     ELSE
015000         IF RUNL-STEP-BAL
015100             MOVE 1 TO WS-PRED-STEP
015200         ELSE
015300             MOVE 2 TO WS-PRED-STEP
015400         END-IF
015500         PERFORM 2200-CHECK-PREDECESSOR THRU 2200-EXIT
015600     END-IF.
015700     IF RUNL-ALLOWED
015800         MOVE RUNL-STEP TO WS-STEP-INDEX
015900         PERFORM 2300-MARK-STARTED THRU 2300-EXIT
016000         PERFORM 2400-SAVE-RECORD THRU 2400-EXIT
016100     END-IF.
016200 2000-EXIT.
016300     EXIT.
016400*
016500******************************************************************
016600* 2100-READ-RUN-DATE - READ THE RUN-CONTROL RECORD OF THE CALL'S *
016700*                      RUN DATE, OR BUILD AN EMPTY ONE IF THE    *
016800*                      DATE HAS NEVER BEEN RECORDED.             *
016900******************************************************************
017000 2100-READ-RUN-DATE.
017100     MOVE "N" TO WS-NEW-RECORD-SW.
017200     MOVE RUNL-RUN-DATE TO RNC-RUN-DATE.
017300     READ RUNCTL-FILE
017400         INVALID KEY
017500             SET WS-NEW-RECORD TO TRUE
017600             MOVE SPACES TO RNC-RECORD
017700             MOVE RUNL-RUN-DATE TO RNC-RUN-DATE
017800             PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
017900                     UNTIL WS-STEP-INDEX > 5
018000                 MOVE ZEROES TO RNC-STEP-RC(WS-STEP-INDEX)
018100             END-PERFORM
018200     END-READ.
018300 2100-EXIT.
018400     EXIT.
018500*
018600******************************************************************
018700* 2200-CHECK-PREDECESSOR - THE PREDECESSOR SLOT MUST HAVE ENDED  *
018800*                          WITH RETURN CODE 4 OR LESS. OTHERWISE *
018900*                          THE STEP IS REFUSED, OR - WITH THE    *
019000*                          OVERRIDE SET - ALLOWED WITH A WARNING *
019100*                          AND MARKED AS FORCED ON RUNCTL.       *
019200******************************************************************
019300 2200-CHECK-PREDECESSOR.
019400     EVALUATE TRUE
019500         WHEN RNC-STEP-NOT-RUN(WS-PRED-STEP)
019600             STRING WS-STEP-NAME(WS-PRED-STEP) DELIMITED BY SIZE
019700                    " HAS NOT RUN FOR "        DELIMITED BY SIZE
019800                    RUNL-RUN-DATE              DELIMITED BY SIZE
019900               INTO RUNL-MESSAGE
020000         WHEN RNC-STEP-STARTED(WS-PRED-STEP)
020100             STRING WS-STEP-NAME(WS-PRED-STEP) DELIMITED BY SIZE
020200                    " DID NOT FINISH FOR "     DELIMITED BY SIZE
020300                    RUNL-RUN-DATE              DELIMITED BY SIZE
020400               INTO RUNL-MESSAGE
020500         WHEN RNC-STEP-RC(WS-PRED-STEP) > 4
020600             MOVE RNC-STEP-RC(WS-PRED-STEP) TO WS-EDIT-RC
020700             STRING WS-STEP-NAME(WS-PRED-STEP) DELIMITED BY SIZE
020800                    " ENDED RC "               DELIMITED BY SIZE
020900                    WS-EDIT-RC                 DELIMITED BY SIZE
021000                    " FOR "                    DELIMITED BY SIZE
021100                    RUNL-RUN-DATE              DELIMITED BY SIZE
021200               INTO RUNL-MESSAGE
021300     END-EVALUATE.
021400     IF RUNL-MESSAGE NOT = SPACES
021500         IF RUNL-OVERRIDE-ON
021600             MOVE " - OVERRIDDEN" TO RUNL-MESSAGE(48:13)
021700         ELSE
021800             SET RUNL-REFUSED TO TRUE
021900         END-IF
022000     END-IF.
022100 2200-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500* 2300-MARK-STARTED - STAMP THE STEP'S SLOT AS STARTED NOW.      *
022600******************************************************************
022700 2300-MARK-STARTED.
022800     SET RNC-STEP-STARTED(WS-STEP-INDEX) TO TRUE.
022900     MOVE SPACES TO RNC-STEP-OVERRIDE(WS-STEP-INDEX).
023000     IF RUNL-MESSAGE NOT = SPACES
023100         SET RNC-STEP-FORCED(WS-STEP-INDEX) TO TRUE
023200     END-IF.
023300     MOVE WS-NOW-DATE TO RNC-START-DATE(WS-STEP-INDEX).
023400     MOVE WS-NOW-TIME(1:6) TO RNC-START-TIME(WS-STEP-INDEX).
023500     MOVE SPACES TO RNC-END-DATE(WS-STEP-INDEX).
023600     MOVE SPACES TO RNC-END-TIME(WS-STEP-INDEX).
023700     MOVE ZEROES TO RNC-STEP-RC(WS-STEP-INDEX).
023800 2300-EXIT.
023900     EXIT.
024000*
024100******************************************************************
024200* 2400-SAVE-RECORD - WRITE A NEW RUN-CONTROL RECORD OR REWRITE   *
024300*                    THE ONE READ. A FAILURE IS REPORTED BACK AS *
024400*                    A REFUSAL SO THE CALLER STOPS OR WARNS.     *
024500******************************************************************
024600 2400-SAVE-RECORD.
024700     IF WS-NEW-RECORD
024800         WRITE RNC-RECORD
024900     ELSE
025000         REWRITE RNC-RECORD
025100     END-IF.
025200     IF NOT WS-RNC-OK
025300         SET RUNL-REFUSED TO TRUE
025400         MOVE SPACES TO RUNL-MESSAGE
025500         STRING "UNABLE TO RECORD ON RUNCTL, STATUS = "
025600                                  DELIMITED BY SIZE
025700                WS-RNC-STATUS     DELIMITED BY SIZE
025800           INTO RUNL-MESSAGE
025900     END-IF.
026000 2400-EXIT.
026100     EXIT.
026200*
026300******************************************************************
026400* 2500-END-STEP - RECORD THE END OF A STEP AND ITS RETURN CODE   *
026500*                 ON ITS RUN DATE (OR, FOR XMASCLS, ON ITS       *
026600*                 SEASON RECORD).                                *
026700******************************************************************
026800 2500-END-STEP.
026900     PERFORM 2100-READ-RUN-DATE THRU 2100-EXIT.
027000     MOVE RUNL-STEP TO WS-STEP-INDEX.
027100     SET RNC-STEP-ENDED(WS-STEP-INDEX) TO TRUE.
027200     MOVE WS-NOW-DATE TO RNC-END-DATE(WS-STEP-INDEX).
027300     MOVE WS-NOW-TIME(1:6) TO RNC-END-TIME(WS-STEP-INDEX).
027400     MOVE RUNL-STEP-RC TO RNC-STEP-RC(WS-STEP-INDEX).
027500     PERFORM 2400-SAVE-RECORD THRU 2400-EXIT.
027600 2500-EXIT.
027700     EXIT.
027800*
027900******************************************************************
028000* 3000-START-CLOSE - THE SEASON CLOSE-OUT MAY ONLY RUN ONCE EVERY*
028100*                    RUN DATE OF THE SEASON HAS FINISHED ITS     *
028200*                    CYCLE: XMASDRV, XMASBAL AND XMASMAN ENDED   *
028300*                    CLEANLY, AND XMASACK TOO WHEN THE RUN       *
028400*                    EXPORTED TO THE GATEWAY. THE START IS THEN  *
028500*                    RECORDED ON THE SEASON RECORD.              *
028600******************************************************************
028700 3000-START-CLOSE.
028800     MOVE RUNL-RUN-DATE(1:4) TO WS-SEASON-YEAR.
028900     MOVE ZEROES TO WS-OPEN-DATES.
029000     MOVE SPACES TO WS-FIRST-OPEN-DATE.
029100     MOVE "N" TO WS-RNC-EOF-SW.
029200     MOVE WS-SEASON-YEAR TO RNC-SEASON-YEAR.
029300     MOVE "0000" TO RNC-SEASON-FILL.
029400     START RUNCTL-FILE KEY IS NOT LESS THAN RNC-RUN-DATE
029500         INVALID KEY
029600             SET WS-RNC-EOF TO TRUE
029700     END-START.
029800     PERFORM 3100-CHECK-ONE-DATE THRU 3100-EXIT
029900         UNTIL WS-RNC-EOF.
030000     IF WS-OPEN-DATES > ZEROES
030100         MOVE WS-OPEN-DATES TO WS-EDIT-OPEN
030200         STRING WS-EDIT-OPEN          DELIMITED BY SIZE
030300                " RUN DATE(S) NOT FINISHED, FIRST "
030400                                      DELIMITED BY SIZE
030500                WS-FIRST-OPEN-DATE    DELIMITED BY SIZE
030600           INTO RUNL-MESSAGE
030700         IF RUNL-OVERRIDE-ON
030800             MOVE " - OVERRIDDEN" TO RUNL-MESSAGE(48:13)
030900         ELSE
031000             SET RUNL-REFUSED TO TRUE
031100         END-IF
031200     END-IF.
031300     IF RUNL-ALLOWED
031400         MOVE WS-SEASON-YEAR TO RUNL-RUN-DATE(1:4)
031500         MOVE SPACES TO RUNL-RUN-DATE(5:4)
031600         PERFORM 2100-READ-RUN-DATE THRU 2100-EXIT
031700         MOVE 5 TO WS-STEP-INDEX
031800         PERFORM 2300-MARK-STARTED THRU 2300-EXIT
031900         PERFORM 2400-SAVE-RECORD THRU 2400-EXIT
032000     END-IF.
032100 3000-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500* 3100-CHECK-ONE-DATE - READ THE NEXT RUN DATE OF THE SEASON AND *
032600*                       COUNT IT IF ANY STEP OF ITS CYCLE HAS    *
032700*                       NOT ENDED CLEANLY.                       *
032800******************************************************************
032900 3100-CHECK-ONE-DATE.
033000     READ RUNCTL-FILE NEXT RECORD
033100         AT END
033200             SET WS-RNC-EOF TO TRUE
033300     END-READ.
033400     IF NOT WS-RNC-EOF
033500         IF RNC-SEASON-YEAR NOT = WS-SEASON-YEAR
033600             SET WS-RNC-EOF TO TRUE
033700         ELSE
033800             MOVE "N" TO WS-DATE-OPEN-SW
033900             PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
034000                     UNTIL WS-STEP-INDEX > 4
034100                 IF (WS-STEP-INDEX < 4 OR RNC-EXPORT-RUN)
034200                  AND (NOT RNC-STEP-ENDED(WS-STEP-INDEX)
034300                       OR RNC-STEP-RC(WS-STEP-INDEX) > 4)
034400                     SET WS-DATE-OPEN TO TRUE
034500                 END-IF
034600             END-PERFORM
034700             IF WS-DATE-OPEN
034800                 ADD 1 TO WS-OPEN-DATES
034900                 IF WS-FIRST-OPEN-DATE = SPACES
035000                     MOVE RNC-RUN-DATE TO WS-FIRST-OPEN-DATE
035100                 END-IF
035200             END-IF
035300         END-IF
035400     END-IF.
035500 3100-EXIT.
035600     EXIT.
035700*
035800 END PROGRAM XMASRUN.
