000100******************************************************************
000200* PROGRAM   : XMASRST                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : RUN-CONTROL STATUS REPORT. READS THE RUNCTL        *
000500*             DATASET XMASRUN KEEPS AND PRINTS ONE ENTRY PER RUN *
000600*             DATE SHOWING HOW FAR EACH DISTRIBUTION STEP GOT -  *
000700*             NOT RUN, STARTED, OR ENDED WITH ITS RETURN CODE -  *
000800*             WHEN IT STARTED OR ENDED, AND WHERE THE RUN DATE   *
000900*             STANDS IN THE CYCLE: THE STEP IT IS WAITING FOR,   *
001000*             THE STEP THAT IS RUNNING OR ABENDED, THE STEP THAT *
001100*             FAILED, OR COMPLETE. SEASON RECORDS SHOW THE       *
001200*             XMASCLS STEP FOR THE YEAR. STEPS FORCED PAST THEIR *
001300*             PREDECESSOR BY THE OPERATOR ARE FLAGGED WITH AN *. *
001400*             READ ONLY - IT CAN BE RUN AT ANY TIME.             *
001500* CPD       : IBM                                                *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.     XMASRST.
001900 AUTHOR.         FABIO MARQUES.
002000 INSTALLATION.   FMARQUES-ETI.
002100 DATE-WRITTEN.   2026-10-15.
002200 DATE-COMPILED.
002300*
002400*   MODIFICATION HISTORY
002500*   --------------------------------------------------------------
002600*   2026-10-15  FM  INITIAL VERSION - THE OPERATORS HAD NO SINGLE
002610*                   VIEW OF WHICH JOB STEPS HAD RUN FOR A SEASON
002620*                   DATE AND WITH WHAT RETURN CODE.
002700*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS RNC-RUN-DATE
003500         FILE STATUS IS WS-RNC-STATUS.
003600     SELECT REPORT-FILE ASSIGN TO "RUNSTRPT"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-RPT-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RUNCTL-FILE.
004400     COPY XMRUNCTL.
004500*
004600 FD  REPORT-FILE
004700     LABEL RECORDS ARE STANDARD
004800     RECORD CONTAINS 132 CHARACTERS
004900     RECORDING MODE IS F.
005000     COPY XMPRTLN.
005100*
005200 WORKING-STORAGE SECTION.
005300 77  WS-RNC-STATUS       PIC X(02) VALUE SPACES.
005400     88  WS-RNC-OK               VALUE "00".
005500     88  WS-RNC-NOT-FOUND        VALUE "35".
005600 77  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
005700     88  WS-RPT-OK               VALUE "00".
005800 77  WS-RNC-EOF-SW       PIC X(01) VALUE "N".
005900     88  WS-RNC-EOF              VALUE "Y".
006000 77  WS-RNC-OPEN-SW      PIC X(01) VALUE "N".
006100     88  WS-RNC-OPEN             VALUE "Y".
006200 77  WS-STEP-INDEX       PIC 9(01) VALUE ZEROES.
006300 77  WS-COL              PIC 9(03) VALUE ZEROES.
006400 77  WS-DATE-COUNT       PIC 9(05) VALUE ZEROES.
006500 77  WS-COMPLETE-COUNT   PIC 9(05) VALUE ZEROES.
006600 77  WS-CLOSED-COUNT     PIC 9(05) VALUE ZEROES.
006700 77  WS-OPEN-COUNT       PIC 9(05) VALUE ZEROES.
006800 77  WS-SEASON-COUNT     PIC 9(05) VALUE ZEROES.
006900 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
007000 01  WS-RUN-TIME         PIC X(08) VALUE SPACES.
007100 01  WS-EDIT-COUNT       PIC ZZ,ZZ9.
007200 01  WS-STANDING         PIC X(35) VALUE SPACES.
007300 01  WS-SECOND-LINE      PIC X(131) VALUE SPACES.
007400 01  WS-CLOSE-YEAR       PIC X(04) VALUE SPACES.
007500 01  WS-CLOSE-SLOT       PIC X(34) VALUE SPACES.
007600 01  WS-CUR-SLOT.
007700     05  WS-CUR-STATE        PIC X(01).
007800         88  WS-CUR-NOT-RUN      VALUE SPACE.
007900         88  WS-CUR-STARTED      VALUE "S".
008000         88  WS-CUR-ENDED        VALUE "E".
008100     05  WS-CUR-OVERRIDE     PIC X(01).
008200         88  WS-CUR-FORCED       VALUE "Y".
008300     05  WS-CUR-START-DATE   PIC X(08).
008400     05  WS-CUR-START-TIME   PIC X(06).
008500     05  WS-CUR-END-DATE     PIC X(08).
008600     05  WS-CUR-END-TIME     PIC X(06).
008700     05  WS-CUR-RC           PIC 9(04).
008800 01  WS-STEP-NAME-VALUES.
008900     05  FILLER          PIC X(07) VALUE "XMASDRV".
009000     05  FILLER          PIC X(07) VALUE "XMASBAL".
009100     05  FILLER          PIC X(07) VALUE "XMASMAN".
009200     05  FILLER          PIC X(07) VALUE "XMASACK".
009300     05  FILLER          PIC X(07) VALUE "XMASCLS".
009400 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
009500     05  WS-STEP-NAME    PIC X(07) OCCURS 5 TIMES.
009600*
009700 PROCEDURE DIVISION.
009800*
009900******************************************************************
010000* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM           *
010100******************************************************************
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
010500         UNTIL WS-RNC-EOF.
010600     PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
010700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010800     GOBACK.
010900*
011000******************************************************************
011100* 1000-INITIALIZE - OPEN THE REPORT AND THE RUN-CONTROL DATASET. *
011200*                   A RUNCTL THAT DOES NOT EXIST YET IS NOT AN   *
011300*                   ERROR - NO STEP HAS BEEN RECORDED - AND THE  *
011400*                   REPORT SAYS SO.                              *
011500******************************************************************
011600 1000-INITIALIZE.
011700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011800     ACCEPT WS-RUN-TIME FROM TIME.
011900     OPEN OUTPUT REPORT-FILE.
012000     IF NOT WS-RPT-OK
012100         DISPLAY "XMASRST - UNABLE TO OPEN RUNSTRPT, STATUS = "
012200                 WS-RPT-STATUS
012300         MOVE 8 TO RETURN-CODE
012400         GOBACK
012500     END-IF.
012600     OPEN INPUT RUNCTL-FILE.
012700     EVALUATE TRUE
012800         WHEN WS-RNC-OK
012900             SET WS-RNC-OPEN TO TRUE
013000         WHEN WS-RNC-NOT-FOUND
013100             SET WS-RNC-EOF TO TRUE
013200         WHEN OTHER
013300             DISPLAY "XMASRST - UNABLE TO OPEN RUNCTL, STATUS = "
013400                     WS-RNC-STATUS
013500             CLOSE REPORT-FILE
013600             MOVE 8 TO RETURN-CODE
013700             GOBACK
013800     END-EVALUATE.
013900     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
014000     IF WS-RNC-OPEN
014100         PERFORM 1900-READ-RUNCTL THRU 1900-EXIT
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500*
014600******************************************************************
014700* 1100-WRITE-HEADER - TITLE AND COLUMN HEADINGS                  *
014800******************************************************************
014900 1100-WRITE-HEADER.
015000     MOVE SPACES TO PRT-RECORD.
015100     MOVE "1" TO PRT-CTL.
015200     STRING "XMASRST - RUN-CONTROL STATUS REPORT"
015300                              DELIMITED BY SIZE
015400            "   PRINTED: "    DELIMITED BY SIZE
015500            WS-RUN-DATE       DELIMITED BY SIZE
015600            " "               DELIMITED BY SIZE
015700            WS-RUN-TIME(1:6) DELIMITED BY SIZE
015800       INTO PRT-TEXT.
015900     WRITE PRT-RECORD.
016000     MOVE SPACES TO PRT-RECORD.
016100     MOVE "0" TO PRT-CTL.
016200     MOVE "RUN DATE"   TO PRT-TEXT(1:8).
016300     MOVE "MODE"       TO PRT-TEXT(11:4).
016400     PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
016500             UNTIL WS-STEP-INDEX > 5
016600         COMPUTE WS-COL = 17 + (WS-STEP-INDEX - 1) * 16
016700         MOVE WS-STEP-NAME(WS-STEP-INDEX)
016800           TO PRT-TEXT(WS-COL:7)
016900     END-PERFORM.
017000     MOVE "STANDS AT"  TO PRT-TEXT(97:9).
017100     WRITE PRT-RECORD.
017200     MOVE SPACES TO PRT-RECORD.
017300     MOVE " " TO PRT-CTL.
017400     MOVE ALL "-" TO PRT-TEXT.
017500     WRITE PRT-RECORD.
017600 1100-EXIT.
017700     EXIT.
017800*
017900******************************************************************
018000* 1900-READ-RUNCTL - READ THE NEXT RUN-CONTROL RECORD            *
018100******************************************************************
018200 1900-READ-RUNCTL.
018300     READ RUNCTL-FILE NEXT RECORD
018400         AT END
018500             SET WS-RNC-EOF TO TRUE
018600     END-READ.
018700 1900-EXIT.
018800     EXIT.
018900*
019000******************************************************************
019100* 2000-PROCESS-RECORD - A SEASON RECORD (YEAR FOLLOWED BY SPACES)*
019200*                       SORTS AHEAD OF THE RUN DATES OF ITS YEAR *
019300*                       AND CARRIES THE XMASCLS STEP; EVERY      *
019400*                       OTHER RECORD IS ONE RUN DATE.            *
019500******************************************************************
019600 2000-PROCESS-RECORD.
019700     IF RNC-SEASON-FILL = SPACES
019800         PERFORM 2100-WRITE-SEASON-LINE THRU 2100-EXIT
019900     ELSE
020000         PERFORM 2200-WRITE-RUN-DATE-LINES THRU 2200-EXIT
020100     END-IF.
020200     PERFORM 1900-READ-RUNCTL THRU 1900-EXIT.
020300 2000-EXIT.
020400     EXIT.
020500*
020600******************************************************************
020700* 2100-WRITE-SEASON-LINE - SHOW THE XMASCLS STEP FOR THE YEAR AND*
020800*                          KEEP IT FOR THE RUN DATES THAT FOLLOW *
020900******************************************************************
021000 2100-WRITE-SEASON-LINE.
021100     ADD 1 TO WS-SEASON-COUNT.
021200     MOVE RNC-SEASON-YEAR TO WS-CLOSE-YEAR.
021300     MOVE RNC-STEP(5) TO WS-CLOSE-SLOT.
021400     MOVE SPACES TO PRT-RECORD.
021500     MOVE SPACES TO WS-SECOND-LINE.
021600     MOVE "0" TO PRT-CTL.
021700     STRING "SEASON "         DELIMITED BY SIZE
021800            RNC-SEASON-YEAR   DELIMITED BY SIZE
021900       INTO PRT-TEXT.
022000     MOVE WS-CLOSE-SLOT TO WS-CUR-SLOT.
022100     MOVE 81 TO WS-COL.
022200     PERFORM 2400-FORMAT-SLOT THRU 2400-EXIT.
022300     EVALUATE TRUE
022400         WHEN WS-CUR-NOT-RUN
022500             MOVE "SEASON OPEN" TO WS-STANDING
022600         WHEN WS-CUR-STARTED
022700             MOVE "XMASCLS RUNNING OR ABENDED" TO WS-STANDING
022800         WHEN WS-CUR-RC > 4
022900             STRING "XMASCLS FAILED - RC " DELIMITED BY SIZE
023000                    WS-CUR-RC              DELIMITED BY SIZE
023100               INTO WS-STANDING
023200         WHEN OTHER
023300             MOVE "SEASON CLOSED" TO WS-STANDING
023400     END-EVALUATE.
023500     MOVE WS-STANDING TO PRT-TEXT(97:35).
023600     WRITE PRT-RECORD.
023700     MOVE SPACES TO PRT-RECORD.
023800     MOVE " " TO PRT-CTL.
023900     MOVE WS-SECOND-LINE TO PRT-TEXT.
024000     WRITE PRT-RECORD.
024100 2100-EXIT.
024200     EXIT.
024300*
024400******************************************************************
024500* 2200-WRITE-RUN-DATE-LINES - ONE RUN DATE: THE STATE OF EACH    *
024600*                             STEP ON THE FIRST LINE, THE DATE   *
024700*                             AND TIME IT STARTED OR ENDED ON    *
024800*                             THE SECOND. XMASACK IS NOT NEEDED  *
024900*                             ON A PRINT-ONLY RUN.               *
025000******************************************************************
025100 2200-WRITE-RUN-DATE-LINES.
025200     ADD 1 TO WS-DATE-COUNT.
025300     MOVE SPACES TO PRT-RECORD.
025400     MOVE SPACES TO WS-SECOND-LINE.
025500     MOVE " " TO PRT-CTL.
025600     MOVE RNC-RUN-DATE TO PRT-TEXT(1:8).
025700     IF RNC-OUTPUT-MODE = SPACE
025800         MOVE "P" TO PRT-TEXT(12:1)
025900     ELSE
026000         MOVE RNC-OUTPUT-MODE TO PRT-TEXT(12:1)
026100     END-IF.
026200     PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
026300             UNTIL WS-STEP-INDEX > 4
026400         COMPUTE WS-COL = 17 + (WS-STEP-INDEX - 1) * 16
026500         MOVE RNC-STEP(WS-STEP-INDEX) TO WS-CUR-SLOT
026600         IF WS-STEP-INDEX = 4 AND NOT RNC-EXPORT-RUN
026700                              AND WS-CUR-NOT-RUN
026800             MOVE "NOT NEEDED" TO PRT-TEXT(WS-COL:10)
026900         ELSE
027000             PERFORM 2400-FORMAT-SLOT THRU 2400-EXIT
027100         END-IF
027200     END-PERFORM.
027300     IF RNC-SEASON-YEAR = WS-CLOSE-YEAR
027400         MOVE WS-CLOSE-SLOT TO WS-CUR-SLOT
027500     ELSE
027600         MOVE SPACES TO WS-CUR-SLOT
027700     END-IF.
027800     MOVE 81 TO WS-COL.
027900     PERFORM 2400-FORMAT-SLOT THRU 2400-EXIT.
028000     PERFORM 2300-DERIVE-STANDING THRU 2300-EXIT.
028100     MOVE WS-STANDING TO PRT-TEXT(97:35).
028200     WRITE PRT-RECORD.
028300     MOVE SPACES TO PRT-RECORD.
028400     MOVE " " TO PRT-CTL.
028500     MOVE WS-SECOND-LINE TO PRT-TEXT.
028600     WRITE PRT-RECORD.
028700 2200-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100* 2300-DERIVE-STANDING - WHERE THE RUN DATE STANDS: THE FIRST    *
029200*                        STEP IN CYCLE ORDER THAT IS NOT RUN,    *
029300*                        STILL MARKED STARTED OR ENDED ABOVE RC  *
029400*                        4 STOPS THE CYCLE; WITH NONE THE DATE   *
029500*                        IS COMPLETE, OR CLOSED ONCE XMASCLS HAS *
029600*                        FINISHED FOR THE SEASON.                *
029700******************************************************************
029800 2300-DERIVE-STANDING.
029900     MOVE SPACES TO WS-STANDING.
030000     IF RNC-SEASON-YEAR = WS-CLOSE-YEAR
030100         MOVE WS-CLOSE-SLOT TO WS-CUR-SLOT
030200         IF WS-CUR-ENDED AND WS-CUR-RC NOT > 4
030300             MOVE "SEASON CLOSED" TO WS-STANDING
030400         END-IF
030500     END-IF.
030600     PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
030700             UNTIL WS-STEP-INDEX > 4
030800                OR WS-STANDING NOT = SPACES
030900         MOVE RNC-STEP(WS-STEP-INDEX) TO WS-CUR-SLOT
031000         IF WS-STEP-INDEX < 4 OR RNC-EXPORT-RUN
031100             EVALUATE TRUE
031200                 WHEN WS-CUR-NOT-RUN
031300                     STRING "AWAITING "     DELIMITED BY SIZE
031400                            WS-STEP-NAME(WS-STEP-INDEX)
031500                                            DELIMITED BY SIZE
031600                       INTO WS-STANDING
031700                 WHEN WS-CUR-STARTED
031800                     STRING WS-STEP-NAME(WS-STEP-INDEX)
031900                                            DELIMITED BY SIZE
032000                            " RUNNING OR ABENDED"
032100                                            DELIMITED BY SIZE
032200                       INTO WS-STANDING
032300                 WHEN WS-CUR-RC > 4
032400                     STRING WS-STEP-NAME(WS-STEP-INDEX)
032500                                            DELIMITED BY SIZE
032600                            " FAILED - RC " DELIMITED BY SIZE
032700                            WS-CUR-RC       DELIMITED BY SIZE
032800                       INTO WS-STANDING
032900                 WHEN OTHER
033000                     CONTINUE
033100             END-EVALUATE
033200         END-IF
033300     END-PERFORM.
033400     EVALUATE TRUE
033500         WHEN WS-STANDING = SPACES
033600             MOVE "CYCLE COMPLETE - READY FOR CLOSE"
033700               TO WS-STANDING
033800             ADD 1 TO WS-COMPLETE-COUNT
033900         WHEN WS-STANDING = "SEASON CLOSED"
034000             ADD 1 TO WS-CLOSED-COUNT
034100         WHEN OTHER
034200             ADD 1 TO WS-OPEN-COUNT
034300     END-EVALUATE.
034400 2300-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800* 2400-FORMAT-SLOT - PUT THE STATE OF THE STEP IN WS-CUR-SLOT AT *
034900*                    COLUMN WS-COL OF THE FIRST LINE, AND ITS    *
035000*                    START OR END DATE AND TIME AT THE SAME      *
035100*                    COLUMN OF THE SECOND                        *
035200******************************************************************
035300 2400-FORMAT-SLOT.
035400     EVALUATE TRUE
035500         WHEN WS-CUR-NOT-RUN
035600             MOVE "NOT RUN" TO PRT-TEXT(WS-COL:7)
035700         WHEN WS-CUR-STARTED
035800             MOVE "STARTED" TO PRT-TEXT(WS-COL:7)
035900             MOVE WS-CUR-START-DATE TO WS-SECOND-LINE(WS-COL:8)
036000             MOVE WS-CUR-START-TIME
036100               TO WS-SECOND-LINE(WS-COL + 9:6)
036200         WHEN OTHER
036300             MOVE "ENDED RC" TO PRT-TEXT(WS-COL:8)
036400             MOVE WS-CUR-RC TO PRT-TEXT(WS-COL + 9:4)
036500             MOVE WS-CUR-END-DATE TO WS-SECOND-LINE(WS-COL:8)
036600             MOVE WS-CUR-END-TIME
036700               TO WS-SECOND-LINE(WS-COL + 9:6)
036800     END-EVALUATE.
036900     IF WS-CUR-FORCED
037000         MOVE "*" TO PRT-TEXT(WS-COL + 14:1)
037100     END-IF.
037200 2400-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* 3900-WRITE-TRAILER - COUNTS AND THE KEY TO THE * FLAG          *
037700******************************************************************
037800 3900-WRITE-TRAILER.
037900     IF NOT WS-RNC-OPEN
038000         MOVE SPACES TO PRT-RECORD
038100         MOVE "0" TO PRT-CTL
038200         MOVE "NO RUNCTL DATASET - NO STEP HAS BEEN RECORDED YET"
038300           TO PRT-TEXT
038400         WRITE PRT-RECORD
038500     END-IF.
038600     MOVE WS-DATE-COUNT TO WS-EDIT-COUNT.
038700     MOVE SPACES TO PRT-RECORD.
038800     MOVE "0" TO PRT-CTL.
038900     STRING "RUN DATES LISTED:       " DELIMITED BY SIZE
039000            WS-EDIT-COUNT              DELIMITED BY SIZE
039100       INTO PRT-TEXT.
039200     WRITE PRT-RECORD.
039300     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT.
039400     MOVE SPACES TO PRT-RECORD.
039500     MOVE " " TO PRT-CTL.
039600     STRING "  STILL IN THE CYCLE:   " DELIMITED BY SIZE
039700            WS-EDIT-COUNT              DELIMITED BY SIZE
039800       INTO PRT-TEXT.
039900     WRITE PRT-RECORD.
040000     MOVE WS-COMPLETE-COUNT TO WS-EDIT-COUNT.
040100     MOVE SPACES TO PRT-RECORD.
040200     MOVE " " TO PRT-CTL.
040300     STRING "  READY FOR CLOSE:      " DELIMITED BY SIZE
040400            WS-EDIT-COUNT              DELIMITED BY SIZE
040500       INTO PRT-TEXT.
040600     WRITE PRT-RECORD.
040700     MOVE WS-CLOSED-COUNT TO WS-EDIT-COUNT.
040800     MOVE SPACES TO PRT-RECORD.
040900     MOVE " " TO PRT-CTL.
041000     STRING "  SEASON CLOSED:        " DELIMITED BY SIZE
041100            WS-EDIT-COUNT              DELIMITED BY SIZE
041200       INTO PRT-TEXT.
041300     WRITE PRT-RECORD.
041400     MOVE WS-SEASON-COUNT TO WS-EDIT-COUNT.
041500     MOVE SPACES TO PRT-RECORD.
041600     MOVE " " TO PRT-CTL.
041700     STRING "SEASON RECORDS:         " DELIMITED BY SIZE
041800            WS-EDIT-COUNT              DELIMITED BY SIZE
041900       INTO PRT-TEXT.
042000     WRITE PRT-RECORD.
042100     MOVE SPACES TO PRT-RECORD.
042200     MOVE "0" TO PRT-CTL.
042300     MOVE "* = STEP FORCED PAST ITS PREDECESSOR BY THE OPERATOR"
042400       TO PRT-TEXT.
042500     WRITE PRT-RECORD.
042600     MOVE SPACES TO PRT-RECORD.
042700     MOVE " " TO PRT-CTL.
042800     MOVE "MODE P = PRINT ONLY - XMASACK IS NOT NEEDED"
042900       TO PRT-TEXT.
043000     WRITE PRT-RECORD.
043100 3900-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500* 9000-TERMINATE - CLOSE FILES                                   *
043600******************************************************************
043700 9000-TERMINATE.
043800     IF WS-RNC-OPEN
043900         CLOSE RUNCTL-FILE
044000     END-IF.
044100     CLOSE REPORT-FILE.
044300 9000-EXIT.
044400     EXIT.
044500*
044600 END PROGRAM XMASRST.
