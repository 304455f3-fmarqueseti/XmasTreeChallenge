000100******************************************************************
000200* PROGRAM   : XMASRPR                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : CARD REPRINT UTILITY. READS THE RPRREQ REQUEST     *
000500*             DATASET - EACH REQUEST NAMES A RUN DATE AND EITHER *
000600*             ONE RCP-ID OR A RANGE OF CST-PAGE-NUMBERS - FINDS  *
000700*             THE CARDS ON CARDSTAT, REBUILDS EACH ONE THROUGH   *
000800*             XMASGRT WITH THE GREETING CODE THE RECIPIENT       *
000900*             ORIGINALLY RECEIVED, WRITES THEM TO THE SEPARATE   *
001000*             TREERPR REPRINT DATASET WITH ITS OWN HEADER PAGE,  *
001100*             REQUEST LOG AND TRAILER, AND ADDS A CARDSTAT R     *
001200*             (REPRINTED) RECORD UNDER THE ORIGINAL RUN DATE SO  *
001300*             XMASMAN AND XMASBAL SEE THE REPLACEMENT IN ITS     *
001400*             BUNDLE. TREERPT AND THE CD BUNDLES ARE NEVER       *
001500*             TOUCHED. RETURN CODE 4 WHEN ANY REQUEST IS         *
001600*             REJECTED.                                          *
001700* CPD       : IBM                                                *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.     XMASRPR.
002100 AUTHOR.         FABIO MARQUES.
002200 INSTALLATION.   FMARQUES-ETI.
002300 DATE-WRITTEN.   2026-10-15.
002400 DATE-COMPILED.
002500*
002600*   MODIFICATION HISTORY
002700*   --------------------------------------------------------------
002800*   2026-10-15  FM  INITIAL VERSION - A JAMMED PRINTER OR A CARD
002900*                   CHEWED IN THE INTERNAL MAIL MEANT A FORCED
003000*                   RERUN OF THE WHOLE DEPARTMENT, OR A HAND-MADE
003100*                   CARD WITH WHATEVER GREETING WAS TO HAND.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARM-FILE ASSIGN TO "PARMFILE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PARM-STATUS.
003900     SELECT REQ-FILE ASSIGN TO "RPRREQ"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REQ-STATUS.
004200     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS RCP-ID
004600         FILE STATUS IS WS-RCP-STATUS.
004700     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CST-KEY
005100         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
005200         FILE STATUS IS WS-CST-STATUS.
005300     SELECT SORT-FILE ASSIGN TO "SORTWK".
005400     SELECT PRINT-FILE ASSIGN TO "TREERPR"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-PRT-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PARM-FILE
006100     RECORDING MODE IS F.
006200     COPY XMPARM.
006300*
006400 FD  REQ-FILE
006500     RECORDING MODE IS F.
006600     COPY XMRPRREQ.
006700*
006800 FD  RECIP-FILE.
006900     COPY XMRECIP.
007000*
007100 FD  STAT-FILE.
007200     COPY XMCRDST.
007300*
007400*    ONE CARD TO REPRINT. SORTED BY DEPARTMENT SO THE REPRINTS
007500*    COME OFF THE PRINTER READY TO SLOT INTO THEIR BUNDLES, AND
007600*    BY RUN DATE AND ID WITHIN IT SO A CARD NAMED TWICE (BY ID
007700*    AND BY PAGE, OR AS BOTH ITS E AND ITS RERUN P) IS ADJACENT
007800*    AND IS REPRINTED ONCE. THE P SORTS AHEAD OF THE E.
007900 SD  SORT-FILE.
008000 01  RPS-RECORD.
008100     05  RPS-DEPT                 PIC X(10).
008200     05  RPS-RUN-DATE             PIC X(08).
008300     05  RPS-ID                   PIC X(06).
008400     05  RPS-STATUS               PIC X(01).
008500     05  RPS-NAME                 PIC X(30).
008600     05  RPS-PAGE                 PIC 9(04).
008700     05  RPS-MSG-CODE             PIC 99.
008800*
008900 FD  PRINT-FILE
009000     LABEL RECORDS ARE STANDARD
009100     RECORD CONTAINS 132 CHARACTERS
009200     RECORDING MODE IS F.
009300     COPY XMPRTLN.
009400*
009500 WORKING-STORAGE SECTION.
009600 77  WS-PARM-STATUS      PIC X(02) VALUE SPACES.
009700     88  WS-PARM-OK              VALUE "00".
009800 77  WS-REQ-STATUS       PIC X(02) VALUE SPACES.
009900     88  WS-REQ-OK               VALUE "00".
010000 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
010100     88  WS-RCP-OK               VALUE "00".
010200 77  WS-CST-STATUS       PIC X(02) VALUE SPACES.
010300     88  WS-CST-OK               VALUE "00".
010400 77  WS-PRT-STATUS       PIC X(02) VALUE SPACES.
010500     88  WS-PRT-OK               VALUE "00".
010600 77  WS-REQ-EOF-SW       PIC X(01) VALUE "N".
010700     88  WS-REQ-EOF              VALUE "Y".
010800 77  WS-CST-EOF-SW       PIC X(01) VALUE "N".
010900     88  WS-CST-EOF              VALUE "Y".
011000 77  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
011100     88  WS-SORT-EOF             VALUE "Y".
011200 77  WS-REQ-BAD-SW       PIC X(01) VALUE "N".
011300     88  WS-REQ-BAD              VALUE "Y".
011400 77  WS-MSG-FOUND-SW     PIC X(01) VALUE "N".
011500     88  WS-MSG-FOUND            VALUE "Y".
011600 77  WS-MAX-LINES        PIC 99    VALUE 10.
011700 77  WS-MAX-COLS         PIC 99    VALUE 10.
011800 77  WS-MSG-CODE         PIC 99    VALUE 1.
011900 77  WS-TRY-MSG-CODE     PIC 99    VALUE ZEROES.
012000 77  WS-MSG-INDEX        PIC 99    VALUE ZEROES.
012100 77  WS-LINE-NUMBER      PIC 99    VALUE ZEROES.
012200 77  WS-LINE-COUNT       PIC 9(06) VALUE ZEROES.
012300 77  WS-REQ-COUNT        PIC 9(06) VALUE ZEROES.
012400 77  WS-REJECT-COUNT     PIC 9(06) VALUE ZEROES.
012500 77  WS-REQ-SELECTED     PIC 9(06) VALUE ZEROES.
012600 77  WS-REQ-NOT-ON-MAST  PIC 9(06) VALUE ZEROES.
012700 77  WS-REPRINT-COUNT    PIC 9(06) VALUE ZEROES.
012800 77  WS-DUP-COUNT        PIC 9(06) VALUE ZEROES.
012900 77  WS-PRT-ERR-COUNT    PIC 9(06) VALUE ZEROES.
013000 01  WS-TODAY            PIC X(08) VALUE SPACES.
013100*    STATUS/RUN-DATE KEY OF THE CARDS A PAGE-RANGE REQUEST WALKS.
013200 01  WS-SEL-STAT-DATE.
013300     05  WS-SEL-STATUS       PIC X(01) VALUE SPACES.
013400     05  WS-SEL-RUN-DATE     PIC X(08) VALUE SPACES.
013500*    THE LAST CARD REPRINTED - A REPEAT OF IT IS SKIPPED.
013600 01  WS-PREV-CARD.
013700     05  WS-PREV-RUN-DATE    PIC X(08) VALUE LOW-VALUES.
013800     05  WS-PREV-ID          PIC X(06) VALUE LOW-VALUES.
013900 01  WS-REQ-RESULT       PIC X(40) VALUE SPACES.
014000 01  WS-EDIT-PAGE        PIC ZZZ9.
014100 01  WS-EDIT-COUNT       PIC ZZZZZ9.
014200 01  WS-EDIT-RECIPS      PIC ZZZZZ9.
014300     COPY XMREFTBL.
014400     COPY XMGRTLK.
014500*
014600 PROCEDURE DIVISION.
014700*
014800******************************************************************
014900* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE JOB. THE REQUESTS *
015000*                 ARE TURNED INTO A SORTED LIST OF CARDS, WHICH  *
015100*                 ARE THEN REBUILT AND PRINTED ONE BY ONE.       *
015200******************************************************************
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015500     SORT SORT-FILE
015600         ON ASCENDING KEY RPS-DEPT
015700                          RPS-RUN-DATE
015800                          RPS-ID
015900            DESCENDING KEY RPS-STATUS
016000         INPUT PROCEDURE IS 2000-SELECT-CARDS
016100                        THRU 2000-EXIT
016200         OUTPUT PROCEDURE IS 3000-REPRINT-CARDS
016300                        THRU 3000-EXIT.
016400     PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016600     IF WS-REQ-COUNT = ZEROES
016700         DISPLAY "XMASRPR - RPRREQ IS EMPTY - NOTHING REPRINTED"
016800         MOVE 4 TO RETURN-CODE
016900     END-IF.
017000     IF WS-REJECT-COUNT > ZEROES OR WS-PRT-ERR-COUNT > ZEROES
017100         MOVE 4 TO RETURN-CODE
017200     END-IF.
017300     GOBACK.
017400*
017500******************************************************************
017600* 1000-INITIALIZE - LOAD TREE SIZE AND THE RUN-LEVEL GREETING    *
017700*                   CODE FROM PARM-FILE, LOAD THE REFERENCE      *
017800*                   TABLES, OPEN THE DATASETS, RENDER THE TREE   *
017900*                   BODY AND WRITE THE HEADER PAGE.              *
018000******************************************************************
018100 1000-INITIALIZE.
018200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018300     OPEN INPUT PARM-FILE.
018400     IF WS-PARM-OK
018500         READ PARM-FILE
018600             AT END
018700                 CONTINUE
018800             NOT AT END
018900                 IF PARM-MAX-LINES > ZEROES
019000                     MOVE PARM-MAX-LINES TO WS-MAX-LINES
019100                 END-IF
019200                 IF PARM-MAX-COLS > ZEROES
019300                     MOVE PARM-MAX-COLS TO WS-MAX-COLS
019400                 END-IF
019500                 IF PARM-MSG-CODE > ZEROES
019600                     MOVE PARM-MSG-CODE TO WS-MSG-CODE
019700                 END-IF
019800         END-READ
019900         CLOSE PARM-FILE
020000     END-IF.
020100*    THE SAME CLAMPS XMASDRV APPLIES, SO A REPRINT IS THE SAME
020200*    SIZE AS THE CARD IT REPLACES.
020300     IF WS-MAX-COLS > 65
020400         MOVE 65 TO WS-MAX-COLS
020500     END-IF.
020600     IF WS-MAX-LINES > 96
020700         MOVE 96 TO WS-MAX-LINES
020800     END-IF.
020900     CALL "XMASRFL" USING REFT-TABLES.
021000     MOVE WS-MSG-CODE TO WS-TRY-MSG-CODE.
021100     PERFORM 1170-LOOKUP-MSG-CODE THRU 1170-EXIT.
021200     IF NOT WS-MSG-FOUND
021300         DISPLAY "XMASRPR - MESSAGE CODE " WS-MSG-CODE
021400                 " IS NOT ON THE MESSAGE TABLE - USING "
021500                 REFT-MSG-CODE(1)
021600         MOVE REFT-MSG-CODE(1) TO WS-MSG-CODE
021700     END-IF.
021800     OPEN INPUT REQ-FILE.
021900     IF NOT WS-REQ-OK
022000         DISPLAY "XMASRPR - UNABLE TO OPEN RPRREQ, STATUS = "
022100                 WS-REQ-STATUS
022200         MOVE 8 TO RETURN-CODE
022300         GOBACK
022400     END-IF.
022500     OPEN INPUT RECIP-FILE.
022600     IF NOT WS-RCP-OK
022700         DISPLAY "XMASRPR - UNABLE TO OPEN RECIPFIL, STATUS = "
022800                 WS-RCP-STATUS
022900         MOVE 8 TO RETURN-CODE
023000         GOBACK
023100     END-IF.
023200*    NO CARDSTAT MEANS NO CARD WAS EVER PRODUCED, SO THERE IS
023300*    NOTHING TO REPRINT - IT IS NOT CREATED HERE.
023400     OPEN I-O STAT-FILE.
023500     IF NOT WS-CST-OK
023600         DISPLAY "XMASRPR - UNABLE TO OPEN CARDSTAT, STATUS = "
023700                 WS-CST-STATUS
023800         MOVE 8 TO RETURN-CODE
023900         GOBACK
024000     END-IF.
024100     OPEN OUTPUT PRINT-FILE.
024200     IF NOT WS-PRT-OK
024300         DISPLAY "XMASRPR - UNABLE TO OPEN TREERPR, STATUS = "
024400                 WS-PRT-STATUS
024500         MOVE 8 TO RETURN-CODE
024600         GOBACK
024700     END-IF.
024800     PERFORM 1200-BUILD-TREE-BODY THRU 1200-EXIT.
024900     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
025000 1000-EXIT.
025100     EXIT.
025200*
025300******************************************************************
025400* 1100-WRITE-HEADER - WRITE THE REPRINT DATASET'S HEADER PAGE    *
025500*                     AND THE REQUEST LOG COLUMN HEADINGS.       *
025600******************************************************************
025700 1100-WRITE-HEADER.
025800     MOVE SPACES TO PRT-RECORD.
025900     MOVE "1" TO PRT-CTL.
026000     STRING "XMASRPR CARD REPRINT RUN"
026100                          DELIMITED BY SIZE
026200            "   DATE: "   DELIMITED BY SIZE
026300            WS-TODAY      DELIMITED BY SIZE
026400       INTO PRT-TEXT.
026500     WRITE PRT-RECORD.
026600     MOVE SPACES TO PRT-RECORD.
026700     MOVE " " TO PRT-CTL.
026800     MOVE "REPRINTS ONLY - THE ORIGINAL TREERPT AND CD BUNDLES"
026900       TO PRT-TEXT(1:51).
027000     MOVE " ARE UNCHANGED" TO PRT-TEXT(52:14).
027100     WRITE PRT-RECORD.
027200     MOVE SPACES TO PRT-RECORD.
027300     MOVE "0" TO PRT-CTL.
027400     MOVE "REQUEST LOG" TO PRT-TEXT(1:11).
027500     WRITE PRT-RECORD.
027600     MOVE SPACES TO PRT-RECORD.
027700     MOVE "0" TO PRT-CTL.
027800     MOVE "TYPE RUN DATE  ID     PAGES" TO PRT-TEXT(1:27).
027900     MOVE "RESULT" TO PRT-TEXT(35:6).
028000     MOVE "REMARK" TO PRT-TEXT(77:6).
028100     WRITE PRT-RECORD.
028200 1100-EXIT.
028300     EXIT.
028400*
028500******************************************************************
028600* 1170-LOOKUP-MSG-CODE - SAY WHETHER WS-TRY-MSG-CODE IS ON THE   *
028700*                  LOADED MESSAGE TABLE.                         *
028800******************************************************************
028900 1170-LOOKUP-MSG-CODE.
029000     MOVE "N" TO WS-MSG-FOUND-SW.
029100     PERFORM VARYING WS-MSG-INDEX FROM 1 BY 1
029200             UNTIL WS-MSG-INDEX > REFT-MSG-COUNT
029300         IF REFT-MSG-CODE(WS-MSG-INDEX) = WS-TRY-MSG-CODE
029400             SET WS-MSG-FOUND TO TRUE
029500         END-IF
029600     END-PERFORM.
029700 1170-EXIT.
029800     EXIT.
029900*
030000******************************************************************
030100* 1200-BUILD-TREE-BODY - RENDER THE TREE BODY ONCE FOR THE WHOLE *
030200*                  RUN, AS XMASDRV DOES. ONLY THE GREETING LINES *
030300*                  ARE ASKED FOR PER CARD.                       *
030400******************************************************************
030500 1200-BUILD-TREE-BODY.
030600     MOVE WS-MAX-LINES TO GRT-MAX-LINES.
030700     MOVE WS-MAX-COLS TO GRT-MAX-COLS.
030800     MOVE WS-MSG-CODE TO GRT-MSG-CODE.
030900     MOVE SPACES TO GRT-RECIPIENT.
031000     MOVE "F" TO GRT-REQUEST-CODE.
031100     CALL "XMASGRT" USING GRT-PARM.
031200 1200-EXIT.
031300     EXIT.
031400*
031500******************************************************************
031600* 2000-SELECT-CARDS - INPUT PROCEDURE: READ EVERY REQUEST, LOG   *
031700*                     IT AND RELEASE THE CARDS IT NAMES.         *
031800******************************************************************
031900 2000-SELECT-CARDS.
032000     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
032100     PERFORM 2200-PROCESS-REQUEST THRU 2200-EXIT
032200         UNTIL WS-REQ-EOF.
032300 2000-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700* 2100-READ-REQUEST - READ THE NEXT REPRINT REQUEST.             *
032800******************************************************************
032900 2100-READ-REQUEST.
033000     READ REQ-FILE
033100         AT END
033200             SET WS-REQ-EOF TO TRUE
033300     END-READ.
033400 2100-EXIT.
033500     EXIT.
033600*
033700******************************************************************
033800* 2200-PROCESS-REQUEST - EDIT ONE REQUEST, SELECT ITS CARDS BY   *
033900*                  ID OR BY PAGE RANGE, LOG THE OUTCOME AND READ *
034000*                  THE NEXT. A REQUEST THAT FINDS NO CARD IT CAN *
034100*                  REBUILD IS REJECTED.                          *
034200******************************************************************
034300 2200-PROCESS-REQUEST.
034400     ADD 1 TO WS-REQ-COUNT.
034500     MOVE "N" TO WS-REQ-BAD-SW.
034600     MOVE SPACES TO WS-REQ-RESULT.
034700     MOVE ZEROES TO WS-REQ-SELECTED.
034800     MOVE ZEROES TO WS-REQ-NOT-ON-MAST.
034900     EVALUATE TRUE
035000         WHEN RPQ-RUN-DATE = SPACES
035100             SET WS-REQ-BAD TO TRUE
035200             MOVE "REJECTED - NO RUN DATE" TO WS-REQ-RESULT
035300         WHEN RPQ-BY-ID
035400             IF RPQ-RCP-ID = SPACES
035500                 SET WS-REQ-BAD TO TRUE
035600                 MOVE "REJECTED - NO RECIPIENT ID"
035700                   TO WS-REQ-RESULT
035800             ELSE
035900                 PERFORM 2300-SELECT-BY-ID THRU 2300-EXIT
036000             END-IF
036100         WHEN RPQ-BY-PAGE
036200             IF RPQ-PAGE-FROM IS NOT NUMERIC
036300              OR RPQ-PAGE-TO IS NOT NUMERIC
036400              OR RPQ-PAGE-FROM > RPQ-PAGE-TO
036500                 SET WS-REQ-BAD TO TRUE
036600                 MOVE "REJECTED - INVALID PAGE RANGE"
036700                   TO WS-REQ-RESULT
036800             ELSE
036900                 PERFORM 2400-SELECT-BY-PAGE THRU 2400-EXIT
037000             END-IF
037100         WHEN OTHER
037200             SET WS-REQ-BAD TO TRUE
037300             MOVE "REJECTED - TYPE MUST BE I OR P"
037400               TO WS-REQ-RESULT
037500     END-EVALUATE.
037600     IF NOT WS-REQ-BAD
037700         EVALUATE TRUE
037800             WHEN WS-REQ-SELECTED > ZEROES
037900                 MOVE WS-REQ-SELECTED TO WS-EDIT-COUNT
038000                 STRING WS-EDIT-COUNT      DELIMITED BY SIZE
038100                        " CARD(S) SELECTED" DELIMITED BY SIZE
038200                   INTO WS-REQ-RESULT
038300             WHEN WS-REQ-NOT-ON-MAST > ZEROES
038400                 SET WS-REQ-BAD TO TRUE
038500                 MOVE "REJECTED - NO LONGER ON RECIPFIL"
038600                   TO WS-REQ-RESULT
038700             WHEN OTHER
038800                 SET WS-REQ-BAD TO TRUE
038900                 MOVE "REJECTED - NO P OR E CARD ON CARDSTAT"
039000                   TO WS-REQ-RESULT
039100         END-EVALUATE
039200     END-IF.
039300     IF WS-REQ-BAD
039400         ADD 1 TO WS-REJECT-COUNT
039500     END-IF.
039600     PERFORM 2800-WRITE-REQUEST-LINE THRU 2800-EXIT.
039700     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
039800 2200-EXIT.
039900     EXIT.
040000*
040100******************************************************************
040200* 2300-SELECT-BY-ID - READ THE RECIPIENT'S CARD FOR THE RUN DATE *
040300*                     BY KEY: THE P RECORD, OR FAILING THAT THE  *
040400*                     E RECORD OF A CARD THAT NEVER PRINTED.     *
040500******************************************************************
040600 2300-SELECT-BY-ID.
040700     MOVE RPQ-RCP-ID TO CST-RCP-ID.
040800     MOVE "P" TO CST-STATUS.
040900     MOVE RPQ-RUN-DATE TO CST-RUN-DATE.
041000     READ STAT-FILE
041100         INVALID KEY
041200             MOVE "E" TO CST-STATUS
041300             READ STAT-FILE
041400                 INVALID KEY
041500                     CONTINUE
041600                 NOT INVALID KEY
041700                     PERFORM 2500-RELEASE-CARD THRU 2500-EXIT
041800             END-READ
041900         NOT INVALID KEY
042000             PERFORM 2500-RELEASE-CARD THRU 2500-EXIT
042100     END-READ.
042200 2300-EXIT.
042300     EXIT.
042400*
042500******************************************************************
042600* 2400-SELECT-BY-PAGE - WALK THE RUN DATE'S P CARDS AND THEN ITS *
042700*                       E CARDS ON THE STATUS/RUN-DATE KEY,      *
042800*                       SELECTING THOSE INSIDE THE PAGE RANGE.   *
042900******************************************************************
043000 2400-SELECT-BY-PAGE.
043100     MOVE RPQ-RUN-DATE TO WS-SEL-RUN-DATE.
043200     MOVE "P" TO WS-SEL-STATUS.
043300     PERFORM 2450-SELECT-ONE-STATUS THRU 2450-EXIT.
043400     MOVE "E" TO WS-SEL-STATUS.
043500     PERFORM 2450-SELECT-ONE-STATUS THRU 2450-EXIT.
043600 2400-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* 2450-SELECT-ONE-STATUS - POSITION CARDSTAT ON THE FIRST RECORD *
044100*                          OF WS-SEL-STATUS FOR THE RUN DATE AND *
044200*                          SCAN THAT STATUS'S CARDS.             *
044300******************************************************************
044400 2450-SELECT-ONE-STATUS.
044500     MOVE "N" TO WS-CST-EOF-SW.
044600     MOVE WS-SEL-STAT-DATE TO CST-STAT-DATE.
044700     START STAT-FILE KEY IS EQUAL TO CST-STAT-DATE
044800         INVALID KEY
044900             SET WS-CST-EOF TO TRUE
045000     END-START.
045100     PERFORM 2460-SCAN-ONE-CARD THRU 2460-EXIT
045200         UNTIL WS-CST-EOF.
045300 2450-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700* 2460-SCAN-ONE-CARD - READ THE NEXT CARDSTAT RECORD ON THE      *
045800*                      STATUS/RUN-DATE KEY AND RELEASE IT WHEN   *
045900*                      ITS PAGE IS INSIDE THE REQUESTED RANGE.   *
046000******************************************************************
046100 2460-SCAN-ONE-CARD.
046200     READ STAT-FILE NEXT RECORD
046300         AT END
046400             SET WS-CST-EOF TO TRUE
046500         NOT AT END
046600             IF CST-STAT-DATE NOT = WS-SEL-STAT-DATE
046700                 SET WS-CST-EOF TO TRUE
046800             ELSE
046900                 IF CST-PAGE-NUMBER NOT < RPQ-PAGE-FROM
047000                  AND CST-PAGE-NUMBER NOT > RPQ-PAGE-TO
047100                     PERFORM 2500-RELEASE-CARD THRU 2500-EXIT
047200                 END-IF
047300             END-IF
047400     END-READ.
047500 2460-EXIT.
047600     EXIT.
047700*
047800******************************************************************
047900* 2500-RELEASE-CARD - LOOK THE CARD'S RECIPIENT UP ON THE MASTER *
048000*                     FOR THE NAME AND DEPARTMENT TO PRINT AND   *
048100*                     RELEASE IT TO THE SORT. A RECIPIENT SINCE  *
048200*                     DELETED CANNOT BE REBUILT AND IS ONLY      *
048300*                     COUNTED.                                   *
048400******************************************************************
048500 2500-RELEASE-CARD.
048600     MOVE CST-RCP-ID TO RCP-ID.
048700     READ RECIP-FILE
048800         INVALID KEY
048900             ADD 1 TO WS-REQ-NOT-ON-MAST
049000         NOT INVALID KEY
049100             ADD 1 TO WS-REQ-SELECTED
049200             MOVE SPACES TO RPS-RECORD
049300             MOVE RCP-DEPT TO RPS-DEPT
049400             MOVE CST-RUN-DATE TO RPS-RUN-DATE
049500             MOVE CST-RCP-ID TO RPS-ID
049600             MOVE CST-STATUS TO RPS-STATUS
049700             MOVE RCP-NAME TO RPS-NAME
049800             MOVE CST-PAGE-NUMBER TO RPS-PAGE
049900             PERFORM 2550-RESOLVE-MSG-CODE THRU 2550-EXIT
050000             RELEASE RPS-RECORD
050100     END-READ.
050200 2500-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600* 2550-RESOLVE-MSG-CODE - PICK THE GREETING CODE THE REPRINT IS  *
050700*                  BUILT WITH: THE CODE THE ORIGINAL CARD WAS    *
050800*                  RENDERED WITH, AS KEPT ON ITS CARDSTAT        *
050900*                  RECORD. A CARD WRITTEN BEFORE CARDSTAT KEPT   *
051000*                  THE CODE FALLS BACK THE WAY XMASDRV RESOLVES  *
051100*                  IT - THE RECIPIENT'S OWN PREFERENCE, THEN THE *
051200*                  RUN-LEVEL CODE. A CODE NO LONGER ON THE       *
051300*                  MESSAGE TABLE CANNOT BE RENDERED AND FALLS    *
051400*                  BACK THE SAME WAY.                            *
051500******************************************************************
051600 2550-RESOLVE-MSG-CODE.
051700     MOVE WS-MSG-CODE TO RPS-MSG-CODE.
051800     MOVE "N" TO WS-MSG-FOUND-SW.
051900     IF CST-MSG-CODE IS NUMERIC AND CST-MSG-CODE > "00"
052000         MOVE CST-MSG-CODE TO WS-TRY-MSG-CODE
052100         PERFORM 1170-LOOKUP-MSG-CODE THRU 1170-EXIT
052200     END-IF.
052300     IF NOT WS-MSG-FOUND
052400      AND RCP-MSG-CODE IS NUMERIC AND RCP-MSG-CODE > "00"
052500         MOVE RCP-MSG-CODE TO WS-TRY-MSG-CODE
052600         PERFORM 1170-LOOKUP-MSG-CODE THRU 1170-EXIT
052700     END-IF.
052800     IF WS-MSG-FOUND
052900         MOVE WS-TRY-MSG-CODE TO RPS-MSG-CODE
053000     END-IF.
053100 2550-EXIT.
053200     EXIT.
053300*
053400******************************************************************
053500* 2800-WRITE-REQUEST-LINE - LOG ONE REQUEST AND ITS OUTCOME.     *
053600******************************************************************
053700 2800-WRITE-REQUEST-LINE.
053800     MOVE SPACES TO PRT-RECORD.
053900     MOVE " " TO PRT-CTL.
054000     MOVE RPQ-TYPE TO PRT-TEXT(2:1).
054100     MOVE RPQ-RUN-DATE TO PRT-TEXT(6:8).
054200     IF RPQ-BY-PAGE
054300         MOVE RPQ-PAGE-FROM TO PRT-TEXT(23:4)
054400         MOVE "-" TO PRT-TEXT(27:1)
054500         MOVE RPQ-PAGE-TO TO PRT-TEXT(28:4)
054600     ELSE
054700         MOVE RPQ-RCP-ID TO PRT-TEXT(16:6)
054800     END-IF.
054900     MOVE WS-REQ-RESULT TO PRT-TEXT(35:40).
055000     MOVE RPQ-REMARK TO PRT-TEXT(77:30).
055100     WRITE PRT-RECORD.
055200 2800-EXIT.
055300     EXIT.
055400*
055500******************************************************************
055600* 3000-REPRINT-CARDS - OUTPUT PROCEDURE: TAKE THE SORTED CARDS   *
055700*                      BACK AND REPRINT EACH ONE ONCE.           *
055800******************************************************************
055900 3000-REPRINT-CARDS.
056000     PERFORM 3020-RETURN-ONE-CARD THRU 3020-EXIT.
056100     PERFORM 3050-REPRINT-ONE-CARD THRU 3050-EXIT
056200         UNTIL WS-SORT-EOF.
056300 3000-EXIT.
056400     EXIT.
056500*
056600******************************************************************
056700* 3020-RETURN-ONE-CARD - TAKE THE NEXT SORTED CARD.              *
056800******************************************************************
056900 3020-RETURN-ONE-CARD.
057000     RETURN SORT-FILE
057100         AT END
057200             SET WS-SORT-EOF TO TRUE
057300     END-RETURN.
057400 3020-EXIT.
057500     EXIT.
057600*
057700******************************************************************
057800* 3050-REPRINT-ONE-CARD - REBUILD THE CARD'S GREETING THROUGH    *
057900*                  XMASGRT, PRINT THE CARD AND RECORD THE        *
058000*                  REPRINT ON CARDSTAT, THEN TAKE THE NEXT CARD. *
058100*                  A CARD ALREADY REPRINTED IN THIS RUN IS       *
058200*                  SKIPPED.                                      *
058300******************************************************************
058400 3050-REPRINT-ONE-CARD.
058500     IF RPS-RUN-DATE = WS-PREV-RUN-DATE AND RPS-ID = WS-PREV-ID
058600         ADD 1 TO WS-DUP-COUNT
058700     ELSE
058800         MOVE RPS-RUN-DATE TO WS-PREV-RUN-DATE
058900         MOVE RPS-ID TO WS-PREV-ID
059000         MOVE RPS-MSG-CODE TO GRT-MSG-CODE
059100         MOVE "G" TO GRT-REQUEST-CODE
059200         MOVE RPS-NAME TO GRT-RECIPIENT
059300         CALL "XMASGRT" USING GRT-PARM
059400         PERFORM 3100-WRITE-CARD-HEADER THRU 3100-EXIT
059500         PERFORM 3200-PRINT-TREE THRU 3200-EXIT
059600         IF WS-PRT-OK
059700             PERFORM 3300-WRITE-REPRINT-STATUS THRU 3300-EXIT
059800         ELSE
059900             ADD 1 TO WS-PRT-ERR-COUNT
060000             DISPLAY "XMASRPR - PRINT ERROR ON REPRINT OF " RPS-ID
060100                     ", STATUS = " WS-PRT-STATUS
060200         END-IF
060300     END-IF.
060400     PERFORM 3020-RETURN-ONE-CARD THRU 3020-EXIT.
060500 3050-EXIT.
060600     EXIT.
060700*
060800******************************************************************
060900* 3100-WRITE-CARD-HEADER - WRITE THE PER-CARD HEADER, AS XMASDRV *
061000*                  DOES, WITH THE ORIGINAL RUN DATE AND PAGE SO  *
061100*                  THE REPRINT CAN BE MATCHED TO ITS BUNDLE.     *
061200******************************************************************
061300 3100-WRITE-CARD-HEADER.
061400     MOVE RPS-PAGE TO WS-EDIT-PAGE.
061500     MOVE SPACES TO PRT-RECORD.
061600     MOVE "1" TO PRT-CTL.
061700     STRING "XMASTREE CARD FOR "  DELIMITED BY SIZE
061800            RPS-ID                DELIMITED BY SIZE
061900            " "                   DELIMITED BY SIZE
062000            RPS-NAME              DELIMITED BY SIZE
062100            "("                   DELIMITED BY SIZE
062200            RPS-DEPT              DELIMITED BY SIZE
062300            ")"                   DELIMITED BY SIZE
062400       INTO PRT-TEXT.
062500     WRITE PRT-RECORD.
062600     MOVE SPACES TO PRT-RECORD.
062700     MOVE "0" TO PRT-CTL.
062800     STRING "REPRINT OF RUN DATE: " DELIMITED BY SIZE
062900            RPS-RUN-DATE            DELIMITED BY SIZE
063000            "   PAGE: "             DELIMITED BY SIZE
063100            WS-EDIT-PAGE            DELIMITED BY SIZE
063200       INTO PRT-TEXT.
063300     WRITE PRT-RECORD.
063400     MOVE SPACES TO PRT-RECORD.
063500     MOVE "0" TO PRT-CTL.
063600     WRITE PRT-RECORD.
063700 3100-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* 3200-PRINT-TREE - WRITE THE RENDERED TREE AND GREETING LINES   *
064200*                   FOR THE CURRENT CARD.                        *
064300******************************************************************
064400 3200-PRINT-TREE.
064500     PERFORM VARYING WS-LINE-NUMBER FROM 1 BY 1
064600         UNTIL WS-LINE-NUMBER > GRT-LINE-COUNT
064700             MOVE SPACES TO PRT-RECORD
064800             MOVE " " TO PRT-CTL
064900             MOVE GRT-TREE-LINE(WS-LINE-NUMBER) TO PRT-TEXT
065000             WRITE PRT-RECORD
065100             ADD 1 TO WS-LINE-COUNT
065200     END-PERFORM.
065300 3200-EXIT.
065400     EXIT.
065500*
065600******************************************************************
065700* 3300-WRITE-REPRINT-STATUS - ADD THE R RECORD FOR THE CARD      *
065800*                  UNDER ITS ORIGINAL RUN DATE AND PAGE, WITH    *
065900*                  THE GREETING CODE IT WAS REBUILT WITH. A CARD *
066000*                  REPRINTED A SECOND TIME FINDS THE KEY TAKEN   *
066100*                  AND REWRITES IT.                              *
066200******************************************************************
066300 3300-WRITE-REPRINT-STATUS.
066400     ADD 1 TO WS-REPRINT-COUNT.
066500     MOVE SPACES TO CST-RECORD.
066600     MOVE RPS-ID TO CST-RCP-ID.
066700     MOVE "R" TO CST-STATUS.
066800     MOVE RPS-RUN-DATE TO CST-RUN-DATE.
066900     MOVE RPS-PAGE TO CST-PAGE-NUMBER.
067000     MOVE RPS-MSG-CODE TO CST-MSG-CODE.
067100     WRITE CST-RECORD
067200         INVALID KEY
067300             REWRITE CST-RECORD
067400     END-WRITE.
067500 3300-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900* 3900-WRITE-TRAILER - WRITE THE REPRINT RUN TRAILER: CARDS      *
068000*                      REPRINTED AND LINES PRINTED, THEN THE     *
068100*                      REQUEST COUNTS.                           *
068200******************************************************************
068300 3900-WRITE-TRAILER.
068400     MOVE WS-LINE-COUNT TO WS-EDIT-COUNT.
068500     MOVE WS-REPRINT-COUNT TO WS-EDIT-RECIPS.
068600     MOVE SPACES TO PRT-RECORD.
068700     MOVE "1" TO PRT-CTL.
068800     STRING "END OF REPRINT RUN - CARDS REPRINTED: "
068900                                    DELIMITED BY SIZE
069000            WS-EDIT-RECIPS          DELIMITED BY SIZE
069100            "  LINES PRINTED: "     DELIMITED BY SIZE
069200            WS-EDIT-COUNT           DELIMITED BY SIZE
069300       INTO PRT-TEXT.
069400     WRITE PRT-RECORD.
069500     MOVE WS-REQ-COUNT TO WS-EDIT-RECIPS.
069600     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
069700     MOVE SPACES TO PRT-RECORD.
069800     MOVE "0" TO PRT-CTL.
069900     STRING "REQUESTS           - READ:          "
070000                                    DELIMITED BY SIZE
070100            WS-EDIT-RECIPS          DELIMITED BY SIZE
070200            "  REJECTED:      "     DELIMITED BY SIZE
070300            WS-EDIT-COUNT           DELIMITED BY SIZE
070400       INTO PRT-TEXT.
070500     WRITE PRT-RECORD.
070600     IF WS-DUP-COUNT > ZEROES
070700         MOVE WS-DUP-COUNT TO WS-EDIT-COUNT
070800         MOVE SPACES TO PRT-RECORD
070900         MOVE " " TO PRT-CTL
071000         STRING "REQUESTED TWICE, REPRINTED ONCE: "
071100                                    DELIMITED BY SIZE
071200                WS-EDIT-COUNT       DELIMITED BY SIZE
071300           INTO PRT-TEXT
071400         WRITE PRT-RECORD
071500     END-IF.
071600     IF WS-PRT-ERR-COUNT > ZEROES
071700         MOVE WS-PRT-ERR-COUNT TO WS-EDIT-COUNT
071800         MOVE SPACES TO PRT-RECORD
071900         MOVE " " TO PRT-CTL
072000         STRING "PRINT ERRORS, NOT MARKED REPRINTED: "
072100                                    DELIMITED BY SIZE
072200                WS-EDIT-COUNT       DELIMITED BY SIZE
072300           INTO PRT-TEXT
072400         WRITE PRT-RECORD
072500     END-IF.
072600 3900-EXIT.
072700     EXIT.
072800*
072900******************************************************************
073000* 9000-TERMINATE - CLOSE ALL OPEN FILES.                         *
073100******************************************************************
073200 9000-TERMINATE.
073300     CLOSE REQ-FILE.
073400     CLOSE RECIP-FILE.
073500     CLOSE STAT-FILE.
073600     CLOSE PRINT-FILE.
073700 9000-EXIT.
073800     EXIT.
073900*
074000 END PROGRAM XMASRPR.
