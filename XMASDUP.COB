000100******************************************************************
000200* PROGRAM   : XMASDUP                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : POSSIBLE-DUPLICATE-PERSON MATCHING OVER RECIPFIL.  *
000500*             THE XMASDRV EDIT PASS ONLY CATCHES THE SAME RCP-ID *
000600*             TWICE; THIS PROGRAM LOOKS FOR THE SAME PERSON      *
000700*             UNDER TWO IDS. PASS 1 SORTS THE WHOLE MASTER ON    *
000800*             THE NORMALISED NAME (UPPER CASE, PUNCTUATION       *
000900*             DROPPED, RUNS OF SPACES SQUEEZED TO ONE) AND PAIRS *
001000*             EQUAL NAMES. PASS 2 SORTS EACH DEPARTMENT ON THE   *
001100*             NAME WITH THE SPACES TAKEN OUT TOO AND PAIRS NAMES *
001200*             A SINGLE LETTER APART (ONE LETTER CHANGED, ADDED   *
001300*             OR DROPPED) WITH ANY OF THE FIVE NAMES BEFORE      *
001400*             THEM. EACH CANDIDATE PAIR IS PRINTED SIDE BY SIDE  *
001500*             ON DUPRPT AND THE HIGHER ID IS SUSPENDED ON        *
001600*             SUSPFILE UNDER REASON 05, SO XMASDRV HOLDS IT OUT  *
001700*             OF THE CARD RUN AND XMASAGE AND XMASINQ SHOW IT.   *
001800*             OPERATOR DECISIONS ON DUPTRAN (N = NOT A           *
001900*             DUPLICATE, U = UNDO) ARE APPLIED FIRST TO THE      *
002000*             DUPEXCL DATASET; A PAIR HELD THERE IS LISTED BUT   *
002100*             NEVER SUSPENDED. A REASON 05 ENTRY NO PASS         *
002200*             CONFIRMS ANY MORE IS RELEASED. RETURN CODE 4 WHEN  *
002300*             A NEW SUSPECT IS SUSPENDED OR A DECISION IS        *
002400*             REJECTED. RUNS AHEAD OF THE XMASDRV CARD RUN.      *
002500* CPD       : IBM                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     XMASDUP.
002900 AUTHOR.         FABIO MARQUES.
003000 INSTALLATION.   FMARQUES-ETI.
003100 DATE-WRITTEN.   2026-10-15.
003200 DATE-COMPILED.
003300*
003400*   MODIFICATION HISTORY
003500*   --------------------------------------------------------------
003600*   2026-10-15  FM  INITIAL VERSION - PEOPLE KEYED UNDER TWO IDS,
003700*                   OR LEFT ON THE MASTER IN BOTH DEPARTMENTS
003800*                   AFTER A TRANSFER, GOT TWO CARDS EVERY YEAR.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS RCP-ID
004700         FILE STATUS IS WS-RCP-STATUS.
004800     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SUS-RCP-ID
005200         FILE STATUS IS WS-SUS-STATUS.
005300     SELECT EXCL-FILE ASSIGN TO "DUPEXCL"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS DXC-KEY
005700         FILE STATUS IS WS-DXC-STATUS.
005800     SELECT TRAN-FILE ASSIGN TO "DUPTRAN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-DTR-STATUS.
006100     SELECT SORT-FILE ASSIGN TO "SORTWK".
006200     SELECT REPORT-FILE ASSIGN TO "DUPRPT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  RECIP-FILE.
006900     COPY XMRECIP.
007000*
007100 FD  SUSP-FILE.
007200     COPY XMSUSP.
007300*
007400 FD  EXCL-FILE.
007500     COPY XMDUPEXC.
007600*
007700 FD  TRAN-FILE
007800     RECORDING MODE IS F.
007900     COPY XMDUPTRN.
008000*
008100*    ONE MASTER RECORD WITH ITS MATCH KEY. PASS 1 LEAVES DSR-DEPT
008200*    BLANK SO THE WHOLE MASTER SORTS AS ONE GROUP; PASS 2 SORTS
008300*    EACH DEPARTMENT ON ITS OWN.
008400 SD  SORT-FILE.
008500 01  DSR-RECORD.
008600     05  DSR-DEPT                 PIC X(10).
008700     05  DSR-MATCH                PIC X(30).
008800     05  DSR-ID                   PIC X(06).
008900     05  DSR-MATCH-LEN            PIC 9(02).
009000     05  DSR-NORM-NAME            PIC X(30).
009100     05  DSR-IMAGE                PIC X(80).
009200*
009300 FD  REPORT-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 132 CHARACTERS
009600     RECORDING MODE IS F.
009700     COPY XMPRTLN.
009800*
009900 WORKING-STORAGE SECTION.
010000 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
010100     88  WS-RCP-OK               VALUE "00".
010200 77  WS-SUS-STATUS       PIC X(02) VALUE SPACES.
010300     88  WS-SUS-OK               VALUE "00".
010400     88  WS-SUS-NOT-FOUND        VALUE "35".
010500 77  WS-DXC-STATUS       PIC X(02) VALUE SPACES.
010600     88  WS-DXC-OK               VALUE "00".
010700     88  WS-DXC-NOT-FOUND        VALUE "35".
010800 77  WS-DTR-STATUS       PIC X(02) VALUE SPACES.
010900     88  WS-DTR-OK               VALUE "00".
010950     88  WS-DTR-NOT-FOUND        VALUE "35".
011000 77  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
011100     88  WS-RPT-OK               VALUE "00".
011200 77  WS-EOF-SW           PIC X(01) VALUE "N".
011300     88  WS-EOF                  VALUE "Y".
011400 77  WS-PASS-SW          PIC X(01) VALUE "1".
011500     88  WS-PASS-SAME-NAME       VALUE "1".
011600     88  WS-PASS-NEAR-NAME       VALUE "2".
011700 77  WS-GROUP-SW         PIC X(01) VALUE "N".
011800     88  WS-GROUP-OPEN           VALUE "Y".
011900 77  WS-SPACE-SW         PIC X(01) VALUE "N".
012000     88  WS-LAST-WAS-SPACE       VALUE "Y".
012100 77  WS-TRAN-OK-SW       PIC X(01) VALUE "N".
012200     88  WS-TRAN-GOOD            VALUE "Y".
012300 77  WS-IN-INDEX         PIC 9(02) VALUE ZEROES.
012400 77  WS-NORM-LEN         PIC 9(02) VALUE ZEROES.
012500 77  WS-COMP-LEN         PIC 9(02) VALUE ZEROES.
012600 77  WS-LONG-LEN         PIC 9(02) VALUE ZEROES.
012700 77  WS-SHORT-LEN        PIC 9(02) VALUE ZEROES.
012800 77  WS-LONG-INDEX       PIC 9(02) VALUE ZEROES.
012900 77  WS-SHORT-INDEX      PIC 9(02) VALUE ZEROES.
013000 77  WS-LETTER-DIFFS     PIC 9(02) VALUE ZEROES.
013100 77  WS-WIN-INDEX        PIC 9(01) VALUE ZEROES.
013200 77  WS-WIN-COUNT        PIC 9(01) VALUE ZEROES.
013300 77  WS-MASTER-COUNT     PIC 9(07) VALUE ZEROES.
013400 77  WS-PAIR-COUNT       PIC 9(07) VALUE ZEROES.
013500 77  WS-SAME-COUNT       PIC 9(07) VALUE ZEROES.
013600 77  WS-NEAR-COUNT       PIC 9(07) VALUE ZEROES.
013700 77  WS-EXCLUDED-COUNT   PIC 9(07) VALUE ZEROES.
013800 77  WS-NEW-SUSP-COUNT   PIC 9(07) VALUE ZEROES.
013900 77  WS-KEPT-SUSP-COUNT  PIC 9(07) VALUE ZEROES.
014000 77  WS-OTHER-SUSP-COUNT PIC 9(07) VALUE ZEROES.
014100 77  WS-RELEASED-COUNT   PIC 9(07) VALUE ZEROES.
014200 77  WS-TRAN-COUNT       PIC 9(07) VALUE ZEROES.
014300 77  WS-REJECT-COUNT     PIC 9(07) VALUE ZEROES.
014400*    NAMES SHORTER THAN THIS (SPACES OUT) ARE NOT NEAR-MATCHED -
014500*    ONE LETTER IS TOO MUCH OF A SHORT NAME TO CALL IT A TYPING
014600*    SLIP.
014700 77  WS-NEAR-MIN-LEN     PIC 9(02) VALUE 6.
014800*    THE NEAR-NAME PASS COMPARES EACH NAME WITH THIS MANY OF THE
014900*    NAMES SORTED JUST AHEAD OF IT IN THE SAME DEPARTMENT.
015000 77  WS-WIN-SIZE         PIC 9(01) VALUE 5.
015100 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
015200 01  WS-RUN-TIME         PIC X(08) VALUE SPACES.
015300 01  WS-LOWER-CASE       PIC X(26) VALUE
015400     "abcdefghijklmnopqrstuvwxyz".
015500 01  WS-UPPER-CASE       PIC X(26) VALUE
015600     "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015700*    NAME NORMALISATION WORK AREAS
015800 01  WS-NAME-IN          PIC X(30) VALUE SPACES.
015900 01  WS-NORM-NAME        PIC X(30) VALUE SPACES.
016000 01  WS-COMP-NAME        PIC X(30) VALUE SPACES.
016100 01  WS-CHAR             PIC X(01) VALUE SPACES.
016200     88  WS-CHAR-KEPT            VALUES "A" THRU "Z" "0" THRU "9".
016300 01  WS-LONG-NAME        PIC X(30) VALUE SPACES.
016400 01  WS-SHORT-NAME       PIC X(30) VALUE SPACES.
016500 01  WS-MATCH-TYPE       PIC X(40) VALUE SPACES.
016600 01  WS-PAIR-RESULT      PIC X(60) VALUE SPACES.
016700 01  WS-TRAN-RESULT      PIC X(40) VALUE SPACES.
016800 01  WS-GROUP-KEY        PIC X(30) VALUE SPACES.
016900 01  WS-WIN-DEPT         PIC X(10) VALUE SPACES.
017000 01  WS-EDIT-COUNT       PIC Z,ZZZ,ZZ9.
017100 01  WS-EDIT-PAIR        PIC ZZZZZZ9.
017200*    THE FIRST ENTRY OF THE CURRENT SAME-NAME GROUP
017300 01  WS-GROUP-IMAGE      PIC X(80) VALUE SPACES.
017400*    THE NAMES SORTED JUST AHEAD OF THE CURRENT ONE IN ITS
017500*    DEPARTMENT, NEWEST LAST
017600 01  WS-WINDOW.
017700     05  WS-WIN-ENTRY OCCURS 5 TIMES.
017800         10  WS-WIN-MATCH        PIC X(30).
017900         10  WS-WIN-MATCH-LEN    PIC 9(02).
018000         10  WS-WIN-NORM-NAME    PIC X(30).
018100         10  WS-WIN-IMAGE        PIC X(80).
018200*    THE TWO MASTER RECORDS OF A CANDIDATE PAIR - THE ONE KEPT
018300*    (LOWER ID) AND THE SUSPECTED DUPLICATE (HIGHER ID)
018400     COPY XMRECIP REPLACING RCP-RECORD    BY KEP-RECORD
018500                            RCP-ID        BY KEP-ID
018600                            RCP-NAME      BY KEP-NAME
018700                            RCP-DEPT      BY KEP-DEPT
018800                            RCP-OPTOUT    BY KEP-OPTOUT
018900                            RCP-OPTED-OUT BY KEP-OPTED-OUT
019000                            RCP-MSG-CODE  BY KEP-MSG-CODE.
019100     COPY XMRECIP REPLACING RCP-RECORD    BY DPL-RECORD
019200                            RCP-ID        BY DPL-ID
019300                            RCP-NAME      BY DPL-NAME
019400                            RCP-DEPT      BY DPL-DEPT
019500                            RCP-OPTOUT    BY DPL-OPTOUT
019600                            RCP-OPTED-OUT BY DPL-OPTED-OUT
019700                            RCP-MSG-CODE  BY DPL-MSG-CODE.
019800 01  WS-SWAP-IMAGE       PIC X(80) VALUE SPACES.
019900*
020000 PROCEDURE DIVISION.
020100*
020200******************************************************************
020300* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE JOB               *
020400******************************************************************
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 1500-APPLY-DECISIONS THRU 1500-EXIT.
020800     PERFORM 1800-UNCONFIRM-SUSPECTS THRU 1800-EXIT.
020900     PERFORM 2000-MATCH-SAME-NAMES THRU 2000-EXIT.
021000     PERFORM 3000-MATCH-NEAR-NAMES THRU 3000-EXIT.
021100     PERFORM 6000-RELEASE-UNCONFIRMED THRU 6000-EXIT.
021200     PERFORM 8900-WRITE-TRAILER THRU 8900-EXIT.
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021400     IF WS-NEW-SUSP-COUNT > ZEROES OR WS-REJECT-COUNT > ZEROES
021500         MOVE 4 TO RETURN-CODE
021800     END-IF.
021900     GOBACK.
022000*
022100******************************************************************
022200* 1000-INITIALIZE - OPEN THE MASTER, THE SUSPENSE MASTER, THE    *
022300*                   EXCLUSION DATASET AND THE REPORT. SUSPFILE   *
022400*                   AND DUPEXCL ARE CREATED EMPTY THE FIRST TIME *
022500*                   THE SAME WAY XMASDRV CREATES SUSPFILE.       *
022600******************************************************************
022700 1000-INITIALIZE.
022800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022900     ACCEPT WS-RUN-TIME FROM TIME.
023000     OPEN INPUT RECIP-FILE.
023100     IF NOT WS-RCP-OK
023200         DISPLAY "XMASDUP - UNABLE TO OPEN RECIPFIL, STATUS = "
023300                 WS-RCP-STATUS
023400         MOVE 8 TO RETURN-CODE
023500         GOBACK
023600     END-IF.
023700     OPEN I-O SUSP-FILE.
023800     IF WS-SUS-NOT-FOUND
023900         OPEN OUTPUT SUSP-FILE
024000         CLOSE SUSP-FILE
024100         OPEN I-O SUSP-FILE
024200     END-IF.
024300     IF NOT WS-SUS-OK
024400         DISPLAY "XMASDUP - UNABLE TO OPEN SUSPFILE, STATUS = "
024500                 WS-SUS-STATUS
024600         MOVE 8 TO RETURN-CODE
024700         GOBACK
024800     END-IF.
024900     OPEN I-O EXCL-FILE.
025000     IF WS-DXC-NOT-FOUND
025100         OPEN OUTPUT EXCL-FILE
025200         CLOSE EXCL-FILE
025300         OPEN I-O EXCL-FILE
025400     END-IF.
025500     IF NOT WS-DXC-OK
025600         DISPLAY "XMASDUP - UNABLE TO OPEN DUPEXCL, STATUS = "
025700                 WS-DXC-STATUS
025800         MOVE 8 TO RETURN-CODE
025900         GOBACK
026000     END-IF.
026100     OPEN OUTPUT REPORT-FILE.
026200     IF NOT WS-RPT-OK
026300         DISPLAY "XMASDUP - UNABLE TO OPEN DUPRPT, STATUS = "
026400                 WS-RPT-STATUS
026500         MOVE 8 TO RETURN-CODE
026600         GOBACK
026700     END-IF.
026800     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
026900 1000-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300* 1100-WRITE-HEADER - WRITE THE REPORT TITLE                     *
027400******************************************************************
027500 1100-WRITE-HEADER.
027600     MOVE SPACES TO PRT-RECORD.
027700     MOVE "1" TO PRT-CTL.
027800     STRING "XMASDUP POSSIBLE DUPLICATE PERSONS"
027900                              DELIMITED BY SIZE
028000            "   RUN: "        DELIMITED BY SIZE
028100            WS-RUN-DATE       DELIMITED BY SIZE
028200            " "               DELIMITED BY SIZE
028300            WS-RUN-TIME(1:6) DELIMITED BY SIZE
028400       INTO PRT-TEXT.
028500     WRITE PRT-RECORD.
028600 1100-EXIT.
028700     EXIT.
028800*
028900******************************************************************
029000* 1500-APPLY-DECISIONS - APPLY THE OPERATOR'S DUPTRAN DECISIONS  *
029100*                        TO DUPEXCL BEFORE ANY MATCHING, SO A    *
029200*                        PAIR MARKED TODAY IS NOT SUSPENDED      *
029300*                        TODAY. NO DUPTRAN MEANS NO DECISIONS;   *
029310*                        ONE THAT WILL NOT OPEN STOPS THE RUN,   *
029320*                        OR THE PAIRS ON IT WOULD BE SUSPENDED.  *
029400******************************************************************
029500 1500-APPLY-DECISIONS.
029600     MOVE SPACES TO PRT-RECORD.
029700     MOVE "0" TO PRT-CTL.
029800     MOVE "OPERATOR DECISIONS" TO PRT-TEXT.
029900     WRITE PRT-RECORD.
030000     OPEN INPUT TRAN-FILE.
030010     IF NOT WS-DTR-OK
030020      AND NOT WS-DTR-NOT-FOUND
030030         DISPLAY "XMASDUP - UNABLE TO OPEN DUPTRAN, STATUS = "
030040                 WS-DTR-STATUS
030050         MOVE 8 TO RETURN-CODE
030060         GOBACK
030070     END-IF.
030100     IF WS-DTR-OK
030200         MOVE "N" TO WS-EOF-SW
030300         PERFORM 1700-READ-DECISION THRU 1700-EXIT
030400         PERFORM 1600-APPLY-ONE-DECISION THRU 1600-EXIT
030500             UNTIL WS-EOF
030600         CLOSE TRAN-FILE
030700     END-IF.
030800     IF WS-TRAN-COUNT = ZEROES
030900         MOVE SPACES TO PRT-RECORD
031000         MOVE " " TO PRT-CTL
031100         MOVE "    NONE" TO PRT-TEXT
031200         WRITE PRT-RECORD
031300     END-IF.
031400 1500-EXIT.
031500     EXIT.
031600*
031700******************************************************************
031800* 1600-APPLY-ONE-DECISION - EDIT ONE DECISION AND ADD OR DROP ITS*
031900*                           DUPEXCL PAIR. BOTH IDS MUST BE ON    *
032000*                           THE MASTER TO BE MARKED; AN UNDO     *
032100*                           ONLY NEEDS THE PAIR TO BE MARKED.    *
032200******************************************************************
032300 1600-APPLY-ONE-DECISION.
032400     ADD 1 TO WS-TRAN-COUNT.
032500     MOVE SPACES TO WS-TRAN-RESULT.
032600     MOVE "Y" TO WS-TRAN-OK-SW.
032700     EVALUATE TRUE
032800         WHEN NOT DTR-NOT-DUPLICATE AND NOT DTR-UNDO
032900             MOVE "REJECTED - ACTION MUST BE N OR U"
033000               TO WS-TRAN-RESULT
033100         WHEN DTR-ID-1 = SPACES OR DTR-ID-2 = SPACES
033200             MOVE "REJECTED - TWO IDS ARE NEEDED"
033300               TO WS-TRAN-RESULT
033400         WHEN DTR-ID-1 = DTR-ID-2
033500             MOVE "REJECTED - THE TWO IDS ARE THE SAME"
033600               TO WS-TRAN-RESULT
033700         WHEN OTHER
033800             CONTINUE
033900     END-EVALUATE.
034000     IF WS-TRAN-RESULT = SPACES
034100         IF DTR-ID-1 < DTR-ID-2
034200             MOVE DTR-ID-1 TO DXC-ID-LOW
034300             MOVE DTR-ID-2 TO DXC-ID-HIGH
034400         ELSE
034500             MOVE DTR-ID-2 TO DXC-ID-LOW
034600             MOVE DTR-ID-1 TO DXC-ID-HIGH
034700         END-IF
034800         IF DTR-NOT-DUPLICATE
034900             PERFORM 1650-MARK-PAIR THRU 1650-EXIT
035000         ELSE
035100             DELETE EXCL-FILE
035200                 INVALID KEY
035300                     MOVE "REJECTED - PAIR IS NOT MARKED"
035400                       TO WS-TRAN-RESULT
035500                 NOT INVALID KEY
035600                     MOVE "UNMARKED - MAY BE SUSPENDED AGAIN"
035700                       TO WS-TRAN-RESULT
035800             END-DELETE
035900         END-IF
036000     END-IF.
036100     IF WS-TRAN-RESULT(1:8) = "REJECTED"
036200         ADD 1 TO WS-REJECT-COUNT
036300     END-IF.
036400     MOVE SPACES TO PRT-RECORD.
036500     MOVE " " TO PRT-CTL.
036600     MOVE DTR-ACTION     TO PRT-TEXT(5:1).
036700     MOVE DTR-ID-1       TO PRT-TEXT(8:6).
036800     MOVE DTR-ID-2       TO PRT-TEXT(16:6).
036900     MOVE DTR-REMARK     TO PRT-TEXT(24:30).
037000     MOVE WS-TRAN-RESULT TO PRT-TEXT(56:40).
037100     WRITE PRT-RECORD.
037200     PERFORM 1700-READ-DECISION THRU 1700-EXIT.
037300 1600-EXIT.
037400     EXIT.
037500*
037600******************************************************************
037700* 1650-MARK-PAIR - CHECK BOTH IDS ON THE MASTER AND WRITE THE    *
037800*                  DUPEXCL PAIR. A PAIR ALREADY MARKED IS LEFT   *
037900*                  AS IT WAS.                                    *
038000******************************************************************
038100 1650-MARK-PAIR.
038200     MOVE DXC-ID-LOW TO RCP-ID.
038300     READ RECIP-FILE
038400         INVALID KEY
038500             MOVE "REJECTED - ID NOT ON RECIPFIL: "
038600               TO WS-TRAN-RESULT
038700             MOVE DXC-ID-LOW TO WS-TRAN-RESULT(32:6)
038800     END-READ.
038900     IF WS-TRAN-RESULT = SPACES
039000         MOVE DXC-ID-HIGH TO RCP-ID
039100         READ RECIP-FILE
039200             INVALID KEY
039300                 MOVE "REJECTED - ID NOT ON RECIPFIL: "
039400                   TO WS-TRAN-RESULT
039500                 MOVE DXC-ID-HIGH TO WS-TRAN-RESULT(32:6)
039600         END-READ
039700     END-IF.
039800     IF WS-TRAN-RESULT = SPACES
039900         MOVE WS-RUN-DATE TO DXC-MARKED-DATE
040000         MOVE DTR-REMARK TO DXC-REMARK
040100         WRITE DXC-RECORD
040200             INVALID KEY
040300                 MOVE "PAIR ALREADY MARKED" TO WS-TRAN-RESULT
040400             NOT INVALID KEY
040500                 MOVE "MARKED NOT A DUPLICATE" TO WS-TRAN-RESULT
040600         END-WRITE
040700     END-IF.
040800 1650-EXIT.
040900     EXIT.
041000*
041100******************************************************************
041200* 1700-READ-DECISION - READ THE NEXT DUPTRAN RECORD              *
041300******************************************************************
041400 1700-READ-DECISION.
041500     READ TRAN-FILE
041600         AT END
041700             SET WS-EOF TO TRUE
041800     END-READ.
041900 1700-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300* 1800-UNCONFIRM-SUSPECTS - BLANK SUS-MATCH-DATE ON EVERY REASON *
042400*                           05 ENTRY. THE PASSES RESTAMP EACH ONE*
042500*                           THEY STILL MATCH; 6000 RELEASES THE  *
042600*                           REST. AN ENTRY LEFT BLANK BY AN      *
042700*                           INTERRUPTED RUN STAYS SUSPENDED UNTIL*
042800*                           THE NEXT RUN DECIDES.                *
042900******************************************************************
043000 1800-UNCONFIRM-SUSPECTS.
043100     PERFORM 1900-POSITION-SUSPENSE THRU 1900-EXIT.
043200     PERFORM 1850-UNCONFIRM-ONE THRU 1850-EXIT
043300         UNTIL WS-EOF.
043400 1800-EXIT.
043500     EXIT.
043600*
043700******************************************************************
043800* 1850-UNCONFIRM-ONE - BLANK THE MATCH DATE OF ONE SUSPECT       *
043900******************************************************************
044000 1850-UNCONFIRM-ONE.
044100     IF SUS-REASON-CODE = "05"
044200         MOVE SPACES TO SUS-MATCH-DATE
044300         REWRITE SUS-RECORD
044400     END-IF.
044500     PERFORM 1950-READ-SUSPENSE-NEXT THRU 1950-EXIT.
044600 1850-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000* 1900-POSITION-SUSPENSE - START A SEQUENTIAL PASS OF SUSPFILE   *
045100*                          AND READ ITS FIRST ENTRY              *
045200******************************************************************
045300 1900-POSITION-SUSPENSE.
045400     MOVE "N" TO WS-EOF-SW.
045500     MOVE LOW-VALUES TO SUS-RCP-ID.
045600     START SUSP-FILE KEY IS NOT LESS THAN SUS-RCP-ID
045700         INVALID KEY
045800             SET WS-EOF TO TRUE
045900     END-START.
046000     IF NOT WS-EOF
046100         PERFORM 1950-READ-SUSPENSE-NEXT THRU 1950-EXIT
046200     END-IF.
046300 1900-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700* 1950-READ-SUSPENSE-NEXT - READ THE NEXT SUSPFILE ENTRY         *
046800******************************************************************
046900 1950-READ-SUSPENSE-NEXT.
047000     READ SUSP-FILE NEXT RECORD
047100         AT END
047200             SET WS-EOF TO TRUE
047300     END-READ.
047400 1950-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* 2000-MATCH-SAME-NAMES - PASS 1. THE WHOLE MASTER SORTED ON THE *
047900*                         NORMALISED NAME; EVERY LATER ENTRY OF A*
048000*                         GROUP OF EQUAL NAMES IS PAIRED WITH THE*
048100*                         FIRST (LOWEST ID) ONE.                 *
048200******************************************************************
048300 2000-MATCH-SAME-NAMES.
048400     SET WS-PASS-SAME-NAME TO TRUE.
048500     MOVE "SAME NAME" TO WS-MATCH-TYPE.
048600     PERFORM 4900-WRITE-PASS-HEADING THRU 4900-EXIT.
048700     SORT SORT-FILE
048800         ON ASCENDING KEY DSR-DEPT DSR-MATCH DSR-ID
048900         INPUT PROCEDURE IS 2100-RELEASE-MASTER
049000                        THRU 2100-EXIT
049100         OUTPUT PROCEDURE IS 2500-PAIR-SAME-NAMES
049200                        THRU 2500-EXIT.
049300 2000-EXIT.
049400     EXIT.
049500*
049600******************************************************************
049700* 2100-RELEASE-MASTER - SORT INPUT PROCEDURE FOR BOTH PASSES.    *
049800*                       OPTED-OUT ENTRIES GET NO CARD AND ENTRIES*
049900*                       WITH NO ID OR NO NAME ARE ALREADY HELD BY*
050000*                       THE XMASDRV EDITS, SO NONE OF THEM CAN   *
050100*                       CAUSE A SECOND CARD; THEY ARE LEFT OUT.  *
050200******************************************************************
050300 2100-RELEASE-MASTER.
050400     MOVE "N" TO WS-EOF-SW.
050500     MOVE LOW-VALUES TO RCP-ID.
050600     START RECIP-FILE KEY IS NOT LESS THAN RCP-ID
050700         INVALID KEY
050800             SET WS-EOF TO TRUE
050900     END-START.
051000     IF NOT WS-EOF
051100         PERFORM 2300-READ-MASTER-NEXT THRU 2300-EXIT
051200     END-IF.
051300     PERFORM 2150-RELEASE-ONE THRU 2150-EXIT
051400         UNTIL WS-EOF.
051500 2100-EXIT.
051600     EXIT.
051700*
051800******************************************************************
051900* 2150-RELEASE-ONE - NORMALISE ONE NAME AND RELEASE IT WITH THE  *
052000*                    MATCH KEY OF THE CURRENT PASS               *
052100******************************************************************
052200 2150-RELEASE-ONE.
052300     IF RCP-ID NOT = SPACES AND RCP-NAME NOT = SPACES
052400                            AND NOT RCP-OPTED-OUT
052500         MOVE RCP-NAME TO WS-NAME-IN
052600         PERFORM 2200-NORMALISE-NAME THRU 2200-EXIT
052700         MOVE SPACES TO DSR-RECORD
052800         IF WS-PASS-SAME-NAME
052900             ADD 1 TO WS-MASTER-COUNT
053000             MOVE WS-NORM-NAME TO DSR-MATCH
053100             MOVE WS-NORM-LEN TO DSR-MATCH-LEN
053200         ELSE
053300             MOVE RCP-DEPT TO DSR-DEPT
053400             MOVE WS-COMP-NAME TO DSR-MATCH
053500             MOVE WS-COMP-LEN TO DSR-MATCH-LEN
053600         END-IF
053700         MOVE RCP-ID TO DSR-ID
053800         MOVE WS-NORM-NAME TO DSR-NORM-NAME
053900         MOVE RCP-RECORD TO DSR-IMAGE
054000         RELEASE DSR-RECORD
054100     END-IF.
054200     PERFORM 2300-READ-MASTER-NEXT THRU 2300-EXIT.
054300 2150-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 2200-NORMALISE-NAME - BUILD TWO FORMS OF WS-NAME-IN:           *
054800*                       WS-NORM-NAME - UPPER CASE, LETTERS AND   *
054900*                         DIGITS ONLY, WORDS SEPARATED BY ONE    *
055000*                         SPACE - "O'BRIEN,  JOHN" BECOMES       *
055100*                         "OBRIEN JOHN"                          *
055200*                       WS-COMP-NAME - THE SAME WITH NO SPACES   *
055300*                       WITH THEIR LENGTHS                       *
055400******************************************************************
055500 2200-NORMALISE-NAME.
055600     INSPECT WS-NAME-IN CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
055700     MOVE SPACES TO WS-NORM-NAME.
055800     MOVE SPACES TO WS-COMP-NAME.
055900     MOVE ZEROES TO WS-NORM-LEN.
056000     MOVE ZEROES TO WS-COMP-LEN.
056100     MOVE "Y" TO WS-SPACE-SW.
056200     PERFORM VARYING WS-IN-INDEX FROM 1 BY 1
056300             UNTIL WS-IN-INDEX > 30
056400         MOVE WS-NAME-IN(WS-IN-INDEX:1) TO WS-CHAR
056500         EVALUATE TRUE
056600             WHEN WS-CHAR-KEPT
056700                 ADD 1 TO WS-NORM-LEN
056800                 MOVE WS-CHAR TO WS-NORM-NAME(WS-NORM-LEN:1)
056900                 ADD 1 TO WS-COMP-LEN
057000                 MOVE WS-CHAR TO WS-COMP-NAME(WS-COMP-LEN:1)
057100                 MOVE "N" TO WS-SPACE-SW
057200             WHEN WS-CHAR = SPACE
057300                 IF NOT WS-LAST-WAS-SPACE
057400                     ADD 1 TO WS-NORM-LEN
057500                     SET WS-LAST-WAS-SPACE TO TRUE
057600                 END-IF
057700             WHEN OTHER
057800                 CONTINUE
057900         END-EVALUATE
058000     END-PERFORM.
058100     IF WS-LAST-WAS-SPACE AND WS-NORM-LEN > ZEROES
058200         SUBTRACT 1 FROM WS-NORM-LEN
058300     END-IF.
058400 2200-EXIT.
058500     EXIT.
058600*
058700******************************************************************
058800* 2300-READ-MASTER-NEXT - READ THE NEXT RECIPFIL RECORD          *
058900******************************************************************
059000 2300-READ-MASTER-NEXT.
059100     READ RECIP-FILE NEXT RECORD
059200         AT END
059300             SET WS-EOF TO TRUE
059400     END-READ.
059500 2300-EXIT.
059600     EXIT.
059700*
059800******************************************************************
059900* 2500-PAIR-SAME-NAMES - SORT OUTPUT PROCEDURE FOR PASS 1        *
060000******************************************************************
060100 2500-PAIR-SAME-NAMES.
060200     MOVE "N" TO WS-EOF-SW.
060300     MOVE "N" TO WS-GROUP-SW.
060400     PERFORM 4950-RETURN-SORTED THRU 4950-EXIT.
060500     PERFORM 2550-PAIR-ONE-SAME THRU 2550-EXIT
060600         UNTIL WS-EOF.
060700 2500-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100* 2550-PAIR-ONE-SAME - THE FIRST ENTRY OF A NAME OPENS THE GROUP;*
061200*                      EACH LATER ONE IS PAIRED WITH IT          *
061300******************************************************************
061400 2550-PAIR-ONE-SAME.
061500     IF WS-GROUP-OPEN AND DSR-MATCH = WS-GROUP-KEY
061600         MOVE WS-GROUP-IMAGE TO KEP-RECORD
061700         MOVE DSR-IMAGE TO DPL-RECORD
061800         ADD 1 TO WS-SAME-COUNT
061900         PERFORM 4000-RECORD-PAIR THRU 4000-EXIT
062000     ELSE
062100         SET WS-GROUP-OPEN TO TRUE
062200         MOVE DSR-MATCH TO WS-GROUP-KEY
062300         MOVE DSR-IMAGE TO WS-GROUP-IMAGE
062400     END-IF.
062500     PERFORM 4950-RETURN-SORTED THRU 4950-EXIT.
062600 2550-EXIT.
062700     EXIT.
062800*
062900******************************************************************
063000* 3000-MATCH-NEAR-NAMES - PASS 2. EACH DEPARTMENT SORTED ON THE  *
063100*                         NAME WITH THE SPACES OUT; EACH NAME IS *
063200*                         COMPARED WITH THE FEW SORTED JUST AHEAD*
063300*                         OF IT. NAMES THAT ARE EQUAL ONCE       *
063400*                         NORMALISED WERE PAIRED BY PASS 1.      *
063500******************************************************************
063600 3000-MATCH-NEAR-NAMES.
063700     SET WS-PASS-NEAR-NAME TO TRUE.
063800     MOVE "SIMILAR NAME, SAME DEPARTMENT" TO WS-MATCH-TYPE.
063900     PERFORM 4900-WRITE-PASS-HEADING THRU 4900-EXIT.
064000     SORT SORT-FILE
064100         ON ASCENDING KEY DSR-DEPT DSR-MATCH DSR-ID
064200         INPUT PROCEDURE IS 2100-RELEASE-MASTER
064300                        THRU 2100-EXIT
064400         OUTPUT PROCEDURE IS 3500-PAIR-NEAR-NAMES
064500                        THRU 3500-EXIT.
064600 3000-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 3500-PAIR-NEAR-NAMES - SORT OUTPUT PROCEDURE FOR PASS 2        *
065100******************************************************************
065200 3500-PAIR-NEAR-NAMES.
065300     MOVE "N" TO WS-EOF-SW.
065400     MOVE ZEROES TO WS-WIN-COUNT.
065500     MOVE SPACES TO WS-WIN-DEPT.
065600     PERFORM 4950-RETURN-SORTED THRU 4950-EXIT.
065700     PERFORM 3550-PAIR-ONE-NEAR THRU 3550-EXIT
065800         UNTIL WS-EOF.
065900 3500-EXIT.
066000     EXIT.
066100*
066200******************************************************************
066300* 3550-PAIR-ONE-NEAR - A NEW DEPARTMENT EMPTIES THE WINDOW. THE  *
066400*                      NAME IS COMPARED WITH EACH WINDOW ENTRY   *
066500*                      AND THEN JOINS THE WINDOW, PUSHING OUT THE*
066600*                      OLDEST WHEN IT IS FULL.                   *
066700******************************************************************
066800 3550-PAIR-ONE-NEAR.
066900     IF DSR-DEPT NOT = WS-WIN-DEPT
067000         MOVE ZEROES TO WS-WIN-COUNT
067100         MOVE DSR-DEPT TO WS-WIN-DEPT
067200     END-IF.
067300     PERFORM VARYING WS-WIN-INDEX FROM 1 BY 1
067400             UNTIL WS-WIN-INDEX > WS-WIN-COUNT
067500         IF WS-WIN-NORM-NAME(WS-WIN-INDEX) NOT = DSR-NORM-NAME
067600             PERFORM 3700-CHECK-NEAR THRU 3700-EXIT
067700             IF WS-LETTER-DIFFS NOT > 1
067800                 MOVE WS-WIN-IMAGE(WS-WIN-INDEX) TO KEP-RECORD
067900                 MOVE DSR-IMAGE TO DPL-RECORD
068000                 ADD 1 TO WS-NEAR-COUNT
068100                 PERFORM 4000-RECORD-PAIR THRU 4000-EXIT
068200             END-IF
068300         END-IF
068400     END-PERFORM.
068500     IF WS-WIN-COUNT < WS-WIN-SIZE
068600         ADD 1 TO WS-WIN-COUNT
068700     ELSE
068800         PERFORM VARYING WS-WIN-INDEX FROM 1 BY 1
068900                 UNTIL WS-WIN-INDEX = WS-WIN-SIZE
069000             MOVE WS-WIN-ENTRY(WS-WIN-INDEX + 1)
069100               TO WS-WIN-ENTRY(WS-WIN-INDEX)
069200         END-PERFORM
069300     END-IF.
069400     MOVE DSR-MATCH     TO WS-WIN-MATCH(WS-WIN-COUNT).
069500     MOVE DSR-MATCH-LEN TO WS-WIN-MATCH-LEN(WS-WIN-COUNT).
069600     MOVE DSR-NORM-NAME TO WS-WIN-NORM-NAME(WS-WIN-COUNT).
069700     MOVE DSR-IMAGE     TO WS-WIN-IMAGE(WS-WIN-COUNT).
069800     PERFORM 4950-RETURN-SORTED THRU 4950-EXIT.
069900 3550-EXIT.
070000     EXIT.
070100*
070200******************************************************************
070300* 3700-CHECK-NEAR - COUNT THE LETTER EDITS BETWEEN THE CURRENT   *
070400*                   NAME AND WINDOW ENTRY WS-WIN-INDEX, STOPPING *
070500*                   AS SOON AS THERE ARE TWO. ONE LETTER CHANGED,*
070600*                   ADDED OR DROPPED LEAVES WS-LETTER-DIFFS AT 1;*
070700*                   THE SAME LETTERS WITH DIFFERENT SPACING AT 0.*
070800******************************************************************
070900 3700-CHECK-NEAR.
071000     MOVE 2 TO WS-LETTER-DIFFS.
071100     IF DSR-MATCH-LEN < WS-WIN-MATCH-LEN(WS-WIN-INDEX)
071200         MOVE WS-WIN-MATCH(WS-WIN-INDEX) TO WS-LONG-NAME
071300         MOVE WS-WIN-MATCH-LEN(WS-WIN-INDEX) TO WS-LONG-LEN
071400         MOVE DSR-MATCH TO WS-SHORT-NAME
071500         MOVE DSR-MATCH-LEN TO WS-SHORT-LEN
071600     ELSE
071700         MOVE DSR-MATCH TO WS-LONG-NAME
071800         MOVE DSR-MATCH-LEN TO WS-LONG-LEN
071900         MOVE WS-WIN-MATCH(WS-WIN-INDEX) TO WS-SHORT-NAME
072000         MOVE WS-WIN-MATCH-LEN(WS-WIN-INDEX) TO WS-SHORT-LEN
072100     END-IF.
072200     IF WS-SHORT-LEN NOT < WS-NEAR-MIN-LEN
072300                    AND WS-LONG-LEN - WS-SHORT-LEN NOT > 1
072400         MOVE ZEROES TO WS-LETTER-DIFFS
072500         MOVE 1 TO WS-LONG-INDEX
072600         MOVE 1 TO WS-SHORT-INDEX
072700         PERFORM 3750-COMPARE-LETTER THRU 3750-EXIT
072800             UNTIL WS-LONG-INDEX > WS-LONG-LEN
072900                OR WS-SHORT-INDEX > WS-SHORT-LEN
073000                OR WS-LETTER-DIFFS > 1
073100         COMPUTE WS-LETTER-DIFFS = WS-LETTER-DIFFS
073200                 + (WS-LONG-LEN + 1 - WS-LONG-INDEX)
073300                 + (WS-SHORT-LEN + 1 - WS-SHORT-INDEX)
073400     END-IF.
073500 3700-EXIT.
073600     EXIT.
073700*
073800******************************************************************
073900* 3750-COMPARE-LETTER - COMPARE ONE LETTER OF EACH NAME. ON A    *
074000*                       MISMATCH NAMES OF EQUAL LENGTH BOTH MOVE *
074100*                       ON (A CHANGED LETTER); OTHERWISE ONLY THE*
074200*                       LONGER ONE DOES (AN EXTRA LETTER).       *
074300******************************************************************
074400 3750-COMPARE-LETTER.
074500     IF WS-LONG-NAME(WS-LONG-INDEX:1)
074600        = WS-SHORT-NAME(WS-SHORT-INDEX:1)
074700         ADD 1 TO WS-LONG-INDEX
074800         ADD 1 TO WS-SHORT-INDEX
074900     ELSE
075000         ADD 1 TO WS-LETTER-DIFFS
075100         ADD 1 TO WS-LONG-INDEX
075200         IF WS-LONG-LEN = WS-SHORT-LEN
075300             ADD 1 TO WS-SHORT-INDEX
075400         END-IF
075500     END-IF.
075600 3750-EXIT.
075700     EXIT.
075800*
075900******************************************************************
076000* 4000-RECORD-PAIR - ONE CANDIDATE PAIR IN KEP-RECORD AND        *
076100*                    DPL-RECORD. THE LOWER ID IS KEPT AND THE    *
076200*                    HIGHER ONE - NORMALLY THE LATER KEYING - IS *
076300*                    THE SUSPECT, UNLESS THE OPERATOR HAS MARKED *
076400*                    THE PAIR NOT A DUPLICATE.                   *
076500******************************************************************
076600 4000-RECORD-PAIR.
076700     ADD 1 TO WS-PAIR-COUNT.
076800     IF DPL-ID < KEP-ID
076900         MOVE KEP-RECORD TO WS-SWAP-IMAGE
077000         MOVE DPL-RECORD TO KEP-RECORD
077100         MOVE WS-SWAP-IMAGE TO DPL-RECORD
077200     END-IF.
077300     MOVE SPACES TO WS-PAIR-RESULT.
077400     MOVE KEP-ID TO DXC-ID-LOW.
077500     MOVE DPL-ID TO DXC-ID-HIGH.
077600     READ EXCL-FILE
077700         INVALID KEY
077800             PERFORM 4500-SUSPEND-SUSPECT THRU 4500-EXIT
077900         NOT INVALID KEY
078000             ADD 1 TO WS-EXCLUDED-COUNT
078100             STRING "MARKED NOT A DUPLICATE ON "
078200                                      DELIMITED BY SIZE
078300                    DXC-MARKED-DATE   DELIMITED BY SIZE
078400                    " - NOT SUSPENDED"
078500                                      DELIMITED BY SIZE
078600               INTO WS-PAIR-RESULT
078700     END-READ.
078800     PERFORM 4800-WRITE-PAIR THRU 4800-EXIT.
078900 4000-EXIT.
079000     EXIT.
079100*
079200******************************************************************
079300* 4500-SUSPEND-SUSPECT - PUT THE SUSPECT ON SUSPFILE UNDER REASON*
079400*                        05, OR RESTAMP THE ENTRY IT ALREADY HAS.*
079500*                        AN ID ALREADY SUSPENDED FOR ANOTHER     *
079600*                        REASON IS LEFT ALONE - IT GETS NO CARD  *
079700*                        EITHER WAY, AND ONCE XMASDRV CLEARS IT  *
079800*                        THE NEXT RUN SUSPENDS IT HERE.          *
079900*                        SUS-LAST-DATE IS LEFT FOR XMASDRV, WHICH*
080000*                        STAMPS IT WHEN ITS EDIT HOLDS THE ID -  *
080100*                        XMASBAL BALANCES ON THAT STAMP.         *
080200******************************************************************
080300 4500-SUSPEND-SUSPECT.
080400     MOVE DPL-ID TO SUS-RCP-ID.
080500     READ SUSP-FILE
080600         INVALID KEY
080700             MOVE SPACES TO SUS-RECORD
080800             MOVE "05" TO SUS-REASON-CODE
080900             MOVE DPL-ID TO SUS-RCP-ID
081000             MOVE DPL-NAME TO SUS-RCP-NAME
081100             MOVE DPL-DEPT TO SUS-RCP-DEPT
081200             MOVE WS-RUN-DATE TO SUS-FIRST-DATE
081300             MOVE KEP-ID TO SUS-MATCH-ID
081400             MOVE WS-RUN-DATE TO SUS-MATCH-DATE
081500             WRITE SUS-RECORD
081600             ADD 1 TO WS-NEW-SUSP-COUNT
081700             STRING "SUSPENDED AS A DUPLICATE OF "
081800                                      DELIMITED BY SIZE
081900                    KEP-ID            DELIMITED BY SIZE
082000               INTO WS-PAIR-RESULT
082100         NOT INVALID KEY
082200             IF SUS-REASON-CODE = "05"
082300                 IF SUS-MATCH-DATE = SPACES
082400                     MOVE KEP-ID TO SUS-MATCH-ID
082500                     MOVE WS-RUN-DATE TO SUS-MATCH-DATE
082600                     REWRITE SUS-RECORD
082700                     ADD 1 TO WS-KEPT-SUSP-COUNT
082800                 END-IF
082900                 STRING "IN SUSPENSE SINCE " DELIMITED BY SIZE
083000                        SUS-FIRST-DATE       DELIMITED BY SIZE
083100                        " AS A DUPLICATE OF " DELIMITED BY SIZE
083200                        SUS-MATCH-ID         DELIMITED BY SIZE
083300                   INTO WS-PAIR-RESULT
083400             ELSE
083500                 ADD 1 TO WS-OTHER-SUSP-COUNT
083600                 STRING "ALREADY IN SUSPENSE - REASON "
083700                                          DELIMITED BY SIZE
083800                        SUS-REASON-CODE   DELIMITED BY SIZE
083900                   INTO WS-PAIR-RESULT
084000             END-IF
084100     END-READ.
084200 4500-EXIT.
084300     EXIT.
084400*
084500******************************************************************
084600* 4800-WRITE-PAIR - PRINT THE PAIR SIDE BY SIDE: THE KEPT RECORD *
084700*                   ON THE LEFT, THE SUSPECT ON THE RIGHT        *
084800******************************************************************
084900 4800-WRITE-PAIR.
085000     MOVE WS-PAIR-COUNT TO WS-EDIT-PAIR.
085100     MOVE SPACES TO PRT-RECORD.
085200     MOVE "0" TO PRT-CTL.
085300     STRING "PAIR "           DELIMITED BY SIZE
085400            WS-EDIT-PAIR      DELIMITED BY SIZE
085500            " - "             DELIMITED BY SIZE
085600            WS-MATCH-TYPE     DELIMITED BY SIZE
085700       INTO PRT-TEXT.
085800     MOVE WS-PAIR-RESULT TO PRT-TEXT(60:60).
085900     WRITE PRT-RECORD.
086000     MOVE SPACES TO PRT-RECORD.
086100     MOVE " " TO PRT-CTL.
086200     MOVE "    ID:"       TO PRT-TEXT(1:7).
086300     MOVE KEP-ID          TO PRT-TEXT(14:6).
086400     MOVE "(KEPT)"        TO PRT-TEXT(21:6).
086500     MOVE DPL-ID          TO PRT-TEXT(60:6).
086600     MOVE "(SUSPECT)"     TO PRT-TEXT(67:9).
086700     WRITE PRT-RECORD.
086800     MOVE SPACES TO PRT-RECORD.
086900     MOVE " " TO PRT-CTL.
087000     MOVE "    NAME:"     TO PRT-TEXT(1:9).
087100     MOVE KEP-NAME        TO PRT-TEXT(14:30).
087200     MOVE DPL-NAME        TO PRT-TEXT(60:30).
087300     WRITE PRT-RECORD.
087400     MOVE SPACES TO PRT-RECORD.
087500     MOVE " " TO PRT-CTL.
087600     MOVE "    DEPT:"     TO PRT-TEXT(1:9).
087700     MOVE KEP-DEPT        TO PRT-TEXT(14:10).
087800     MOVE DPL-DEPT        TO PRT-TEXT(60:10).
087900     WRITE PRT-RECORD.
088000     MOVE SPACES TO PRT-RECORD.
088100     MOVE " " TO PRT-CTL.
088200     MOVE "    OPT-OUT:"  TO PRT-TEXT(1:12).
088300     MOVE KEP-OPTOUT      TO PRT-TEXT(14:1).
088400     MOVE DPL-OPTOUT      TO PRT-TEXT(60:1).
088500     WRITE PRT-RECORD.
088600     MOVE SPACES TO PRT-RECORD.
088700     MOVE " " TO PRT-CTL.
088800     MOVE "    GREETING:" TO PRT-TEXT(1:13).
088900     MOVE KEP-MSG-CODE    TO PRT-TEXT(14:2).
089000     MOVE DPL-MSG-CODE    TO PRT-TEXT(60:2).
089100     WRITE PRT-RECORD.
089200 4800-EXIT.
089300     EXIT.
089400*
089500******************************************************************
089600* 4900-WRITE-PASS-HEADING - START THE SECTION OF A MATCHING PASS *
089700******************************************************************
089800 4900-WRITE-PASS-HEADING.
089900     MOVE SPACES TO PRT-RECORD.
090000     MOVE "1" TO PRT-CTL.
090100     STRING "CANDIDATE PAIRS - " DELIMITED BY SIZE
090200            WS-MATCH-TYPE        DELIMITED BY SIZE
090300       INTO PRT-TEXT.
090400     WRITE PRT-RECORD.
090500 4900-EXIT.
090600     EXIT.
090700*
090800******************************************************************
090900* 4950-RETURN-SORTED - RETURN THE NEXT SORTED MASTER RECORD      *
091000******************************************************************
091100 4950-RETURN-SORTED.
091200     RETURN SORT-FILE
091300         AT END
091400             SET WS-EOF TO TRUE
091500     END-RETURN.
091600 4950-EXIT.
091700     EXIT.
091800*
091900******************************************************************
092000* 6000-RELEASE-UNCONFIRMED - DROP EVERY REASON 05 ENTRY NEITHER  *
092100*                            PASS CONFIRMED THIS RUN: ONE OF THE *
092200*                            PAIR WAS DELETED OR RENAMED, OR THE *
092300*                            OPERATOR MARKED IT NOT A DUPLICATE. *
092400*                            XMASDRV CARDS IT AGAIN FROM ITS NEXT*
092500*                            RUN. AN ENTRY A CARD RUN ALREADY    *
092600*                            HELD TODAY WAITS FOR THE NEXT RUN,  *
092700*                            SO XMASBAL STILL BALANCES TODAY'S   *
092800*                            SUSPENSE COUNT.                     *
092900******************************************************************
093000 6000-RELEASE-UNCONFIRMED.
093100     MOVE SPACES TO PRT-RECORD.
093200     MOVE "1" TO PRT-CTL.
093300     MOVE "RELEASED FROM SUSPENSE - NO LONGER MATCHED"
093400       TO PRT-TEXT.
093500     WRITE PRT-RECORD.
093600     PERFORM 1900-POSITION-SUSPENSE THRU 1900-EXIT.
093700     PERFORM 6100-RELEASE-ONE THRU 6100-EXIT
093800         UNTIL WS-EOF.
093900     IF WS-RELEASED-COUNT = ZEROES
094000         MOVE SPACES TO PRT-RECORD
094100         MOVE " " TO PRT-CTL
094200         MOVE "    NONE" TO PRT-TEXT
094300         WRITE PRT-RECORD
094400     END-IF.
094500 6000-EXIT.
094600     EXIT.
094700*
094800******************************************************************
094900* 6100-RELEASE-ONE - RELEASE ONE UNCONFIRMED SUSPECT             *
095000******************************************************************
095100 6100-RELEASE-ONE.
095200     IF SUS-REASON-CODE = "05" AND SUS-MATCH-DATE = SPACES
095300                             AND SUS-LAST-DATE NOT = WS-RUN-DATE
095400         DELETE SUSP-FILE
095500             INVALID KEY
095600                 CONTINUE
095700             NOT INVALID KEY
095800                 ADD 1 TO WS-RELEASED-COUNT
095900                 MOVE SPACES TO PRT-RECORD
096000                 MOVE " " TO PRT-CTL
096100                 MOVE SUS-RCP-ID     TO PRT-TEXT(5:6)
096200                 MOVE SUS-RCP-NAME   TO PRT-TEXT(14:30)
096300                 MOVE SUS-RCP-DEPT   TO PRT-TEXT(46:10)
096400                 STRING "SUSPENDED "   DELIMITED BY SIZE
096500                        SUS-FIRST-DATE DELIMITED BY SIZE
096600                        " AS A DUPLICATE OF "
096700                                       DELIMITED BY SIZE
096800                        SUS-MATCH-ID   DELIMITED BY SIZE
096900                   INTO PRT-TEXT(60:60)
097000                 WRITE PRT-RECORD
097100         END-DELETE
097200     END-IF.
097300     PERFORM 1950-READ-SUSPENSE-NEXT THRU 1950-EXIT.
097400 6100-EXIT.
097500     EXIT.
097600*
097700******************************************************************
097800* 8900-WRITE-TRAILER - RUN COUNTS                                *
097900******************************************************************
098000 8900-WRITE-TRAILER.
098100     MOVE SPACES TO PRT-RECORD.
098200     MOVE "1" TO PRT-CTL.
098300     MOVE "XMASDUP RUN TOTALS" TO PRT-TEXT.
098400     WRITE PRT-RECORD.
098500     MOVE WS-TRAN-COUNT TO WS-EDIT-COUNT.
098600     MOVE "OPERATOR DECISIONS READ:" TO PRT-TEXT.
098700     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
098800     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
098900     MOVE "  REJECTED:" TO PRT-TEXT.
099000     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
099100     MOVE WS-MASTER-COUNT TO WS-EDIT-COUNT.
099200     MOVE "MASTER RECORDS COMPARED:" TO PRT-TEXT.
099300     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
099400     MOVE WS-PAIR-COUNT TO WS-EDIT-COUNT.
099500     MOVE "CANDIDATE PAIRS:" TO PRT-TEXT.
099600     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
099700     MOVE WS-SAME-COUNT TO WS-EDIT-COUNT.
099800     MOVE "  SAME NAME:" TO PRT-TEXT.
099900     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
100000     MOVE WS-NEAR-COUNT TO WS-EDIT-COUNT.
100100     MOVE "  SIMILAR NAME, SAME DEPT:" TO PRT-TEXT.
100200     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
100300     MOVE WS-EXCLUDED-COUNT TO WS-EDIT-COUNT.
100400     MOVE "  MARKED NOT A DUPLICATE:" TO PRT-TEXT.
100500     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
100600     MOVE WS-NEW-SUSP-COUNT TO WS-EDIT-COUNT.
100700     MOVE "NEWLY SUSPENDED (05):" TO PRT-TEXT.
100800     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
100900     MOVE WS-KEPT-SUSP-COUNT TO WS-EDIT-COUNT.
101000     MOVE "STILL SUSPENDED (05):" TO PRT-TEXT.
101100     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
101200     MOVE WS-OTHER-SUSP-COUNT TO WS-EDIT-COUNT.
101300     MOVE "SUSPENDED FOR ANOTHER REASON:" TO PRT-TEXT.
101400     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
101500     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
101600     MOVE "RELEASED FROM SUSPENSE:" TO PRT-TEXT.
101700     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
101800 8900-EXIT.
101900     EXIT.
102000*
102100******************************************************************
102200* 8950-WRITE-TOTAL-LINE - WRITE ONE TOTAL LINE. THE CALLER PUTS  *
102300*                         THE CAPTION IN PRT-TEXT AND THE COUNT  *
102400*                         IN WS-EDIT-COUNT.                      *
102500******************************************************************
102600 8950-WRITE-TOTAL-LINE.
102700     MOVE " " TO PRT-CTL.
102800     MOVE WS-EDIT-COUNT TO PRT-TEXT(32:9).
102900     WRITE PRT-RECORD.
103000     MOVE SPACES TO PRT-RECORD.
103100 8950-EXIT.
103200     EXIT.
103300*
103400******************************************************************
103500* 9000-TERMINATE - CLOSE ALL FILES                               *
103600******************************************************************
103700 9000-TERMINATE.
103800     CLOSE RECIP-FILE.
103900     CLOSE SUSP-FILE.
104000     CLOSE EXCL-FILE.
104100     CLOSE REPORT-FILE.
104200 9000-EXIT.
104300     EXIT.
104400*
104500 END PROGRAM XMASDUP.
