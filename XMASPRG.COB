000100******************************************************************
000200* PROGRAM   : XMASPRG                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : RECORDS-RETENTION PURGE OF DEPARTED RECIPIENTS'    *
000500*             NAMES. AN ID WHOSE LAST RECPJRNL ENTRY IS A DELETE *
000600*             MADE IN A SEASON MORE THAN PRGP-KEEP-SEASONS       *
000700*             SEASONS BACK, AND WHICH IS STILL OFF RECIPFIL, HAS *
000800*             ITS NAME BLANKED IN EVERY DATASET THAT CARRIES IT: *
000900*               RECPJRNL  BEFORE AND AFTER IMAGES                *
001000*               SUSPFILE  SUS-RCP-NAME                           *
001100*               CARDEXP   HEADER NAME, AND THE NAME IN THE       *
001200*                         GREETING LINE OF THE CARD'S DETAILS    *
001300*               BOUNCEXT  THE NAME IN THE MASTER-LAYOUT EXTRACT  *
001400*             ONLY THE NAME IS TOUCHED - NO RECORD IS DROPPED    *
001500*             AND NO ID, DEPARTMENT, DATE OR STATUS CHANGES - SO *
001600*             THE COUNTS XMASCLS ROLLS INTO SEASHIST FOR THE     *
001700*             XMASTRD TREND REPORT COME OUT THE SAME. THE        *
001800*             SEQUENTIAL DATASETS ARE REWRITTEN THROUGH THE      *
001900*             PRGWORK WORK DATASET. THE PRGRPT PURGE REGISTER    *
002000*             LISTS EVERY ID PAST RETENTION AND EACH DATASET     *
002100*             TOUCHED FOR IT, FOR THE AUDITORS. PRGP-LIST-ONLY Y *
002200*             PRINTS THE REGISTER AND CHANGES NOTHING. RETURN    *
002300*             CODE 8 WHEN RECIPFIL, A WORK DATASET OR A DATASET  *
002400*             BEING REWRITTEN CANNOT BE OPENED.                  *
002500* CPD       : IBM                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.     XMASPRG.
002900 AUTHOR.         FABIO MARQUES.
003000 INSTALLATION.   FMARQUES-ETI.
003100 DATE-WRITTEN.   2026-10-15.
003200 DATE-COMPILED.
003300*
003400*   MODIFICATION HISTORY
003500*   --------------------------------------------------------------
003600*   2026-10-15  FM  INITIAL VERSION - NAMES OF FORMER EMPLOYEES
003700*                   STAYED IN THE JOURNAL, SUSPENSE AND GATEWAY
003800*                   DATASETS FOR EVER AFTER THE MASTER DELETE,
003900*                   AGAINST THE RECORDS-RETENTION POLICY.
004000*
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PARM-FILE ASSIGN TO "PRGPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PRGP-STATUS.
004700     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS RCP-ID
005100         FILE STATUS IS WS-RCP-STATUS.
005200     SELECT JOURNAL-FILE ASSIGN TO "RECPJRNL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-JRN-STATUS.
005500     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS SUS-RCP-ID
005900         FILE STATUS IS WS-SUS-STATUS.
006000     SELECT EXPORT-FILE ASSIGN TO "CARDEXP"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-EXP-STATUS.
006300     SELECT BOUNCE-FILE ASSIGN TO "BOUNCEXT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-BNC-STATUS.
006600     SELECT LIST-FILE ASSIGN TO "PRGLIST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PRL-ID
007000         FILE STATUS IS WS-PRL-STATUS.
007100     SELECT WORK-FILE ASSIGN TO "PRGWORK"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PWK-STATUS.
007400     SELECT REPORT-FILE ASSIGN TO "PRGRPT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-RPT-STATUS.
007700*
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PARM-FILE
008100     RECORDING MODE IS F.
008200     COPY XMPRGPRM.
008300*
008400 FD  RECIP-FILE.
008500     COPY XMRECIP.
008600*
008700 FD  JOURNAL-FILE
008800     RECORDING MODE IS F.
008900     COPY XMRCPJRN.
009000*
009100 FD  SUSP-FILE.
009200     COPY XMSUSP.
009300*
009400 FD  EXPORT-FILE
009500     RECORDING MODE IS F.
009600     COPY XMCRDEXP.
009700*
009800 FD  BOUNCE-FILE
009900     RECORDING MODE IS F.
010000     COPY XMRECIP REPLACING RCP-RECORD    BY BNC-RECORD
010100                            RCP-ID        BY BNC-ID
010200                            RCP-NAME      BY BNC-NAME
010300                            RCP-DEPT      BY BNC-DEPT
010400                            RCP-OPTOUT    BY BNC-OPTOUT
010500                            RCP-OPTED-OUT BY BNC-OPTED-OUT
010600                            RCP-MSG-CODE  BY BNC-MSG-CODE.
010700*
010800*    ONE ENTRY PER ID THE JOURNAL MENTIONS, HOLDING ITS LATEST
010900*    JOURNAL ACTION; AFTER THE SIFT ONLY THE IDS PAST RETENTION
011000*    REMAIN, EACH WITH THE RECORDS ANONYMISED IN EVERY DATASET.
011100 FD  LIST-FILE.
011200 01  PRL-RECORD.
011300     05  PRL-ID                   PIC X(06).
011400     05  PRL-LAST-ACTION          PIC X(01).
011500     05  PRL-LAST-DATE            PIC X(08).
011600     05  PRL-DEPT                 PIC X(10).
011700     05  PRL-JRN-COUNT            PIC 9(06).
011800     05  PRL-SUS-COUNT            PIC 9(06).
011900     05  PRL-EXP-COUNT            PIC 9(06).
012000     05  PRL-BNC-COUNT            PIC 9(06).
012100     05  FILLER                   PIC X(31).
012200*
012300*    A SEQUENTIAL DATASET'S ANONYMISED COPY, WRITTEN BACK OVER IT
012400 FD  WORK-FILE
012500     RECORDING MODE IS F.
012600 01  PWK-RECORD                   PIC X(200).
012700*
012800 FD  REPORT-FILE
012900     LABEL RECORDS ARE STANDARD
013000     RECORD CONTAINS 132 CHARACTERS
013100     RECORDING MODE IS F.
013200     COPY XMPRTLN.
013300*
013400 WORKING-STORAGE SECTION.
013500 77  WS-PRGP-STATUS      PIC X(02) VALUE SPACES.
013600     88  WS-PRGP-OK              VALUE "00".
013700 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
013800     88  WS-RCP-OK               VALUE "00".
013900 77  WS-JRN-STATUS       PIC X(02) VALUE SPACES.
014000     88  WS-JRN-OK               VALUE "00".
014100 77  WS-SUS-STATUS       PIC X(02) VALUE SPACES.
014200     88  WS-SUS-OK               VALUE "00".
014300 77  WS-EXP-STATUS       PIC X(02) VALUE SPACES.
014400     88  WS-EXP-OK               VALUE "00".
014500 77  WS-BNC-STATUS       PIC X(02) VALUE SPACES.
014600     88  WS-BNC-OK               VALUE "00".
014700 77  WS-PRL-STATUS       PIC X(02) VALUE SPACES.
014800     88  WS-PRL-OK               VALUE "00".
014900 77  WS-PWK-STATUS       PIC X(02) VALUE SPACES.
015000     88  WS-PWK-OK               VALUE "00".
015100 77  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
015200     88  WS-RPT-OK               VALUE "00".
015300 77  WS-EOF-SW           PIC X(01) VALUE "N".
015400     88  WS-EOF                  VALUE "Y".
015500 77  WS-LIST-ONLY-SW     PIC X(01) VALUE "N".
015600     88  WS-LIST-ONLY            VALUE "Y".
015700 77  WS-HIT-SW           PIC X(01) VALUE "N".
015800     88  WS-PURGE-HIT            VALUE "Y".
015900 77  WS-CHANGED-SW       PIC X(01) VALUE "N".
016000     88  WS-RECORD-CHANGED       VALUE "Y".
016100 77  WS-FIRST-LINE-SW    PIC X(01) VALUE "N".
016200     88  WS-FIRST-LINE           VALUE "Y".
016300 77  WS-JRN-FOUND-SW     PIC X(01) VALUE "N".
016400     88  WS-JRN-FOUND            VALUE "Y".
016500 77  WS-SUS-FOUND-SW     PIC X(01) VALUE "N".
016600     88  WS-SUS-FOUND            VALUE "Y".
016700 77  WS-EXP-FOUND-SW     PIC X(01) VALUE "N".
016800     88  WS-EXP-FOUND            VALUE "Y".
016900 77  WS-BNC-FOUND-SW     PIC X(01) VALUE "N".
017000     88  WS-BNC-FOUND            VALUE "Y".
017100 77  WS-KEEP-SEASONS     PIC 99    VALUE 3.
017200 77  WS-SEASON-NUM       PIC 9(04) VALUE ZEROES.
017300 77  WS-CUTOFF-YEAR      PIC 9(04) VALUE ZEROES.
017400 77  WS-DELETE-YEAR      PIC 9(04) VALUE ZEROES.
017500 77  WS-NAME-LEN         PIC 99    VALUE ZEROES.
017600 77  WS-NAME-TALLY       PIC 9(04) VALUE ZEROES.
017700 77  WS-JRN-READ-COUNT   PIC 9(07) VALUE ZEROES.
017800 77  WS-ID-SEEN-COUNT    PIC 9(07) VALUE ZEROES.
017900 77  WS-PURGE-ID-COUNT   PIC 9(07) VALUE ZEROES.
018000 77  WS-TOUCHED-COUNT    PIC 9(07) VALUE ZEROES.
018100 77  WS-JRN-CHANGED      PIC 9(07) VALUE ZEROES.
018200 77  WS-SUS-CHANGED      PIC 9(07) VALUE ZEROES.
018300 77  WS-EXP-CHANGED      PIC 9(07) VALUE ZEROES.
018400 77  WS-BNC-CHANGED      PIC 9(07) VALUE ZEROES.
018500 01  WS-TODAY            PIC X(08) VALUE SPACES.
018600 01  WS-RUN-TIME         PIC X(08) VALUE SPACES.
018700 01  WS-SEASON-YEAR      PIC X(04) VALUE SPACES.
018800 01  WS-JRN-ID           PIC X(06) VALUE SPACES.
018900 01  WS-JRN-DEPT         PIC X(10) VALUE SPACES.
019000*    THE CARDEXP CARD BEING SCRUBBED: ITS ID AND THE NAME ITS
019100*    HEADER CARRIED, SO THE SAME NAME CAN BE TAKEN OUT OF THE
019200*    GREETING LINE IN ITS DETAIL RECORDS
019300 01  WS-SCRUB-ID         PIC X(06) VALUE SPACES.
019400 01  WS-SCRUB-NAME       PIC X(30) VALUE SPACES.
019500 01  WS-BLANK-NAME       PIC X(30) VALUE SPACES.
019600 01  WS-ACTION-TEXT      PIC X(20) VALUE SPACES.
019700 01  WS-DATASET-NAME     PIC X(08) VALUE SPACES.
019800 01  WS-DATASET-COUNT    PIC 9(06) VALUE ZEROES.
019900 01  WS-EDIT-COUNT       PIC Z,ZZZ,ZZ9.
020000 01  WS-EDIT-RECS        PIC ZZZ,ZZ9.
020100 01  WS-EDIT-KEEP        PIC Z9.
020200*    THE JOURNAL IMAGE BEING LOOKED AT
020300     COPY XMRECIP REPLACING RCP-RECORD    BY JIM-RECORD
020400                            RCP-ID        BY JIM-ID
020500                            RCP-NAME      BY JIM-NAME
020600                            RCP-DEPT      BY JIM-DEPT
020700                            RCP-OPTOUT    BY JIM-OPTOUT
020800                            RCP-OPTED-OUT BY JIM-OPTED-OUT
020900                            RCP-MSG-CODE  BY JIM-MSG-CODE.
021000*
021100 PROCEDURE DIVISION.
021200*
021300******************************************************************
021400* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE JOB               *
021500******************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     PERFORM 2000-SELECT-IDS THRU 2000-EXIT.
021900     IF WS-PURGE-ID-COUNT > ZEROES
022000         PERFORM 3000-PURGE-JOURNAL THRU 3000-EXIT
022100         PERFORM 4000-PURGE-SUSPENSE THRU 4000-EXIT
022200         PERFORM 5000-PURGE-EXPORT THRU 5000-EXIT
022300         PERFORM 5500-PURGE-BOUNCES THRU 5500-EXIT
022400     END-IF.
022500     PERFORM 6000-WRITE-REGISTER THRU 6000-EXIT.
022600     PERFORM 8900-WRITE-TRAILER THRU 8900-EXIT.
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     GOBACK.
023000*
023100******************************************************************
023200* 1000-INITIALIZE - PICK UP THE SEASON, RETENTION AND LIST-ONLY  *
023300*                   SETTINGS FROM PRGPARM, WORK OUT THE LAST     *
023400*                   DELETE YEAR TO PURGE, AND OPEN THE MASTER,   *
023500*                   THE REGISTER AND AN EMPTY PRGLIST. A MISSING *
023600*                   PRGPARM MEANS THE CURRENT SEASON, THE        *
023700*                   STANDARD RETENTION AND A REAL PURGE.         *
023800******************************************************************
023900 1000-INITIALIZE.
024000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
024100     ACCEPT WS-RUN-TIME FROM TIME.
024200     MOVE WS-TODAY(1:4) TO WS-SEASON-YEAR.
024300     OPEN INPUT PARM-FILE.
024400     IF WS-PRGP-OK
024500         READ PARM-FILE
024600             AT END
024700                 CONTINUE
024800             NOT AT END
024900                 IF PRGP-SEASON-YEAR IS NUMERIC
025000                     MOVE PRGP-SEASON-YEAR TO WS-SEASON-YEAR
025100                 END-IF
025200                 IF PRGP-KEEP-SEASONS IS NUMERIC
025300                  AND PRGP-KEEP-SEASONS > ZEROES
025400                     MOVE PRGP-KEEP-SEASONS TO WS-KEEP-SEASONS
025500                 END-IF
025600                 IF PRGP-LIST-ONLY-RUN
025700                     SET WS-LIST-ONLY TO TRUE
025800                 END-IF
025900         END-READ
026000         CLOSE PARM-FILE
026100     END-IF.
026200*    A NAME IS KEPT FOR WS-KEEP-SEASONS SEASONS AFTER THE SEASON
026300*    OF THE DELETE, THE SAME RULE XMASCLS APPLIES TO THE TREEYYYY
026400*    ARCHIVES: CLOSING 2026 WITH THREE KEPT PURGES 2023 AND OLDER.
026500     MOVE WS-SEASON-YEAR TO WS-SEASON-NUM.
026600     COMPUTE WS-CUTOFF-YEAR = WS-SEASON-NUM - WS-KEEP-SEASONS.
026700     OPEN INPUT RECIP-FILE.
026800     IF NOT WS-RCP-OK
026900         DISPLAY "XMASPRG - UNABLE TO OPEN RECIPFIL, STATUS = "
027000                 WS-RCP-STATUS
027100         MOVE 8 TO RETURN-CODE
027200         GOBACK
027300     END-IF.
027400     OPEN OUTPUT REPORT-FILE.
027500     IF NOT WS-RPT-OK
027600         DISPLAY "XMASPRG - UNABLE TO OPEN PRGRPT, STATUS = "
027700                 WS-RPT-STATUS
027800         MOVE 8 TO RETURN-CODE
027900         GOBACK
028000     END-IF.
028100     OPEN OUTPUT LIST-FILE.
028200     CLOSE LIST-FILE.
028300     OPEN I-O LIST-FILE.
028400     IF NOT WS-PRL-OK
028500         DISPLAY "XMASPRG - UNABLE TO OPEN PRGLIST, STATUS = "
028600                 WS-PRL-STATUS
028700         MOVE 8 TO RETURN-CODE
028800         GOBACK
028900     END-IF.
029000     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
029100 1000-EXIT.
029200     EXIT.
029300*
029400******************************************************************
029500* 1100-WRITE-HEADER - REGISTER TITLE AND THE SETTINGS IN EFFECT  *
029600******************************************************************
029700 1100-WRITE-HEADER.
029800     MOVE SPACES TO PRT-RECORD.
029900     MOVE "1" TO PRT-CTL.
030000     STRING "XMASPRG RETENTION PURGE REGISTER"
030100                              DELIMITED BY SIZE
030200            "   RUN: "        DELIMITED BY SIZE
030300            WS-TODAY          DELIMITED BY SIZE
030400            " "               DELIMITED BY SIZE
030500            WS-RUN-TIME(1:6) DELIMITED BY SIZE
030600       INTO PRT-TEXT.
030700     WRITE PRT-RECORD.
030800     MOVE WS-KEEP-SEASONS TO WS-EDIT-KEEP.
030900     MOVE SPACES TO PRT-RECORD.
031000     MOVE " " TO PRT-CTL.
031100     STRING "SEASON "         DELIMITED BY SIZE
031200            WS-SEASON-YEAR    DELIMITED BY SIZE
031300            " - NAMES KEPT "  DELIMITED BY SIZE
031400            WS-EDIT-KEEP      DELIMITED BY SIZE
031500            " SEASONS AFTER THE DELETE - PURGING IDS DELETED IN "
031600                              DELIMITED BY SIZE
031700            WS-CUTOFF-YEAR    DELIMITED BY SIZE
031800            " OR EARLIER"     DELIMITED BY SIZE
031900       INTO PRT-TEXT.
032000     WRITE PRT-RECORD.
032100     MOVE SPACES TO PRT-RECORD.
032200     MOVE " " TO PRT-CTL.
032300     IF WS-LIST-ONLY
032400         MOVE "LIST ONLY - NO DATASET IS CHANGED BY THIS RUN"
032500           TO PRT-TEXT
032600     ELSE
032700         MOVE "PURGE RUN - THE NAMES LISTED ARE BLANKED"
032800           TO PRT-TEXT
032900     END-IF.
033000     WRITE PRT-RECORD.
033100 1100-EXIT.
033200     EXIT.
033300*
033400******************************************************************
033500* 2000-SELECT-IDS - NOTE THE LATEST JOURNAL ACTION OF EVERY ID ON*
033600*                   PRGLIST, THEN SIFT OUT ALL BUT THE IDS PAST  *
033700*                   RETENTION. THE JOURNAL IS IN THE ORDER THE   *
033800*                   UPDATES WERE MADE, SO THE LAST ENTRY READ FOR*
033900*                   AN ID IS ITS LATEST. NO RECPJRNL MEANS NO    *
034000*                   RECORD OF ANY DELETE, SO NOTHING IS PURGED.  *
034100******************************************************************
034200 2000-SELECT-IDS.
034300     OPEN INPUT JOURNAL-FILE.
034400     IF WS-JRN-OK
034500         SET WS-JRN-FOUND TO TRUE
034600         MOVE "N" TO WS-EOF-SW
034700         PERFORM 3900-READ-JOURNAL THRU 3900-EXIT
034800         PERFORM 2100-NOTE-ONE-ENTRY THRU 2100-EXIT
034900             UNTIL WS-EOF
035000         CLOSE JOURNAL-FILE
035100         PERFORM 2500-SIFT-CANDIDATES THRU 2500-EXIT
035200     END-IF.
035300 2000-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700* 2100-NOTE-ONE-ENTRY - RECORD ONE JOURNAL ENTRY AS THE LATEST   *
035800*                       ACTION OF ITS ID                         *
035900******************************************************************
036000 2100-NOTE-ONE-ENTRY.
036100     ADD 1 TO WS-JRN-READ-COUNT.
036200     PERFORM 3800-IDENTIFY-ENTRY THRU 3800-EXIT.
036300     IF WS-JRN-ID NOT = SPACES
036400         MOVE WS-JRN-ID TO PRL-ID
036500         READ LIST-FILE
036600             INVALID KEY
036700                 MOVE SPACES TO PRL-RECORD
036800                 MOVE WS-JRN-ID TO PRL-ID
036900                 MOVE ZEROES TO PRL-JRN-COUNT PRL-SUS-COUNT
037000                                PRL-EXP-COUNT PRL-BNC-COUNT
037100                 MOVE JRN-ACTION TO PRL-LAST-ACTION
037200                 MOVE JRN-RUN-DATE TO PRL-LAST-DATE
037300                 MOVE WS-JRN-DEPT TO PRL-DEPT
037400                 WRITE PRL-RECORD
037500                 ADD 1 TO WS-ID-SEEN-COUNT
037600             NOT INVALID KEY
037700                 MOVE JRN-ACTION TO PRL-LAST-ACTION
037800                 MOVE JRN-RUN-DATE TO PRL-LAST-DATE
037900                 MOVE WS-JRN-DEPT TO PRL-DEPT
038000                 REWRITE PRL-RECORD
038100         END-READ
038200     END-IF.
038300     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
038400 2100-EXIT.
038500     EXIT.
038600*
038700******************************************************************
038800* 2500-SIFT-CANDIDATES - KEEP ON PRGLIST ONLY THE IDS WHOSE      *
038900*                        LATEST ACTION IS A DELETE MADE IN OR    *
039000*                        BEFORE THE CUTOFF YEAR AND WHICH ARE    *
039100*                        STILL OFF THE MASTER. AN ID RE-ADDED    *
039200*                        SINCE, OR BACKED OUT BY XMASRCV, IS LEFT*
039300*                        ALONE.                                  *
039400******************************************************************
039500 2500-SIFT-CANDIDATES.
039600     PERFORM 7000-POSITION-LIST THRU 7000-EXIT.
039700     PERFORM 2600-SIFT-ONE THRU 2600-EXIT
039800         UNTIL WS-EOF.
039900 2500-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300* 2600-SIFT-ONE - KEEP OR DROP ONE PRGLIST ENTRY                 *
040400******************************************************************
040500 2600-SIFT-ONE.
040600     MOVE "N" TO WS-HIT-SW.
040700     IF PRL-LAST-ACTION = "D" AND PRL-LAST-DATE(1:4) IS NUMERIC
040800         MOVE PRL-LAST-DATE(1:4) TO WS-DELETE-YEAR
040900         IF WS-DELETE-YEAR NOT > WS-CUTOFF-YEAR
041000             MOVE PRL-ID TO RCP-ID
041100             READ RECIP-FILE
041200                 INVALID KEY
041300                     SET WS-PURGE-HIT TO TRUE
041400             END-READ
041500         END-IF
041600     END-IF.
041700     IF WS-PURGE-HIT
041800         ADD 1 TO WS-PURGE-ID-COUNT
041900     ELSE
042000         DELETE LIST-FILE
042100     END-IF.
042200     PERFORM 7100-READ-LIST-NEXT THRU 7100-EXIT.
042300 2600-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700* 3000-PURGE-JOURNAL - COPY RECPJRNL TO PRGWORK WITH THE NAME    *
042800*                      BLANKED IN BOTH IMAGES OF EVERY ENTRY FOR *
042900*                      A PURGED ID, THEN COPY IT BACK. A         *
043000*                      RESTORED IMAGE THEREFORE HAS NO NAME, AND *
043100*                      FAILS THE XMASDRV NAME EDIT IF XMASRCV    *
043200*                      EVER PUTS IT BACK ON THE MASTER.          *
043300******************************************************************
043400 3000-PURGE-JOURNAL.
043500     OPEN INPUT JOURNAL-FILE.
043510     IF NOT WS-JRN-OK
043520         DISPLAY "XMASPRG - UNABLE TO REOPEN RECPJRNL, STATUS = "
043530                 WS-JRN-STATUS
043540         MOVE 8 TO RETURN-CODE
043550         GOBACK
043560     END-IF.
043600     PERFORM 7300-OPEN-WORK-OUTPUT THRU 7300-EXIT.
043700     MOVE "N" TO WS-EOF-SW.
043800     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
043900     PERFORM 3100-SCRUB-ONE-ENTRY THRU 3100-EXIT
044000         UNTIL WS-EOF.
044100     CLOSE JOURNAL-FILE.
044200     CLOSE WORK-FILE.
044300     IF WS-JRN-CHANGED > ZEROES AND NOT WS-LIST-ONLY
044400         PERFORM 7400-OPEN-WORK-INPUT THRU 7400-EXIT
044500         OPEN OUTPUT JOURNAL-FILE
044510         IF NOT WS-JRN-OK
044520             DISPLAY "XMASPRG - UNABLE TO REWRITE RECPJRNL, "
044530                     "STATUS = " WS-JRN-STATUS
044540             MOVE 8 TO RETURN-CODE
044550             GOBACK
044560         END-IF
044600         MOVE "N" TO WS-EOF-SW
044700         PERFORM 7500-READ-WORK THRU 7500-EXIT
044800         PERFORM 3200-COPY-BACK-ONE THRU 3200-EXIT
044900             UNTIL WS-EOF
045000         CLOSE WORK-FILE
045100         CLOSE JOURNAL-FILE
045200     END-IF.
045300 3000-EXIT.
045400     EXIT.
045500*
045600******************************************************************
045700* 3100-SCRUB-ONE-ENTRY - BLANK THE NAME IN EACH IMAGE OF ONE     *
045800*                        JOURNAL ENTRY FOR A PURGED ID           *
045900******************************************************************
046000 3100-SCRUB-ONE-ENTRY.
046100     PERFORM 3800-IDENTIFY-ENTRY THRU 3800-EXIT.
046200     PERFORM 7200-FIND-PURGE-ID THRU 7200-EXIT.
046300     IF WS-PURGE-HIT
046400         MOVE "N" TO WS-CHANGED-SW
046500         MOVE JRN-BEFORE-IMAGE TO JIM-RECORD
046600         IF JIM-ID = WS-JRN-ID AND JIM-NAME NOT = SPACES
046700             MOVE SPACES TO JIM-NAME
046800             MOVE JIM-RECORD TO JRN-BEFORE-IMAGE
046900             SET WS-RECORD-CHANGED TO TRUE
047000         END-IF
047100         MOVE JRN-AFTER-IMAGE TO JIM-RECORD
047200         IF JIM-ID = WS-JRN-ID AND JIM-NAME NOT = SPACES
047300             MOVE SPACES TO JIM-NAME
047400             MOVE JIM-RECORD TO JRN-AFTER-IMAGE
047500             SET WS-RECORD-CHANGED TO TRUE
047600         END-IF
047700         IF WS-RECORD-CHANGED
047800             ADD 1 TO WS-JRN-CHANGED
047900             ADD 1 TO PRL-JRN-COUNT
048000             REWRITE PRL-RECORD
048100         END-IF
048200     END-IF.
048300     WRITE PWK-RECORD FROM JRN-RECORD.
048400     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
048500 3100-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* 3200-COPY-BACK-ONE - PUT ONE SCRUBBED ENTRY BACK ON RECPJRNL   *
049000******************************************************************
049100 3200-COPY-BACK-ONE.
049200     MOVE PWK-RECORD TO JRN-RECORD.
049300     WRITE JRN-RECORD.
049400     PERFORM 7500-READ-WORK THRU 7500-EXIT.
049500 3200-EXIT.
049600     EXIT.
049700*
049800******************************************************************
049900* 3800-IDENTIFY-ENTRY - THE ID AND DEPARTMENT A JOURNAL ENTRY IS *
050000*                       FOR: THE AFTER-IMAGE, OR THE BEFORE-IMAGE*
050100*                       OF A DELETE (WHOSE AFTER-IMAGE IS BLANK) *
050200******************************************************************
050300 3800-IDENTIFY-ENTRY.
050400     MOVE JRN-AFTER-IMAGE TO JIM-RECORD.
050500     IF JIM-ID = SPACES
050600         MOVE JRN-BEFORE-IMAGE TO JIM-RECORD
050700     END-IF.
050800     MOVE JIM-ID TO WS-JRN-ID.
050900     MOVE JIM-DEPT TO WS-JRN-DEPT.
051000 3800-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* 3900-READ-JOURNAL - READ THE NEXT RECPJRNL ENTRY               *
051500******************************************************************
051600 3900-READ-JOURNAL.
051700     READ JOURNAL-FILE
051800         AT END
051900             SET WS-EOF TO TRUE
052000     END-READ.
052100 3900-EXIT.
052200     EXIT.
052300*
052400******************************************************************
052500* 4000-PURGE-SUSPENSE - BLANK SUS-RCP-NAME ON THE SUSPENSE ENTRY *
052600*                       OF EACH PURGED ID. THE ENTRY ITSELF STAYS*
052700*                       - XMASCLS COUNTS SUSPFILE INTO THE SEASON*
052800*                       SUMMARY. NO SUSPFILE, NOTHING TO DO.     *
052900******************************************************************
053000 4000-PURGE-SUSPENSE.
053100     IF WS-LIST-ONLY
053200         OPEN INPUT SUSP-FILE
053300     ELSE
053400         OPEN I-O SUSP-FILE
053500     END-IF.
053600     IF WS-SUS-OK
053700         SET WS-SUS-FOUND TO TRUE
053800         PERFORM 7000-POSITION-LIST THRU 7000-EXIT
053900         PERFORM 4100-SCRUB-ONE-SUSPENSE THRU 4100-EXIT
054000             UNTIL WS-EOF
054100         CLOSE SUSP-FILE
054200     END-IF.
054300 4000-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 4100-SCRUB-ONE-SUSPENSE - ONE PURGED ID AGAINST SUSPFILE       *
054800******************************************************************
054900 4100-SCRUB-ONE-SUSPENSE.
055000     MOVE PRL-ID TO SUS-RCP-ID.
055100     READ SUSP-FILE
055200         INVALID KEY
055300             CONTINUE
055400         NOT INVALID KEY
055500             IF SUS-RCP-NAME NOT = SPACES
055600                 MOVE SPACES TO SUS-RCP-NAME
055700                 IF NOT WS-LIST-ONLY
055800                     REWRITE SUS-RECORD
055900                 END-IF
056000                 ADD 1 TO WS-SUS-CHANGED
056100                 ADD 1 TO PRL-SUS-COUNT
056200                 REWRITE PRL-RECORD
056300             END-IF
056400     END-READ.
056500     PERFORM 7100-READ-LIST-NEXT THRU 7100-EXIT.
056600 4100-EXIT.
056700     EXIT.
056800*
056900******************************************************************
057000* 5000-PURGE-EXPORT - COPY CARDEXP TO PRGWORK WITH EACH PURGED   *
057100*                     ID'S HEADER NAME BLANKED AND THAT NAME     *
057200*                     TAKEN OUT OF THE GREETING LINE AMONG ITS   *
057300*                     DETAIL RECORDS, THEN COPY IT BACK. THE CARD*
057400*                     KEEPS ITS RECORDS, SEQUENCES AND TREE.     *
057500******************************************************************
057600 5000-PURGE-EXPORT.
057700     OPEN INPUT EXPORT-FILE.
057800     IF WS-EXP-OK
057900         SET WS-EXP-FOUND TO TRUE
058000         PERFORM 7300-OPEN-WORK-OUTPUT THRU 7300-EXIT
058100         MOVE SPACES TO WS-SCRUB-ID
058200         MOVE "N" TO WS-EOF-SW
058300         PERFORM 5900-READ-EXPORT THRU 5900-EXIT
058400         PERFORM 5100-SCRUB-ONE-EXPORT THRU 5100-EXIT
058500             UNTIL WS-EOF
058600         CLOSE EXPORT-FILE
058700         CLOSE WORK-FILE
058800         IF WS-EXP-CHANGED > ZEROES AND NOT WS-LIST-ONLY
058900             PERFORM 7400-OPEN-WORK-INPUT THRU 7400-EXIT
059000             OPEN OUTPUT EXPORT-FILE
059010             IF NOT WS-EXP-OK
059020                 DISPLAY "XMASPRG - UNABLE TO REWRITE CARDEXP, "
059030                         "STATUS = " WS-EXP-STATUS
059040                 MOVE 8 TO RETURN-CODE
059050                 GOBACK
059060             END-IF
059100             MOVE "N" TO WS-EOF-SW
059200             PERFORM 7500-READ-WORK THRU 7500-EXIT
059300             PERFORM 5200-COPY-BACK-ONE THRU 5200-EXIT
059400                 UNTIL WS-EOF
059500             CLOSE WORK-FILE
059600             CLOSE EXPORT-FILE
059700         END-IF
059800     END-IF.
059900 5000-EXIT.
060000     EXIT.
060100*
060200******************************************************************
060300* 5100-SCRUB-ONE-EXPORT - A HEADER FOR A PURGED ID STARTS A CARD *
060400*                         TO SCRUB; ITS DETAILS FOLLOW IT        *
060500******************************************************************
060600 5100-SCRUB-ONE-EXPORT.
060700     MOVE "N" TO WS-CHANGED-SW.
060800     IF EXP-HEADER
060900         MOVE SPACES TO WS-SCRUB-ID
061000         MOVE EXP-RCP-ID TO WS-JRN-ID
061100         PERFORM 7200-FIND-PURGE-ID THRU 7200-EXIT
061200         IF WS-PURGE-HIT AND EXP-RCP-NAME NOT = SPACES
061300             MOVE EXP-RCP-ID TO WS-SCRUB-ID
061400             MOVE EXP-RCP-NAME TO WS-SCRUB-NAME
061500             PERFORM VARYING WS-NAME-LEN FROM 30 BY -1
061600                     UNTIL WS-SCRUB-NAME(WS-NAME-LEN:1)
061700                           NOT = SPACE
061800                 CONTINUE
061900             END-PERFORM
062000             MOVE SPACES TO EXP-RCP-NAME
062100             SET WS-RECORD-CHANGED TO TRUE
062200         END-IF
062300     ELSE
062400         IF EXP-RCP-ID = WS-SCRUB-ID AND WS-SCRUB-ID NOT = SPACES
062500             MOVE ZEROES TO WS-NAME-TALLY
062600             INSPECT EXP-DATA TALLYING WS-NAME-TALLY
062700                 FOR ALL WS-SCRUB-NAME(1:WS-NAME-LEN)
062800             IF WS-NAME-TALLY > ZEROES
062900                 INSPECT EXP-DATA REPLACING
063000                     ALL WS-SCRUB-NAME(1:WS-NAME-LEN)
063100                      BY WS-BLANK-NAME(1:WS-NAME-LEN)
063200                 SET WS-RECORD-CHANGED TO TRUE
063300             END-IF
063400         END-IF
063500     END-IF.
063600     IF WS-RECORD-CHANGED
063700         MOVE EXP-RCP-ID TO PRL-ID
063800         READ LIST-FILE
063900             NOT INVALID KEY
064000                 ADD 1 TO PRL-EXP-COUNT
064100                 REWRITE PRL-RECORD
064200         END-READ
064300         ADD 1 TO WS-EXP-CHANGED
064400     END-IF.
064500     WRITE PWK-RECORD FROM EXP-RECORD.
064600     PERFORM 5900-READ-EXPORT THRU 5900-EXIT.
064700 5100-EXIT.
064800     EXIT.
064900*
065000******************************************************************
065100* 5200-COPY-BACK-ONE - PUT ONE SCRUBBED RECORD BACK ON CARDEXP   *
065200******************************************************************
065300 5200-COPY-BACK-ONE.
065400     MOVE PWK-RECORD TO EXP-RECORD.
065500     WRITE EXP-RECORD.
065600     PERFORM 7500-READ-WORK THRU 7500-EXIT.
065700 5200-EXIT.
065800     EXIT.
065900*
066000******************************************************************
066100* 5500-PURGE-BOUNCES - COPY BOUNCEXT TO PRGWORK WITH THE NAME    *
066200*                      BLANKED ON EACH PURGED ID'S EXTRACT, THEN *
066300*                      COPY IT BACK                              *
066400******************************************************************
066500 5500-PURGE-BOUNCES.
066600     OPEN INPUT BOUNCE-FILE.
066700     IF WS-BNC-OK
066800         SET WS-BNC-FOUND TO TRUE
066900         PERFORM 7300-OPEN-WORK-OUTPUT THRU 7300-EXIT
067000         MOVE "N" TO WS-EOF-SW
067100         PERFORM 5950-READ-BOUNCE THRU 5950-EXIT
067200         PERFORM 5600-SCRUB-ONE-BOUNCE THRU 5600-EXIT
067300             UNTIL WS-EOF
067400         CLOSE BOUNCE-FILE
067500         CLOSE WORK-FILE
067600         IF WS-BNC-CHANGED > ZEROES AND NOT WS-LIST-ONLY
067700             PERFORM 7400-OPEN-WORK-INPUT THRU 7400-EXIT
067800             OPEN OUTPUT BOUNCE-FILE
067810             IF NOT WS-BNC-OK
067820                 DISPLAY "XMASPRG - UNABLE TO REWRITE BOUNCEXT, "
067830                         "STATUS = " WS-BNC-STATUS
067840                 MOVE 8 TO RETURN-CODE
067850                 GOBACK
067860             END-IF
067900             MOVE "N" TO WS-EOF-SW
068000             PERFORM 7500-READ-WORK THRU 7500-EXIT
068100             PERFORM 5700-COPY-BACK-ONE THRU 5700-EXIT
068200                 UNTIL WS-EOF
068300             CLOSE WORK-FILE
068400             CLOSE BOUNCE-FILE
068500         END-IF
068600     END-IF.
068700 5500-EXIT.
068800     EXIT.
068900*
069000******************************************************************
069100* 5600-SCRUB-ONE-BOUNCE - ONE BOUNCEXT EXTRACT                   *
069200******************************************************************
069300 5600-SCRUB-ONE-BOUNCE.
069400     MOVE BNC-ID TO WS-JRN-ID.
069500     PERFORM 7200-FIND-PURGE-ID THRU 7200-EXIT.
069600     IF WS-PURGE-HIT AND BNC-NAME NOT = SPACES
069700         MOVE SPACES TO BNC-NAME
069800         ADD 1 TO WS-BNC-CHANGED
069900         ADD 1 TO PRL-BNC-COUNT
070000         REWRITE PRL-RECORD
070100     END-IF.
070200     WRITE PWK-RECORD FROM BNC-RECORD.
070300     PERFORM 5950-READ-BOUNCE THRU 5950-EXIT.
070400 5600-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800* 5700-COPY-BACK-ONE - PUT ONE SCRUBBED EXTRACT BACK ON BOUNCEXT *
070900******************************************************************
071000 5700-COPY-BACK-ONE.
071100     MOVE PWK-RECORD TO BNC-RECORD.
071200     WRITE BNC-RECORD.
071300     PERFORM 7500-READ-WORK THRU 7500-EXIT.
071400 5700-EXIT.
071500     EXIT.
071600*
071700******************************************************************
071800* 5900-READ-EXPORT - READ THE NEXT CARDEXP RECORD                *
071900******************************************************************
072000 5900-READ-EXPORT.
072100     READ EXPORT-FILE
072200         AT END
072300             SET WS-EOF TO TRUE
072400     END-READ.
072500 5900-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900* 5950-READ-BOUNCE - READ THE NEXT BOUNCEXT EXTRACT              *
073000******************************************************************
073100 5950-READ-BOUNCE.
073200     READ BOUNCE-FILE
073300         AT END
073400             SET WS-EOF TO TRUE
073500     END-READ.
073600 5950-EXIT.
073700     EXIT.
073800*
073900******************************************************************
074000* 6000-WRITE-REGISTER - ONE BLOCK PER ID PAST RETENTION: ITS     *
074100*                       DEPARTMENT AND DELETE DATE, THEN A LINE  *
074200*                       PER DATASET TOUCHED WITH THE RECORDS     *
074300*                       ANONYMISED. AN ID PURGED BY AN EARLIER   *
074400*                       RUN IS STILL LISTED, WITH NOTHING LEFT.  *
074500******************************************************************
074600 6000-WRITE-REGISTER.
074700     MOVE SPACES TO PRT-RECORD.
074800     MOVE "0" TO PRT-CTL.
074900     MOVE "ID     DEPARTMENT  DELETED   DATASET   RECORDS  ACTION"
075000       TO PRT-TEXT.
075100     WRITE PRT-RECORD.
075200     IF WS-LIST-ONLY
075300         MOVE "NAME WOULD BE BLANKED" TO WS-ACTION-TEXT
075400     ELSE
075500         MOVE "NAME BLANKED" TO WS-ACTION-TEXT
075600     END-IF.
075700     PERFORM 7000-POSITION-LIST THRU 7000-EXIT.
075800     PERFORM 6100-REGISTER-ONE-ID THRU 6100-EXIT
075900         UNTIL WS-EOF.
076000     IF WS-PURGE-ID-COUNT = ZEROES
076100         MOVE SPACES TO PRT-RECORD
076200         MOVE " " TO PRT-CTL
076300         MOVE "NO ID IS PAST RETENTION" TO PRT-TEXT
076400         WRITE PRT-RECORD
076500     END-IF.
076600 6000-EXIT.
076700     EXIT.
076800*
076900******************************************************************
077000* 6100-REGISTER-ONE-ID - THE REGISTER BLOCK OF ONE ID            *
077100******************************************************************
077200 6100-REGISTER-ONE-ID.
077300     SET WS-FIRST-LINE TO TRUE.
077400     IF PRL-JRN-COUNT > ZEROES OR PRL-SUS-COUNT > ZEROES
077500        OR PRL-EXP-COUNT > ZEROES OR PRL-BNC-COUNT > ZEROES
077600         ADD 1 TO WS-TOUCHED-COUNT
077700     END-IF.
077800     IF PRL-JRN-COUNT > ZEROES
077900         MOVE "RECPJRNL" TO WS-DATASET-NAME
078000         MOVE PRL-JRN-COUNT TO WS-DATASET-COUNT
078100         PERFORM 6200-WRITE-REGISTER-LINE THRU 6200-EXIT
078200     END-IF.
078300     IF PRL-SUS-COUNT > ZEROES
078400         MOVE "SUSPFILE" TO WS-DATASET-NAME
078500         MOVE PRL-SUS-COUNT TO WS-DATASET-COUNT
078600         PERFORM 6200-WRITE-REGISTER-LINE THRU 6200-EXIT
078700     END-IF.
078800     IF PRL-EXP-COUNT > ZEROES
078900         MOVE "CARDEXP" TO WS-DATASET-NAME
079000         MOVE PRL-EXP-COUNT TO WS-DATASET-COUNT
079100         PERFORM 6200-WRITE-REGISTER-LINE THRU 6200-EXIT
079200     END-IF.
079300     IF PRL-BNC-COUNT > ZEROES
079400         MOVE "BOUNCEXT" TO WS-DATASET-NAME
079500         MOVE PRL-BNC-COUNT TO WS-DATASET-COUNT
079600         PERFORM 6200-WRITE-REGISTER-LINE THRU 6200-EXIT
079700     END-IF.
079800     IF WS-FIRST-LINE
079900         MOVE SPACES TO WS-DATASET-NAME
080000         MOVE ZEROES TO WS-DATASET-COUNT
080100         PERFORM 6200-WRITE-REGISTER-LINE THRU 6200-EXIT
080200     END-IF.
080300     PERFORM 7100-READ-LIST-NEXT THRU 7100-EXIT.
080400 6100-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800* 6200-WRITE-REGISTER-LINE - ONE DATASET LINE OF AN ID'S BLOCK.  *
080900*                            THE ID, DEPARTMENT AND DELETE DATE  *
081000*                            PRINT ON THE FIRST LINE ONLY. A     *
081100*                            BLANK DATASET NAME MEANS NOTHING WAS*
081200*                            LEFT TO ANONYMISE.                  *
081300******************************************************************
081400 6200-WRITE-REGISTER-LINE.
081500     MOVE SPACES TO PRT-RECORD.
081600     MOVE " " TO PRT-CTL.
081700     IF WS-FIRST-LINE
081800         MOVE PRL-ID        TO PRT-TEXT(1:6)
081900         MOVE PRL-DEPT      TO PRT-TEXT(8:10)
082000         MOVE PRL-LAST-DATE TO PRT-TEXT(20:8)
082100         MOVE "N" TO WS-FIRST-LINE-SW
082200     END-IF.
082300     IF WS-DATASET-NAME = SPACES
082400         MOVE "NOTHING LEFT TO ANONYMISE" TO PRT-TEXT(30:25)
082500     ELSE
082600         MOVE WS-DATASET-COUNT TO WS-EDIT-RECS
082700         MOVE WS-DATASET-NAME TO PRT-TEXT(30:8)
082800         MOVE WS-EDIT-RECS    TO PRT-TEXT(39:7)
082900         MOVE WS-ACTION-TEXT  TO PRT-TEXT(48:20)
083000     END-IF.
083100     WRITE PRT-RECORD.
083200 6200-EXIT.
083300     EXIT.
083400*
083500******************************************************************
083600* 7000-POSITION-LIST - START A SEQUENTIAL PASS OF PRGLIST AND    *
083700*                      READ ITS FIRST ENTRY                      *
083800******************************************************************
083900 7000-POSITION-LIST.
084000     MOVE "N" TO WS-EOF-SW.
084100     MOVE LOW-VALUES TO PRL-ID.
084200     START LIST-FILE KEY IS NOT LESS THAN PRL-ID
084300         INVALID KEY
084400             SET WS-EOF TO TRUE
084500     END-START.
084600     IF NOT WS-EOF
084700         PERFORM 7100-READ-LIST-NEXT THRU 7100-EXIT
084800     END-IF.
084900 7000-EXIT.
085000     EXIT.
085100*
085200******************************************************************
085300* 7100-READ-LIST-NEXT - READ THE NEXT PRGLIST ENTRY              *
085400******************************************************************
085500 7100-READ-LIST-NEXT.
085600     READ LIST-FILE NEXT RECORD
085700         AT END
085800             SET WS-EOF TO TRUE
085900     END-READ.
086000 7100-EXIT.
086100     EXIT.
086200*
086300******************************************************************
086400* 7200-FIND-PURGE-ID - IS WS-JRN-ID PAST RETENTION? WHEN IT IS,  *
086500*                      ITS PRGLIST ENTRY IS LEFT IN PRL-RECORD   *
086600******************************************************************
086700 7200-FIND-PURGE-ID.
086800     MOVE "N" TO WS-HIT-SW.
086900     IF WS-JRN-ID NOT = SPACES
087000         MOVE WS-JRN-ID TO PRL-ID
087100         READ LIST-FILE
087200             INVALID KEY
087300                 CONTINUE
087400             NOT INVALID KEY
087500                 SET WS-PURGE-HIT TO TRUE
087600         END-READ
087700     END-IF.
087800 7200-EXIT.
087900     EXIT.
088000*
088100******************************************************************
088200* 7300-OPEN-WORK-OUTPUT - OPEN PRGWORK TO TAKE A SCRUBBED COPY   *
088300******************************************************************
088400 7300-OPEN-WORK-OUTPUT.
088500     OPEN OUTPUT WORK-FILE.
088600     IF NOT WS-PWK-OK
088700         DISPLAY "XMASPRG - UNABLE TO OPEN PRGWORK, STATUS = "
088800                 WS-PWK-STATUS
088900         MOVE 8 TO RETURN-CODE
089000         GOBACK
089100     END-IF.
089200 7300-EXIT.
089300     EXIT.
089400*
089500******************************************************************
089600* 7400-OPEN-WORK-INPUT - OPEN PRGWORK TO COPY IT BACK            *
089700******************************************************************
089800 7400-OPEN-WORK-INPUT.
089900     OPEN INPUT WORK-FILE.
090000     IF NOT WS-PWK-OK
090100         DISPLAY "XMASPRG - UNABLE TO REOPEN PRGWORK, STATUS = "
090200                 WS-PWK-STATUS
090300         MOVE 8 TO RETURN-CODE
090400         GOBACK
090500     END-IF.
090600 7400-EXIT.
090700     EXIT.
090800*
090900******************************************************************
091000* 7500-READ-WORK - READ THE NEXT PRGWORK RECORD                  *
091100******************************************************************
091200 7500-READ-WORK.
091300     READ WORK-FILE
091400         AT END
091500             SET WS-EOF TO TRUE
091600     END-READ.
091700 7500-EXIT.
091800     EXIT.
091900*
092000******************************************************************
092100* 8900-WRITE-TRAILER - RUN COUNTS, ONE LINE PER DATASET. THE     *
092200*                      OTHER DATASETS ARE ONLY OPENED WHEN AN ID *
092300*                      IS PAST RETENTION.                        *
092400******************************************************************
092500 8900-WRITE-TRAILER.
092600     MOVE SPACES TO PRT-RECORD.
092700     MOVE "0" TO PRT-CTL.
092800     MOVE "XMASPRG RUN TOTALS" TO PRT-TEXT.
092900     WRITE PRT-RECORD.
093000     MOVE WS-JRN-READ-COUNT TO WS-EDIT-COUNT.
093100     MOVE "JOURNAL ENTRIES READ:" TO PRT-TEXT.
093200     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
093300     MOVE WS-ID-SEEN-COUNT TO WS-EDIT-COUNT.
093400     MOVE "IDS ON THE JOURNAL:" TO PRT-TEXT.
093500     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
093600     MOVE WS-PURGE-ID-COUNT TO WS-EDIT-COUNT.
093700     MOVE "IDS PAST RETENTION:" TO PRT-TEXT.
093800     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
093900     MOVE WS-TOUCHED-COUNT TO WS-EDIT-COUNT.
094000     MOVE "  WITH NAMES ANONYMISED:" TO PRT-TEXT.
094100     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
094200     MOVE WS-JRN-CHANGED TO WS-EDIT-COUNT.
094300     MOVE "RECPJRNL ENTRIES:" TO PRT-TEXT.
094400     IF NOT WS-JRN-FOUND
094500         MOVE "NOT PRESENT" TO PRT-TEXT(32:11)
094600     END-IF.
094700     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
094800     MOVE WS-SUS-CHANGED TO WS-EDIT-COUNT.
094900     MOVE "SUSPFILE ENTRIES:" TO PRT-TEXT.
095000     IF WS-PURGE-ID-COUNT > ZEROES AND NOT WS-SUS-FOUND
095100         MOVE "NOT PRESENT" TO PRT-TEXT(32:11)
095200     END-IF.
095300     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
095400     MOVE WS-EXP-CHANGED TO WS-EDIT-COUNT.
095500     MOVE "CARDEXP RECORDS:" TO PRT-TEXT.
095600     IF WS-PURGE-ID-COUNT > ZEROES AND NOT WS-EXP-FOUND
095700         MOVE "NOT PRESENT" TO PRT-TEXT(32:11)
095800     END-IF.
095900     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
096000     MOVE WS-BNC-CHANGED TO WS-EDIT-COUNT.
096100     MOVE "BOUNCEXT EXTRACTS:" TO PRT-TEXT.
096200     IF WS-PURGE-ID-COUNT > ZEROES AND NOT WS-BNC-FOUND
096300         MOVE "NOT PRESENT" TO PRT-TEXT(32:11)
096400     END-IF.
096500     PERFORM 8950-WRITE-TOTAL-LINE THRU 8950-EXIT.
096600 8900-EXIT.
096700     EXIT.
096800*
096900******************************************************************
097000* 8950-WRITE-TOTAL-LINE - WRITE ONE TOTAL LINE. THE CALLER PUTS  *
097100*                         THE CAPTION IN PRT-TEXT AND THE COUNT  *
097200*                         IN WS-EDIT-COUNT. A DATASET THAT WAS   *
097300*                         NOT PRESENT SHOWS THAT INSTEAD.        *
097400******************************************************************
097500 8950-WRITE-TOTAL-LINE.
097600     MOVE " " TO PRT-CTL.
097700     IF PRT-TEXT(32:11) = SPACES
097800         MOVE WS-EDIT-COUNT TO PRT-TEXT(32:9)
097900     END-IF.
098000     WRITE PRT-RECORD.
098100     MOVE SPACES TO PRT-RECORD.
098200 8950-EXIT.
098300     EXIT.
098400*
098500******************************************************************
098600* 9000-TERMINATE - CLOSE THE FILES STILL OPEN                    *
098700******************************************************************
098800 9000-TERMINATE.
098900     CLOSE RECIP-FILE.
099000     CLOSE LIST-FILE.
099100     CLOSE REPORT-FILE.
099200 9000-EXIT.
099300     EXIT.
099400*
099500 END PROGRAM XMASPRG.
