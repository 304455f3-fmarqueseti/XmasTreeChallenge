000100******************************************************************
000200* PROGRAM   : XMASVFY                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : CROSS-FILE REFERENTIAL INTEGRITY CHECK. XMASBAL    *
000500*             PROVES THE COUNTS OF ONE RUN; THIS PROGRAM PROVES  *
000600*             THAT THE DATASETS AGREE WITH EACH OTHER. IT READS  *
000700*             RECIPFIL, REFFILE (THROUGH XMASRFL), CARDSTAT,     *
000800*             SUSPFILE, CARDEXP, BOUNCEXT AND RECPJRNL AND       *
000900*             PRINTS THE VFYRPT REPORT, ONE SECTION PER          *
001000*             CATEGORY OF ORPHAN OR MISMATCH:                    *
001100*               1 RCP-MSG-CODE PREFERENCES NOT ON REFFILE        *
001200*               2 RCP-DEPT VALUES NOT ON REFFILE                 *
001300*               3 CARDSTAT ENTRIES FOR IDS NO LONGER ON RECIPFIL *
001400*               4 SUSPFILE ENTRIES FOR IDS NOT ON RECIPFIL       *
001500*               5 CARDEXP HEADERS FOR IDS NOT ON RECIPFIL OR     *
001600*                 EXPORTED UNDER A DEPARTMENT SINCE CHANGED      *
001700*               6 BOUNCEXT EXTRACTS FOR IDS NOT ON RECIPFIL OR   *
001800*                 CARRYING A DEPARTMENT SINCE CHANGED            *
001900*               7 IDS WHOSE LAST RECPJRNL AFTER-IMAGE DOES NOT   *
002000*                 MATCH THE CURRENT MASTER RECORD                *
002100*             FOLLOWED BY A SUMMARY OF THE COUNTS. READ ONLY -   *
002200*             NOTHING IS CORRECTED. RETURN CODE 4 WHEN ANY       *
002300*             PROBLEM IS FOUND, 8 WHEN RECIPFIL CANNOT BE READ.  *
002400*             A CARDSTAT, SUSPFILE, CARDEXP, BOUNCEXT OR         *
002500*             RECPJRNL THAT DOES NOT EXIST IS REPORTED AS NOT    *
002600*             CHECKED.                                           *
002700* CPD       : IBM                                                *
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.     XMASVFY.
003100 AUTHOR.         FABIO MARQUES.
003200 INSTALLATION.   FMARQUES-ETI.
003300 DATE-WRITTEN.   2026-10-15.
003400 DATE-COMPILED.
003500*
003600*   MODIFICATION HISTORY
003700*   --------------------------------------------------------------
003800*   2026-10-15  FM  INITIAL VERSION - BY DECEMBER CARDSTAT,
003900*                   SUSPFILE AND THE GATEWAY EXTRACTS CARRY IDS
004000*                   XMASUPD HAS LONG SINCE DELETED AND NOTHING
004100*                   EVER SAID SO. SCHEDULED WEEKLY DURING THE
004200*                   SEASON.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RCP-ID
005100         FILE STATUS IS WS-RCP-STATUS.
005200     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS CST-KEY
005600         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
005700         FILE STATUS IS WS-CST-STATUS.
005800     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS SUS-RCP-ID
006200         FILE STATUS IS WS-SUS-STATUS.
006300     SELECT EXPORT-FILE ASSIGN TO "CARDEXP"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-EXP-STATUS.
006600     SELECT BOUNCE-FILE ASSIGN TO "BOUNCEXT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BNC-STATUS.
006900     SELECT JOURNAL-FILE ASSIGN TO "RECPJRNL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-JRN-STATUS.
007200     SELECT SORT-FILE ASSIGN TO "SORTWK".
007300     SELECT REPORT-FILE ASSIGN TO "VFYRPT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RPT-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  RECIP-FILE.
008000     COPY XMRECIP.
008100*
008200 FD  STAT-FILE.
008300     COPY XMCRDST.
008400*
008500 FD  SUSP-FILE.
008600     COPY XMSUSP.
008700*
008800 FD  EXPORT-FILE
008900     RECORDING MODE IS F.
009000     COPY XMCRDEXP.
009100*
009200 FD  BOUNCE-FILE
009300     RECORDING MODE IS F.
009400     COPY XMRECIP REPLACING RCP-RECORD    BY BNC-RECORD
009500                            RCP-ID        BY BNC-ID
009600                            RCP-NAME      BY BNC-NAME
009700                            RCP-DEPT      BY BNC-DEPT
009800                            RCP-OPTOUT    BY BNC-OPTOUT
009900                            RCP-OPTED-OUT BY BNC-OPTED-OUT
010000                            RCP-MSG-CODE  BY BNC-MSG-CODE.
010100*
010200 FD  JOURNAL-FILE
010300     RECORDING MODE IS F.
010400     COPY XMRCPJRN.
010500*
010600*    ONE JOURNAL RECORD, SORTED BY THE ID IT IS FOR. JSR-ORDER IS
010700*    ITS POSITION ON RECPJRNL, SO THE LAST RECORD OF EACH ID IS
010800*    THE LAST ONE WRITTEN FOR IT.
010900 SD  SORT-FILE.
011000 01  JSR-RECORD.
011100     05  JSR-ID                   PIC X(06).
011200     05  JSR-ORDER                PIC 9(09).
011300     05  JSR-RUN-DATE             PIC X(08).
011400     05  JSR-RUN-TIME             PIC X(08).
011500     05  JSR-ACTION               PIC X(01).
011600         88  JSR-DELETE               VALUE "D".
011700     05  JSR-AFTER-IMAGE          PIC X(80).
011800*
011900 FD  REPORT-FILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORD CONTAINS 132 CHARACTERS
012200     RECORDING MODE IS F.
012300     COPY XMPRTLN.
012400*
012500 WORKING-STORAGE SECTION.
012600 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
012700     88  WS-RCP-OK               VALUE "00".
012800 77  WS-CST-STATUS       PIC X(02) VALUE SPACES.
012900     88  WS-CST-OK               VALUE "00".
013000     88  WS-CST-NOT-FOUND        VALUE "35".
013100 77  WS-SUS-STATUS       PIC X(02) VALUE SPACES.
013200     88  WS-SUS-OK               VALUE "00".
013300     88  WS-SUS-NOT-FOUND        VALUE "35".
013400 77  WS-EXP-STATUS       PIC X(02) VALUE SPACES.
013500     88  WS-EXP-OK               VALUE "00".
013600     88  WS-EXP-NOT-FOUND        VALUE "35".
013700 77  WS-BNC-STATUS       PIC X(02) VALUE SPACES.
013800     88  WS-BNC-OK               VALUE "00".
013900     88  WS-BNC-NOT-FOUND        VALUE "35".
014000 77  WS-JRN-STATUS       PIC X(02) VALUE SPACES.
014100     88  WS-JRN-OK               VALUE "00".
014200     88  WS-JRN-NOT-FOUND        VALUE "35".
014300 77  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
014400     88  WS-RPT-OK               VALUE "00".
014500 77  WS-EOF-SW           PIC X(01) VALUE "N".
014600     88  WS-EOF                  VALUE "Y".
014700 77  WS-ON-MASTER-SW     PIC X(01) VALUE "N".
014800     88  WS-ON-MASTER            VALUE "Y".
014900 77  WS-FOUND-SW         PIC X(01) VALUE "N".
015000     88  WS-FOUND                VALUE "Y".
015100 77  WS-HELD-SW          PIC X(01) VALUE "N".
015200     88  WS-HELD                 VALUE "Y".
015300 77  WS-TBL-INDEX        PIC 9(02) VALUE ZEROES.
015400 77  WS-CAT              PIC 9(01) VALUE ZEROES.
015500 77  WS-ID-ENTRIES       PIC 9(05) VALUE ZEROES.
015600 77  WS-JRN-ORDER        PIC 9(09) VALUE ZEROES.
015700 77  WS-PROBLEM-COUNT    PIC 9(07) VALUE ZEROES.
015800 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
015900 01  WS-RUN-TIME         PIC X(08) VALUE SPACES.
016000 01  WS-MSG-NUM          PIC 99    VALUE ZEROES.
016100 01  WS-CUR-ID           PIC X(06) VALUE SPACES.
016200 01  WS-LAST-RUN-DATE    PIC X(08) VALUE SPACES.
016300 01  WS-EDIT-COUNT       PIC Z,ZZZ,ZZ9.
016400 01  WS-EDIT-ENTRIES     PIC ZZZZ9.
016500*    ONE FINDING, FILLED IN BY THE CHECK AND PRINTED BY
016600*    7100-WRITE-FINDING.
016700 01  WS-FINDING.
016800     05  WS-FND-ID           PIC X(06).
016900     05  WS-FND-NAME         PIC X(30).
017000     05  WS-FND-DETAIL       PIC X(87).
017100*    THE LAST JOURNAL RECORD SEEN FOR THE ID BEING MATCHED.
017200 01  WS-HELD-JOURNAL.
017300     05  WS-HELD-ID          PIC X(06).
017400     05  WS-HELD-RUN-DATE    PIC X(08).
017500     05  WS-HELD-RUN-TIME    PIC X(08).
017600     05  WS-HELD-ACTION      PIC X(01).
017700         88  WS-HELD-DELETE      VALUE "D".
017800     COPY XMRECIP REPLACING RCP-RECORD    BY JIM-RECORD
017900                            RCP-ID        BY JIM-ID
018000                            RCP-NAME      BY JIM-NAME
018100                            RCP-DEPT      BY JIM-DEPT
018200                            RCP-OPTOUT    BY JIM-OPTOUT
018300                            RCP-OPTED-OUT BY JIM-OPTED-OUT
018400                            RCP-MSG-CODE  BY JIM-MSG-CODE.
018500*    ONE ENTRY PER CATEGORY: ITS SECTION TITLE, WHETHER IT COULD
018600*    BE CHECKED (N WHEN ITS DATASET DOES NOT EXIST) AND ITS COUNT.
018700 01  WS-CAT-TITLE-VALUES.
018800     05  FILLER          PIC X(50) VALUE
018900         "GREETING PREFERENCES NOT ON REFFILE".
019000     05  FILLER          PIC X(50) VALUE
019100         "DEPARTMENTS NOT ON REFFILE".
019200     05  FILLER          PIC X(50) VALUE
019300         "CARDSTAT ENTRIES FOR DELETED IDS".
019400     05  FILLER          PIC X(50) VALUE
019500         "SUSPFILE ENTRIES FOR RECIPIENTS NOT ON RECIPFIL".
019600     05  FILLER          PIC X(50) VALUE
019700         "CARDEXP HEADERS NOT MATCHING RECIPFIL".
019800     05  FILLER          PIC X(50) VALUE
019900         "BOUNCEXT EXTRACTS NOT MATCHING RECIPFIL".
020000     05  FILLER          PIC X(50) VALUE
020100         "LAST JOURNAL AFTER-IMAGE NOT MATCHING RECIPFIL".
020200 01  WS-CAT-TITLE-TABLE REDEFINES WS-CAT-TITLE-VALUES.
020300     05  WS-CAT-TITLE    PIC X(50) OCCURS 7 TIMES.
020400 01  WS-CAT-RESULTS.
020500     05  WS-CAT-ENTRY OCCURS 7 TIMES.
020600         10  WS-CAT-CHECKED      PIC X(01).
020700             88  WS-CAT-NOT-CHECKED  VALUE "N".
020800         10  WS-CAT-COUNT        PIC 9(07).
020900     COPY XMREFTBL.
021000*
021100 PROCEDURE DIVISION.
021200*
021300******************************************************************
021400* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE JOB. EACH CATEGORY*
021500*                 IS ONE PASS OF ITS DATASET AND ONE SECTION OF  *
021600*                 THE REPORT.                                    *
021700******************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-CHECK-GREETINGS THRU 2000-EXIT.
022100     PERFORM 2500-CHECK-DEPARTMENTS THRU 2500-EXIT.
022200     PERFORM 3000-CHECK-CARDSTAT THRU 3000-EXIT.
022300     PERFORM 4000-CHECK-SUSPENSE THRU 4000-EXIT.
022400     PERFORM 5000-CHECK-EXPORTS THRU 5000-EXIT.
022500     PERFORM 5500-CHECK-BOUNCES THRU 5500-EXIT.
022600     PERFORM 6000-CHECK-JOURNAL THRU 6000-EXIT.
022700     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     IF WS-PROBLEM-COUNT > ZEROES
023000         MOVE 4 TO RETURN-CODE
023300     END-IF.
023400     GOBACK.
023500*
023600******************************************************************
023700* 1000-INITIALIZE - LOAD THE REFERENCE TABLES, OPEN THE MASTER   *
023800*                   AND THE REPORT. WITHOUT RECIPFIL THERE IS    *
023900*                   NOTHING TO CHECK AGAINST, SO THE JOB STOPS.  *
024000******************************************************************
024100 1000-INITIALIZE.
024200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024300     ACCEPT WS-RUN-TIME FROM TIME.
024400     PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 7
024500         MOVE "Y" TO WS-CAT-CHECKED(WS-CAT)
024600         MOVE ZEROES TO WS-CAT-COUNT(WS-CAT)
024700     END-PERFORM.
024800     CALL "XMASRFL" USING REFT-TABLES.
024900     OPEN INPUT RECIP-FILE.
025000     IF NOT WS-RCP-OK
025100         DISPLAY "XMASVFY - UNABLE TO OPEN RECIPFIL, STATUS = "
025200                 WS-RCP-STATUS
025300         MOVE 8 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     OPEN OUTPUT REPORT-FILE.
025700     IF NOT WS-RPT-OK
025800         DISPLAY "XMASVFY - UNABLE TO OPEN VFYRPT, STATUS = "
025900                 WS-RPT-STATUS
026000         MOVE 8 TO RETURN-CODE
026100         GOBACK
026200     END-IF.
026300     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800* 1100-WRITE-HEADER - WRITE THE REPORT TITLE                     *
026900******************************************************************
027000 1100-WRITE-HEADER.
027100     MOVE SPACES TO PRT-RECORD.
027200     MOVE "1" TO PRT-CTL.
027300     STRING "XMASVFY CROSS-FILE INTEGRITY CHECK"
027400                              DELIMITED BY SIZE
027500            "   RUN: "        DELIMITED BY SIZE
027600            WS-RUN-DATE       DELIMITED BY SIZE
027700            " "               DELIMITED BY SIZE
027800            WS-RUN-TIME(1:6) DELIMITED BY SIZE
027900       INTO PRT-TEXT.
028000     WRITE PRT-RECORD.
028100 1100-EXIT.
028200     EXIT.
028300*
028400******************************************************************
028500* 1500-POSITION-MASTER - START A SEQUENTIAL PASS OF RECIPFIL FROM*
028600*                        THE FIRST ID                            *
028700******************************************************************
028800 1500-POSITION-MASTER.
028900     MOVE "N" TO WS-EOF-SW.
029000     MOVE LOW-VALUES TO RCP-ID.
029100     START RECIP-FILE KEY IS NOT LESS THAN RCP-ID
029200         INVALID KEY
029300             SET WS-EOF TO TRUE
029400     END-START.
029500 1500-EXIT.
029600     EXIT.
029700*
029800******************************************************************
029900* 1600-READ-MASTER-NEXT - READ THE NEXT RECIPFIL RECORD          *
030000******************************************************************
030100 1600-READ-MASTER-NEXT.
030200     READ RECIP-FILE NEXT RECORD
030300         AT END
030400             SET WS-EOF TO TRUE
030500     END-READ.
030600 1600-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* 1700-LOOKUP-MASTER - READ THE MASTER RECORD FOR WS-CUR-ID.     *
031100*                      WS-ON-MASTER SAYS WHETHER IT EXISTS.      *
031200******************************************************************
031300 1700-LOOKUP-MASTER.
031400     MOVE "N" TO WS-ON-MASTER-SW.
031500     MOVE WS-CUR-ID TO RCP-ID.
031600     READ RECIP-FILE
031700         INVALID KEY
031800             CONTINUE
031900         NOT INVALID KEY
032000             SET WS-ON-MASTER TO TRUE
032100     END-READ.
032200 1700-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600* 2000-CHECK-GREETINGS - EVERY GREETING PREFERENCE ON THE MASTER *
032700*                        MUST BE A MESSAGE ON REFFILE. A BLANK   *
032800*                        OR 00 CODE IS NO PREFERENCE. XMASDRV    *
032900*                        QUIETLY FALLS BACK TO THE DEFAULT       *
033000*                        GREETING FOR THE REST, WHICH IS WHY     *
033100*                        NOBODY NOTICES THEM.                    *
033200******************************************************************
033300 2000-CHECK-GREETINGS.
033400     MOVE 1 TO WS-CAT.
033500     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
033600     PERFORM 1500-POSITION-MASTER THRU 1500-EXIT.
033700     IF NOT WS-EOF
033800         PERFORM 1600-READ-MASTER-NEXT THRU 1600-EXIT
033900     END-IF.
034000     PERFORM 2100-CHECK-ONE-GREETING THRU 2100-EXIT
034100         UNTIL WS-EOF.
034200     PERFORM 7200-WRITE-SECTION-TOTAL THRU 7200-EXIT.
034300 2000-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700* 2100-CHECK-ONE-GREETING - LOOK UP ONE RCP-MSG-CODE             *
034800******************************************************************
034900 2100-CHECK-ONE-GREETING.
035000     IF RCP-MSG-CODE NOT = SPACES AND RCP-MSG-CODE NOT = "00"
035100         MOVE SPACES TO WS-FINDING
035200         MOVE RCP-ID TO WS-FND-ID
035300         MOVE RCP-NAME TO WS-FND-NAME
035400         IF RCP-MSG-CODE IS NUMERIC
035500             MOVE RCP-MSG-CODE TO WS-MSG-NUM
035600             MOVE "N" TO WS-FOUND-SW
035700             PERFORM VARYING WS-TBL-INDEX FROM 1 BY 1
035800                     UNTIL WS-TBL-INDEX > REFT-MSG-COUNT
035900                        OR WS-FOUND
036000                 IF REFT-MSG-CODE(WS-TBL-INDEX) = WS-MSG-NUM
036100                     SET WS-FOUND TO TRUE
036200                 END-IF
036300             END-PERFORM
036400             IF NOT WS-FOUND
036500                 STRING "GREETING CODE "  DELIMITED BY SIZE
036600                        RCP-MSG-CODE      DELIMITED BY SIZE
036700                        " IS NOT A MESSAGE ON REFFILE"
036800                                          DELIMITED BY SIZE
036900                   INTO WS-FND-DETAIL
037000                 PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
037100             END-IF
037200         ELSE
037300             STRING "GREETING CODE '" DELIMITED BY SIZE
037400                    RCP-MSG-CODE      DELIMITED BY SIZE
037500                    "' IS NOT NUMERIC" DELIMITED BY SIZE
037600               INTO WS-FND-DETAIL
037700             PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
037800         END-IF
037900     END-IF.
038000     PERFORM 1600-READ-MASTER-NEXT THRU 1600-EXIT.
038100 2100-EXIT.
038200     EXIT.
038300*
038400******************************************************************
038500* 2500-CHECK-DEPARTMENTS - EVERY DEPARTMENT ON THE MASTER MUST BE*
038600*                          ON REFFILE. A BLANK DEPARTMENT IS AN  *
038700*                          EDIT ERROR XMASDRV ALREADY SUSPENDS.  *
038800******************************************************************
038900 2500-CHECK-DEPARTMENTS.
039000     MOVE 2 TO WS-CAT.
039100     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
039200     PERFORM 1500-POSITION-MASTER THRU 1500-EXIT.
039300     IF NOT WS-EOF
039400         PERFORM 1600-READ-MASTER-NEXT THRU 1600-EXIT
039500     END-IF.
039600     PERFORM 2600-CHECK-ONE-DEPARTMENT THRU 2600-EXIT
039700         UNTIL WS-EOF.
039800     PERFORM 7200-WRITE-SECTION-TOTAL THRU 7200-EXIT.
039900 2500-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300* 2600-CHECK-ONE-DEPARTMENT - LOOK UP ONE RCP-DEPT               *
040400******************************************************************
040500 2600-CHECK-ONE-DEPARTMENT.
040600     IF RCP-DEPT NOT = SPACES
040700         MOVE "N" TO WS-FOUND-SW
040800         PERFORM VARYING WS-TBL-INDEX FROM 1 BY 1
040900                 UNTIL WS-TBL-INDEX > REFT-DEPT-COUNT
041000                    OR WS-FOUND
041100             IF REFT-DEPT-NAME(WS-TBL-INDEX) = RCP-DEPT
041200                 SET WS-FOUND TO TRUE
041300             END-IF
041400         END-PERFORM
041500         IF NOT WS-FOUND
041600             MOVE SPACES TO WS-FINDING
041700             MOVE RCP-ID TO WS-FND-ID
041800             MOVE RCP-NAME TO WS-FND-NAME
041900             STRING "DEPARTMENT "     DELIMITED BY SIZE
042000                    RCP-DEPT          DELIMITED BY SIZE
042100                    " IS NOT ON REFFILE"
042200                                      DELIMITED BY SIZE
042300               INTO WS-FND-DETAIL
042400             PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
042500         END-IF
042600     END-IF.
042700     PERFORM 1600-READ-MASTER-NEXT THRU 1600-EXIT.
042800 2600-EXIT.
042900     EXIT.
043000*
043100******************************************************************
043200* 3000-CHECK-CARDSTAT - CARDSTAT IS IN ID ORDER. EACH ID WITH    *
043300*                       CARD ACTIVITY IS LOOKED UP ONCE ON THE   *
043400*                       MASTER; AN ID NO LONGER THERE IS LISTED  *
043500*                       ONCE WITH THE NUMBER OF ENTRIES IT STILL *
043600*                       HAS AND ITS LATEST RUN DATE.             *
043700******************************************************************
043800 3000-CHECK-CARDSTAT.
043900     MOVE 3 TO WS-CAT.
044000     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
044100     OPEN INPUT STAT-FILE.
044200     EVALUATE TRUE
044300         WHEN WS-CST-OK
044400             CONTINUE
044500         WHEN WS-CST-NOT-FOUND
044600             MOVE "N" TO WS-CAT-CHECKED(WS-CAT)
044700         WHEN OTHER
044800             DISPLAY "XMASVFY - UNABLE TO OPEN CARDSTAT, "
044900                     "STATUS = "
045000                     WS-CST-STATUS
045100             MOVE 8 TO RETURN-CODE
045200             GOBACK
045300     END-EVALUATE.
045400     IF NOT WS-CAT-NOT-CHECKED(WS-CAT)
045500         MOVE "N" TO WS-EOF-SW
045600         PERFORM 3200-READ-CARDSTAT THRU 3200-EXIT
045700         PERFORM 3100-CHECK-ONE-CARD-ID THRU 3100-EXIT
045800             UNTIL WS-EOF
045900         CLOSE STAT-FILE
046000     END-IF.
046100     PERFORM 7200-WRITE-SECTION-TOTAL THRU 7200-EXIT.
046200 3000-EXIT.
046300     EXIT.
046400*
046500******************************************************************
046600* 3100-CHECK-ONE-CARD-ID - READ EVERY CARDSTAT ENTRY OF ONE ID,  *
046700*                          THEN CHECK THE ID ON THE MASTER       *
046800******************************************************************
046900 3100-CHECK-ONE-CARD-ID.
047000     MOVE CST-RCP-ID TO WS-CUR-ID.
047100     MOVE ZEROES TO WS-ID-ENTRIES.
047200     MOVE SPACES TO WS-LAST-RUN-DATE.
047300     PERFORM 3150-COUNT-CARD-ENTRY THRU 3150-EXIT
047400         UNTIL WS-EOF
047500            OR CST-RCP-ID NOT = WS-CUR-ID.
047600     PERFORM 1700-LOOKUP-MASTER THRU 1700-EXIT.
047700     IF NOT WS-ON-MASTER
047800         MOVE SPACES TO WS-FINDING
047900         MOVE WS-CUR-ID TO WS-FND-ID
048000         MOVE WS-ID-ENTRIES TO WS-EDIT-ENTRIES
048100         STRING "NOT ON RECIPFIL - "  DELIMITED BY SIZE
048200                WS-EDIT-ENTRIES       DELIMITED BY SIZE
048300                " CARDSTAT ENTRIES, LATEST RUN DATE "
048400                                      DELIMITED BY SIZE
048500                WS-LAST-RUN-DATE      DELIMITED BY SIZE
048600           INTO WS-FND-DETAIL
048700         PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
048800     END-IF.
048900 3100-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 3150-COUNT-CARD-ENTRY - COUNT ONE ENTRY AND KEEP ITS RUN DATE  *
049400*                         IF IT IS THE LATEST SO FAR             *
049500******************************************************************
049600 3150-COUNT-CARD-ENTRY.
049700     ADD 1 TO WS-ID-ENTRIES.
049800     IF CST-RUN-DATE > WS-LAST-RUN-DATE
049900         MOVE CST-RUN-DATE TO WS-LAST-RUN-DATE
050000     END-IF.
050100     PERFORM 3200-READ-CARDSTAT THRU 3200-EXIT.
050200 3150-EXIT.
050300     EXIT.
050400*
050500******************************************************************
050600* 3200-READ-CARDSTAT - READ THE NEXT CARDSTAT ENTRY              *
050700******************************************************************
050800 3200-READ-CARDSTAT.
050900     READ STAT-FILE NEXT RECORD
051000         AT END
051100             SET WS-EOF TO TRUE
051200     END-READ.
051300 3200-EXIT.
051400     EXIT.
051500*
051600******************************************************************
051700* 4000-CHECK-SUSPENSE - EVERY ID SITTING IN SUSPENSE MUST STILL  *
051800*                       BE ON THE MASTER. AN ENTRY FOR A DELETED *
051900*                       ID WILL NEVER CLEAR ON ITS OWN.          *
052000******************************************************************
052100 4000-CHECK-SUSPENSE.
052200     MOVE 4 TO WS-CAT.
052300     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
052400     OPEN INPUT SUSP-FILE.
052500     EVALUATE TRUE
052600         WHEN WS-SUS-OK
052700             CONTINUE
052800         WHEN WS-SUS-NOT-FOUND
052900             MOVE "N" TO WS-CAT-CHECKED(WS-CAT)
053000         WHEN OTHER
053100             DISPLAY "XMASVFY - UNABLE TO OPEN SUSPFILE, "
053200                     "STATUS = "
053300                     WS-SUS-STATUS
053400             MOVE 8 TO RETURN-CODE
053500             GOBACK
053600     END-EVALUATE.
053700     IF NOT WS-CAT-NOT-CHECKED(WS-CAT)
053800         MOVE "N" TO WS-EOF-SW
053900         PERFORM 4200-READ-SUSPENSE THRU 4200-EXIT
054000         PERFORM 4100-CHECK-ONE-SUSPENSE THRU 4100-EXIT
054100             UNTIL WS-EOF
054200         CLOSE SUSP-FILE
054300     END-IF.
054400     PERFORM 7200-WRITE-SECTION-TOTAL THRU 7200-EXIT.
054500 4000-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* 4100-CHECK-ONE-SUSPENSE - LOOK UP ONE SUSPENDED ID             *
055000******************************************************************
055100 4100-CHECK-ONE-SUSPENSE.
055200     MOVE SUS-RCP-ID TO WS-CUR-ID.
055300     PERFORM 1700-LOOKUP-MASTER THRU 1700-EXIT.
055400     IF NOT WS-ON-MASTER
055500         MOVE SPACES TO WS-FINDING
055600         MOVE SUS-RCP-ID TO WS-FND-ID
055700         MOVE SUS-RCP-NAME TO WS-FND-NAME
055800         STRING "NOT ON RECIPFIL - REASON " DELIMITED BY SIZE
055900                SUS-REASON-CODE       DELIMITED BY SIZE
056000                ", SUSPENDED "        DELIMITED BY SIZE
056100                SUS-FIRST-DATE        DELIMITED BY SIZE
056200                ", LAST SEEN "        DELIMITED BY SIZE
056300                SUS-LAST-DATE         DELIMITED BY SIZE
056400           INTO WS-FND-DETAIL
056500         PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
056600     END-IF.
056700     PERFORM 4200-READ-SUSPENSE THRU 4200-EXIT.
056800 4100-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 4200-READ-SUSPENSE - READ THE NEXT SUSPFILE ENTRY              *
057300******************************************************************
057400 4200-READ-SUSPENSE.
057500     READ SUSP-FILE NEXT RECORD
057600         AT END
057700             SET WS-EOF TO TRUE
057800     END-READ.
057900 4200-EXIT.
058000     EXIT.
058100*
058200******************************************************************
058300* 5000-CHECK-EXPORTS - EVERY CARDEXP HEADER MUST BE FOR AN ID    *
058400*                      STILL ON THE MASTER AND IN THE DEPARTMENT *
058500*                      IT WAS EXPORTED UNDER. XMASACK BUILDS     *
058600*                      BOUNCEXT FROM THESE HEADERS, SO A CHANGED *
058700*                      DEPARTMENT HERE IS A BOUNCE ROUTED TO THE *
058800*                      WRONG DEPARTMENT LATER.                   *
058900******************************************************************
059000 5000-CHECK-EXPORTS.
059100     MOVE 5 TO WS-CAT.
059200     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
059300     OPEN INPUT EXPORT-FILE.
059400     EVALUATE TRUE
059500         WHEN WS-EXP-OK
059600             CONTINUE
059700         WHEN WS-EXP-NOT-FOUND
059800             MOVE "N" TO WS-CAT-CHECKED(WS-CAT)
059900         WHEN OTHER
060000             DISPLAY "XMASVFY - UNABLE TO OPEN CARDEXP, STATUS = "
060100                     WS-EXP-STATUS
060200             MOVE 8 TO RETURN-CODE
060300             GOBACK
060400     END-EVALUATE.
060500     IF NOT WS-CAT-NOT-CHECKED(WS-CAT)
060600         MOVE "N" TO WS-EOF-SW
060700         PERFORM 5200-READ-EXPORT THRU 5200-EXIT
060800         PERFORM 5100-CHECK-ONE-EXPORT THRU 5100-EXIT
060900             UNTIL WS-EOF
061000         CLOSE EXPORT-FILE
061100     END-IF.
061200     PERFORM 7200-WRITE-SECTION-TOTAL THRU 7200-EXIT.
061300 5000-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* 5100-CHECK-ONE-EXPORT - CHECK ONE H RECORD; D RECORDS ARE THE  *
061800*                         CARD TEXT AND ARE SKIPPED              *
061900******************************************************************
062000 5100-CHECK-ONE-EXPORT.
062100     IF EXP-HEADER
062200         MOVE EXP-RCP-ID TO WS-CUR-ID
062300         PERFORM 1700-LOOKUP-MASTER THRU 1700-EXIT
062400         MOVE SPACES TO WS-FINDING
062500         MOVE EXP-RCP-ID TO WS-FND-ID
062600         MOVE EXP-RCP-NAME TO WS-FND-NAME
062700         EVALUATE TRUE
062800             WHEN NOT WS-ON-MASTER
062900                 STRING "NOT ON RECIPFIL - EXPORTED "
063000                                          DELIMITED BY SIZE
063100                        EXP-RUN-DATE      DELIMITED BY SIZE
063200                   INTO WS-FND-DETAIL
063300                 PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
063400             WHEN RCP-DEPT NOT = EXP-RCP-DEPT
063500                 STRING "EXPORTED "       DELIMITED BY SIZE
063600                        EXP-RUN-DATE      DELIMITED BY SIZE
063700                        " UNDER "         DELIMITED BY SIZE
063800                        EXP-RCP-DEPT      DELIMITED BY SIZE
063900                        " - NOW IN "      DELIMITED BY SIZE
064000                        RCP-DEPT          DELIMITED BY SIZE
064100                   INTO WS-FND-DETAIL
064200                 PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
064300             WHEN OTHER
064400                 CONTINUE
064500         END-EVALUATE
064600     END-IF.
064700     PERFORM 5200-READ-EXPORT THRU 5200-EXIT.
064800 5100-EXIT.
064900     EXIT.
065000*
065100******************************************************************
065200* 5200-READ-EXPORT - READ THE NEXT CARDEXP RECORD                *
065300******************************************************************
065400 5200-READ-EXPORT.
065500     READ EXPORT-FILE
065600         AT END
065700             SET WS-EOF TO TRUE
065800     END-READ.
065900 5200-EXIT.
066000     EXIT.
066100*
066200******************************************************************
066300* 5500-CHECK-BOUNCES - EVERY BOUNCEXT EXTRACT MUST BE FOR AN ID  *
066400*                      STILL ON THE MASTER AND CARRY ITS CURRENT *
066500*                      DEPARTMENT, OR THE PAPER REPRINT GOES TO  *
066600*                      THE OLD ONE                               *
066700******************************************************************
066800 5500-CHECK-BOUNCES.
066900     MOVE 6 TO WS-CAT.
067000     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
067100     OPEN INPUT BOUNCE-FILE.
067200     EVALUATE TRUE
067300         WHEN WS-BNC-OK
067400             CONTINUE
067500         WHEN WS-BNC-NOT-FOUND
067600             MOVE "N" TO WS-CAT-CHECKED(WS-CAT)
067700         WHEN OTHER
067800             DISPLAY "XMASVFY - UNABLE TO OPEN BOUNCEXT, "
067900                     "STATUS = "
068000                     WS-BNC-STATUS
068100             MOVE 8 TO RETURN-CODE
068200             GOBACK
068300     END-EVALUATE.
068400     IF NOT WS-CAT-NOT-CHECKED(WS-CAT)
068500         MOVE "N" TO WS-EOF-SW
068600         PERFORM 5700-READ-BOUNCE THRU 5700-EXIT
068700         PERFORM 5600-CHECK-ONE-BOUNCE THRU 5600-EXIT
068800             UNTIL WS-EOF
068900         CLOSE BOUNCE-FILE
069000     END-IF.
069100     PERFORM 7200-WRITE-SECTION-TOTAL THRU 7200-EXIT.
069200 5500-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600* 5600-CHECK-ONE-BOUNCE - CHECK ONE BOUNCEXT RECORD              *
069700******************************************************************
069800 5600-CHECK-ONE-BOUNCE.
069900     MOVE BNC-ID TO WS-CUR-ID.
070000     PERFORM 1700-LOOKUP-MASTER THRU 1700-EXIT.
070100     MOVE SPACES TO WS-FINDING.
070200     MOVE BNC-ID TO WS-FND-ID.
070300     MOVE BNC-NAME TO WS-FND-NAME.
070400     EVALUATE TRUE
070500         WHEN NOT WS-ON-MASTER
070600             MOVE "NOT ON RECIPFIL" TO WS-FND-DETAIL
070700             PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
070800         WHEN RCP-DEPT NOT = BNC-DEPT
070900             STRING "EXTRACTED UNDER "  DELIMITED BY SIZE
071000                    BNC-DEPT            DELIMITED BY SIZE
071100                    " - NOW IN "        DELIMITED BY SIZE
071200                    RCP-DEPT            DELIMITED BY SIZE
071300               INTO WS-FND-DETAIL
071400             PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
071500         WHEN OTHER
071600             CONTINUE
071700     END-EVALUATE.
071800     PERFORM 5700-READ-BOUNCE THRU 5700-EXIT.
071900 5600-EXIT.
072000     EXIT.
072100*
072200******************************************************************
072300* 5700-READ-BOUNCE - READ THE NEXT BOUNCEXT RECORD               *
072400******************************************************************
072500 5700-READ-BOUNCE.
072600     READ BOUNCE-FILE
072700         AT END
072800             SET WS-EOF TO TRUE
072900     END-READ.
073000 5700-EXIT.
073100     EXIT.
073200*
073300******************************************************************
073400* 6000-CHECK-JOURNAL - SORT RECPJRNL BY ID, KEEPING THE ORDER IT *
073500*                      WAS WRITTEN IN WITHIN EACH ID, AND MATCH  *
073600*                      THE LAST RECORD OF EVERY ID TO THE MASTER.*
073700*                      IDS NEVER JOURNALED (LOADED BEFORE THE    *
073800*                      JOURNAL EXISTED) ARE NOT LISTED.          *
073900******************************************************************
074000 6000-CHECK-JOURNAL.
074100     MOVE 7 TO WS-CAT.
074200     PERFORM 7000-WRITE-SECTION-HEADING THRU 7000-EXIT.
074300     OPEN INPUT JOURNAL-FILE.
074400     EVALUATE TRUE
074500         WHEN WS-JRN-OK
074600             CONTINUE
074700         WHEN WS-JRN-NOT-FOUND
074800             MOVE "N" TO WS-CAT-CHECKED(WS-CAT)
074900         WHEN OTHER
075000             DISPLAY "XMASVFY - UNABLE TO OPEN RECPJRNL, "
075100                     "STATUS = "
075200                     WS-JRN-STATUS
075300             MOVE 8 TO RETURN-CODE
075400             GOBACK
075500     END-EVALUATE.
075600     IF NOT WS-CAT-NOT-CHECKED(WS-CAT)
075700         SORT SORT-FILE
075800             ON ASCENDING KEY JSR-ID JSR-ORDER
075900             INPUT PROCEDURE IS 6100-RELEASE-JOURNAL
076000                            THRU 6100-EXIT
076100             OUTPUT PROCEDURE IS 6500-MATCH-JOURNAL
076200                            THRU 6500-EXIT
076300         CLOSE JOURNAL-FILE
076400     END-IF.
076500     PERFORM 7200-WRITE-SECTION-TOTAL THRU 7200-EXIT.
076600 6000-EXIT.
076700     EXIT.
076800*
076900******************************************************************
077000* 6100-RELEASE-JOURNAL - SORT INPUT PROCEDURE. A DELETE HAS A    *
077100*                        BLANK AFTER-IMAGE, SO ITS ID COMES FROM *
077200*                        THE BEFORE-IMAGE.                       *
077300******************************************************************
077400 6100-RELEASE-JOURNAL.
077500     MOVE "N" TO WS-EOF-SW.
077600     MOVE ZEROES TO WS-JRN-ORDER.
077700     PERFORM 6200-READ-JOURNAL THRU 6200-EXIT.
077800     PERFORM 6150-RELEASE-ONE THRU 6150-EXIT
077900         UNTIL WS-EOF.
078000 6100-EXIT.
078100     EXIT.
078200*
078300******************************************************************
078400* 6150-RELEASE-ONE - RELEASE ONE JOURNAL RECORD TO THE SORT      *
078500******************************************************************
078600 6150-RELEASE-ONE.
078700     ADD 1 TO WS-JRN-ORDER.
078800     MOVE SPACES TO JSR-RECORD.
078900     IF JRN-DELETE
079000         MOVE JRN-BEFORE-IMAGE(1:6) TO JSR-ID
079100     ELSE
079200         MOVE JRN-AFTER-IMAGE(1:6) TO JSR-ID
079300     END-IF.
079400     MOVE WS-JRN-ORDER TO JSR-ORDER.
079500     MOVE JRN-RUN-DATE TO JSR-RUN-DATE.
079600     MOVE JRN-RUN-TIME TO JSR-RUN-TIME.
079700     MOVE JRN-ACTION TO JSR-ACTION.
079800     MOVE JRN-AFTER-IMAGE TO JSR-AFTER-IMAGE.
079900     RELEASE JSR-RECORD.
080000     PERFORM 6200-READ-JOURNAL THRU 6200-EXIT.
080100 6150-EXIT.
080200     EXIT.
080300*
080400******************************************************************
080500* 6200-READ-JOURNAL - READ THE NEXT RECPJRNL RECORD              *
080600******************************************************************
080700 6200-READ-JOURNAL.
080800     READ JOURNAL-FILE
080900         AT END
081000             SET WS-EOF TO TRUE
081100     END-READ.
081200 6200-EXIT.
081300     EXIT.
081400*
081500******************************************************************
081600* 6500-MATCH-JOURNAL - SORT OUTPUT PROCEDURE. THE RECORD OF AN ID*
081700*                      IS HELD UNTIL THE NEXT ID ARRIVES; WHAT IS*
081800*                      HELD AT THAT POINT IS ITS LAST RECORD.    *
081900******************************************************************
082000 6500-MATCH-JOURNAL.
082100     MOVE "N" TO WS-EOF-SW.
082200     MOVE "N" TO WS-HELD-SW.
082300     PERFORM 6700-RETURN-JOURNAL THRU 6700-EXIT.
082400     PERFORM 6550-HOLD-ONE THRU 6550-EXIT
082500         UNTIL WS-EOF.
082600     IF WS-HELD
082700         PERFORM 6600-COMPARE-LAST-IMAGE THRU 6600-EXIT
082800     END-IF.
082900 6500-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300* 6550-HOLD-ONE - ON A CHANGE OF ID MATCH THE HELD RECORD, THEN  *
083400*                 HOLD THE ONE JUST RETURNED                     *
083500******************************************************************
083600 6550-HOLD-ONE.
083700     IF WS-HELD AND JSR-ID NOT = WS-HELD-ID
083800         PERFORM 6600-COMPARE-LAST-IMAGE THRU 6600-EXIT
083900     END-IF.
084000     MOVE JSR-ID TO WS-HELD-ID.
084100     MOVE JSR-RUN-DATE TO WS-HELD-RUN-DATE.
084200     MOVE JSR-RUN-TIME TO WS-HELD-RUN-TIME.
084300     MOVE JSR-ACTION TO WS-HELD-ACTION.
084400     MOVE JSR-AFTER-IMAGE TO JIM-RECORD.
084500     SET WS-HELD TO TRUE.
084600     PERFORM 6700-RETURN-JOURNAL THRU 6700-EXIT.
084700 6550-EXIT.
084800     EXIT.
084900*
085000******************************************************************
085100* 6600-COMPARE-LAST-IMAGE - AFTER A DELETE THE ID MUST BE GONE;  *
085200*                           OTHERWISE THE MASTER MUST EQUAL THE  *
085300*                           AFTER-IMAGE. A DIFFERENCE MEANS THE  *
085400*                           MASTER WAS CHANGED WITHOUT A JOURNAL *
085500*                           RECORD - A BATCH BACKED OUT BY       *
085600*                           XMASRCV OR A RESTORE - AND THE FIELDS*
085700*                           THAT DIFFER ARE NAMED.               *
085800******************************************************************
085900 6600-COMPARE-LAST-IMAGE.
086000     MOVE WS-HELD-ID TO WS-CUR-ID.
086100     PERFORM 1700-LOOKUP-MASTER THRU 1700-EXIT.
086200     MOVE SPACES TO WS-FINDING.
086300     MOVE WS-HELD-ID TO WS-FND-ID.
086400     EVALUATE TRUE
086500         WHEN WS-HELD-DELETE
086600             IF WS-ON-MASTER
086700                 MOVE RCP-NAME TO WS-FND-NAME
086800                 STRING "DELETED BY BATCH "  DELIMITED BY SIZE
086900                        WS-HELD-RUN-DATE     DELIMITED BY SIZE
087000                        " "                  DELIMITED BY SIZE
087100                        WS-HELD-RUN-TIME     DELIMITED BY SIZE
087200                        " BUT STILL ON RECIPFIL"
087300                                             DELIMITED BY SIZE
087400                   INTO WS-FND-DETAIL
087500                 PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
087600             END-IF
087700         WHEN NOT WS-ON-MASTER
087800             MOVE JIM-NAME TO WS-FND-NAME
087900             STRING "NOT ON RECIPFIL - LAST JOURNALED "
088000                                          DELIMITED BY SIZE
088100                    WS-HELD-ACTION        DELIMITED BY SIZE
088200                    " BY BATCH "          DELIMITED BY SIZE
088300                    WS-HELD-RUN-DATE      DELIMITED BY SIZE
088400                    " "                   DELIMITED BY SIZE
088500                    WS-HELD-RUN-TIME      DELIMITED BY SIZE
088600               INTO WS-FND-DETAIL
088700             PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
088800         WHEN RCP-RECORD NOT = JIM-RECORD
088900             MOVE RCP-NAME TO WS-FND-NAME
089000             STRING "DIFFERS FROM BATCH " DELIMITED BY SIZE
089100                    WS-HELD-RUN-DATE      DELIMITED BY SIZE
089200                    " "                   DELIMITED BY SIZE
089300                    WS-HELD-RUN-TIME      DELIMITED BY SIZE
089400                    " IN:"                DELIMITED BY SIZE
089500               INTO WS-FND-DETAIL
089600             PERFORM 6650-NAME-DIFFERENCES THRU 6650-EXIT
089700             PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
089800         WHEN OTHER
089900             CONTINUE
090000     END-EVALUATE.
090100 6600-EXIT.
090200     EXIT.
090300*
090400******************************************************************
090500* 6650-NAME-DIFFERENCES - APPEND THE NAME OF EACH FIELD THAT     *
090600*                         DIFFERS TO THE FINDING DETAIL          *
090700******************************************************************
090800 6650-NAME-DIFFERENCES.
090900     IF RCP-NAME NOT = JIM-NAME
091000         MOVE "NAME" TO WS-FND-DETAIL(42:4)
091100     END-IF.
091200     IF RCP-DEPT NOT = JIM-DEPT
091300         MOVE "DEPT" TO WS-FND-DETAIL(47:4)
091400     END-IF.
091500     IF RCP-OPTOUT NOT = JIM-OPTOUT
091600         MOVE "OPT-OUT" TO WS-FND-DETAIL(52:7)
091700     END-IF.
091800     IF RCP-MSG-CODE NOT = JIM-MSG-CODE
091900         MOVE "GREETING" TO WS-FND-DETAIL(60:8)
092000     END-IF.
092100     IF RCP-RECORD(50:31) NOT = JIM-RECORD(50:31)
092200         MOVE "OTHER" TO WS-FND-DETAIL(69:5)
092300     END-IF.
092400 6650-EXIT.
092500     EXIT.
092600*
092700******************************************************************
092800* 6700-RETURN-JOURNAL - RETURN THE NEXT SORTED JOURNAL RECORD    *
092900******************************************************************
093000 6700-RETURN-JOURNAL.
093100     RETURN SORT-FILE
093200         AT END
093300             SET WS-EOF TO TRUE
093400     END-RETURN.
093500 6700-EXIT.
093600     EXIT.
093700*
093800******************************************************************
093900* 7000-WRITE-SECTION-HEADING - START THE SECTION OF CATEGORY     *
094000*                              WS-CAT                            *
094100******************************************************************
094200 7000-WRITE-SECTION-HEADING.
094300     MOVE SPACES TO PRT-RECORD.
094400     MOVE "0" TO PRT-CTL.
094500     STRING WS-CAT            DELIMITED BY SIZE
094600            " - "             DELIMITED BY SIZE
094700            WS-CAT-TITLE(WS-CAT)
094800                              DELIMITED BY SIZE
094900       INTO PRT-TEXT.
095000     WRITE PRT-RECORD.
095100     MOVE SPACES TO PRT-RECORD.
095200     MOVE " " TO PRT-CTL.
095300     MOVE "ID"      TO PRT-TEXT(5:2).
095400     MOVE "NAME"    TO PRT-TEXT(13:4).
095500     MOVE "FINDING" TO PRT-TEXT(45:7).
095600     WRITE PRT-RECORD.
095700 7000-EXIT.
095800     EXIT.
095900*
096000******************************************************************
096100* 7100-WRITE-FINDING - PRINT WS-FINDING UNDER THE CURRENT SECTION*
096200*                      AND COUNT IT                              *
096300******************************************************************
096400 7100-WRITE-FINDING.
096500     ADD 1 TO WS-CAT-COUNT(WS-CAT).
096600     ADD 1 TO WS-PROBLEM-COUNT.
096700     MOVE SPACES TO PRT-RECORD.
096800     MOVE " " TO PRT-CTL.
096900     MOVE WS-FND-ID     TO PRT-TEXT(5:6).
097000     MOVE WS-FND-NAME   TO PRT-TEXT(13:30).
097100     MOVE WS-FND-DETAIL TO PRT-TEXT(45:87).
097200     WRITE PRT-RECORD.
097300 7100-EXIT.
097400     EXIT.
097500*
097600******************************************************************
097700* 7200-WRITE-SECTION-TOTAL - CLOSE THE SECTION WITH ITS COUNT, OR*
097800*                            SAY IT COULD NOT BE CHECKED         *
097900******************************************************************
098000 7200-WRITE-SECTION-TOTAL.
098100     MOVE SPACES TO PRT-RECORD.
098200     MOVE " " TO PRT-CTL.
098300     EVALUATE TRUE
098400         WHEN WS-CAT-NOT-CHECKED(WS-CAT)
098500             MOVE "    DATASET NOT PRESENT - NOT CHECKED"
098600               TO PRT-TEXT
098700         WHEN WS-CAT-COUNT(WS-CAT) = ZEROES
098800             MOVE "    NO FINDINGS" TO PRT-TEXT
098900         WHEN OTHER
099000             MOVE WS-CAT-COUNT(WS-CAT) TO WS-EDIT-COUNT
099100             STRING "    FINDINGS: "  DELIMITED BY SIZE
099200                    WS-EDIT-COUNT     DELIMITED BY SIZE
099300               INTO PRT-TEXT
099400     END-EVALUATE.
099500     WRITE PRT-RECORD.
099600 7200-EXIT.
099700     EXIT.
099800*
099900******************************************************************
100000* 8000-WRITE-SUMMARY - ONE LINE PER CATEGORY AND THE OVERALL     *
100100*                      RESULT                                    *
100200******************************************************************
100300 8000-WRITE-SUMMARY.
100400     MOVE SPACES TO PRT-RECORD.
100500     MOVE "1" TO PRT-CTL.
100600     MOVE "SUMMARY BY CATEGORY" TO PRT-TEXT.
100700     WRITE PRT-RECORD.
100800     PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 7
100900         MOVE SPACES TO PRT-RECORD
101000         MOVE " " TO PRT-CTL
101100         MOVE WS-CAT TO PRT-TEXT(1:1)
101200         MOVE WS-CAT-TITLE(WS-CAT) TO PRT-TEXT(5:50)
101300         IF WS-CAT-NOT-CHECKED(WS-CAT)
101400             MOVE "NOT CHECKED" TO PRT-TEXT(57:11)
101500         ELSE
101600             MOVE WS-CAT-COUNT(WS-CAT) TO WS-EDIT-COUNT
101700             MOVE WS-EDIT-COUNT TO PRT-TEXT(57:9)
101800         END-IF
101900         WRITE PRT-RECORD
102000     END-PERFORM.
102100     MOVE SPACES TO PRT-RECORD.
102200     MOVE "0" TO PRT-CTL.
102300     IF WS-PROBLEM-COUNT = ZEROES
102400         MOVE "RESULT: NO PROBLEMS FOUND" TO PRT-TEXT
102500     ELSE
102600         MOVE WS-PROBLEM-COUNT TO WS-EDIT-COUNT
102700         STRING "RESULT: "          DELIMITED BY SIZE
102800                WS-EDIT-COUNT       DELIMITED BY SIZE
102900                " PROBLEM(S) FOUND - RETURN CODE 4"
103000                                    DELIMITED BY SIZE
103100           INTO PRT-TEXT
103200     END-IF.
103300     WRITE PRT-RECORD.
103400 8000-EXIT.
103500     EXIT.
103600*
103700******************************************************************
103800* 9000-TERMINATE - CLOSE THE MASTER AND THE REPORT               *
103900******************************************************************
104000 9000-TERMINATE.
104100     CLOSE RECIP-FILE.
104200     CLOSE REPORT-FILE.
104300 9000-EXIT.
104400     EXIT.
104500*
104600 END PROGRAM XMASVFY.
