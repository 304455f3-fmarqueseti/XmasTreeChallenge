000100******************************************************************
000200* PROGRAM   : XMASHRF                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : HR EMPLOYEE-FEED INTERFACE. MATCHES THE NIGHTLY HR *
000500*             EXTRACT (HREXTR) AGAINST THE RECIPFIL RECIPIENT    *
000600*             MASTER BY EMPLOYEE NUMBER / RCP-ID AND WRITES THE  *
000700*             RECPTRAN ADD, CHANGE AND DELETE TRANSACTIONS FOR   *
000800*             NEW HIRES, DEPARTMENT TRANSFERS AND LEAVERS, READY *
000900*             FOR XMASUPD TO APPLY. A TRANSFER IS WRITTEN AS A   *
001000*             DEPARTMENT-ONLY CHANGE, SO THE RECIPIENT'S OPT-OUT *
001100*             FLAG AND GREETING PREFERENCE STAND. ANYTHING THE   *
001200*             FEED CANNOT DECIDE SAFELY IS HELD BACK AND LISTED  *
001300*             ON THE HRFRPT EXCEPTION REPORT INSTEAD.            *
001400* CPD       : IBM                                                *
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID.     XMASHRF.
001800 AUTHOR.         FABIO MARQUES.
001900 INSTALLATION.   FMARQUES-ETI.
002000 DATE-WRITTEN.   2026-10-15.
002100 DATE-COMPILED.
002200*
002300*   MODIFICATION HISTORY
002400*   --------------------------------------------------------------
002500*   2026-10-15  FM  INITIAL VERSION - THE NOVEMBER RECPTRAN CARDS
002600*                   WERE HAND-KEYED FROM THE HR NEW-HIRE AND
002700*                   TERMINATION LISTS, AND EVERY YEAR SOME WERE
002800*                   MISSED.
002810*   2026-10-15  FM  THE EMPTY-EXTRACT GUARD COUNTED EVERY HR
002820*                   RECORD, SO AN EXTRACT OF BLANK EMPLOYEE
002830*                   NUMBERS STILL MADE EVERY RECIPIENT A LEAVER.
002840*                   IT NOW COUNTS THE USABLE EMPLOYEES ONLY.
002900*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HR-FILE ASSIGN TO "HREXTR"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-HR-STATUS.
003600     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS RCP-ID
004000         FILE STATUS IS WS-RCP-STATUS.
004100     SELECT TRAN-FILE ASSIGN TO "RECPTRAN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-TRN-STATUS.
004400     SELECT CAND-FILE ASSIGN TO "HRFWORK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CAN-STATUS.
004700     SELECT HR-SORT-FILE ASSIGN TO "SORTWK1".
004800     SELECT CAND-SORT-FILE ASSIGN TO "SORTWK2".
004900     SELECT REPORT-FILE ASSIGN TO "HRFRPT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RPT-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HR-FILE
005600     RECORDING MODE IS F.
005700     COPY XMHREMP.
005800*
005900 FD  RECIP-FILE.
006000     COPY XMRECIP.
006100*
006200 FD  TRAN-FILE
006300     RECORDING MODE IS F.
006400     COPY XMRCPTRN.
006500*
006600*    ONE HIRE OR LEAVER WAITING ON THE SAME-NAME CHECK, WITH THE
006700*    TRANSACTION IT WILL BECOME IF NOTHING HOLDS IT BACK.
006800 FD  CAND-FILE
006900     RECORDING MODE IS F.
007000 01  CAN-RECORD.
007100     05  CAN-NAME-KEY             PIC X(30).
007200     05  CAN-ACTION               PIC X(01).
007300     05  CAN-TRAN                 PIC X(80).
007400*
007500 SD  HR-SORT-FILE.
007600     COPY XMHREMP REPLACING HRE-RECORD     BY HRS-RECORD
007700                            HRE-EMP-ID     BY HRS-EMP-ID
007800                            HRE-NAME       BY HRS-NAME
007900                            HRE-DEPT       BY HRS-DEPT
008000                            HRE-STATUS     BY HRS-STATUS
008100                            HRE-ACTIVE     BY HRS-ACTIVE
008200                            HRE-TERMINATED BY HRS-TERMINATED
008300                            HRE-HIRE-DATE  BY HRS-HIRE-DATE
008400                            HRE-TERM-DATE  BY HRS-TERM-DATE.
008500*
008600 SD  CAND-SORT-FILE.
008700 01  CSR-RECORD.
008800     05  CSR-NAME-KEY             PIC X(30).
008900     05  CSR-ACTION               PIC X(01).
009000     05  CSR-TRAN                 PIC X(80).
009100*
009200 FD  REPORT-FILE
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 132 CHARACTERS
009500     RECORDING MODE IS F.
009600     COPY XMPRTLN.
009700*
009800 WORKING-STORAGE SECTION.
009900 77  WS-HR-STATUS        PIC X(02) VALUE SPACES.
010000     88  WS-HR-OK                VALUE "00".
010100 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
010200     88  WS-RCP-OK               VALUE "00".
010300     88  WS-RCP-NOT-FOUND        VALUE "35".
010400 77  WS-TRN-STATUS       PIC X(02) VALUE SPACES.
010500     88  WS-TRN-OK               VALUE "00".
010600 77  WS-CAN-STATUS       PIC X(02) VALUE SPACES.
010700     88  WS-CAN-OK               VALUE "00".
010800 77  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
010900     88  WS-RPT-OK               VALUE "00".
011000 77  WS-HR-EOF-SW        PIC X(01) VALUE "N".
011100     88  WS-HR-EOF               VALUE "Y".
011200 77  WS-RCP-EOF-SW       PIC X(01) VALUE "N".
011300     88  WS-RCP-EOF              VALUE "Y".
011400 77  WS-RCP-OPEN-SW      PIC X(01) VALUE "N".
011500     88  WS-RCP-OPEN             VALUE "Y".
011600 77  WS-CAN-EOF-SW       PIC X(01) VALUE "N".
011700     88  WS-CAN-EOF              VALUE "Y".
011800 77  WS-HR-USABLE-SW     PIC X(01) VALUE "N".
011900     88  WS-HR-USABLE            VALUE "Y".
012000 77  WS-DPT-FOUND-SW     PIC X(01) VALUE "N".
012100     88  WS-DPT-FOUND            VALUE "Y".
012200 77  WS-GRP-ADD-SW       PIC X(01) VALUE "N".
012300     88  WS-GRP-HAS-ADD          VALUE "Y".
012400 77  WS-GRP-DEL-SW       PIC X(01) VALUE "N".
012500     88  WS-GRP-HAS-DEL          VALUE "Y".
012600 77  WS-GRP-FULL-SW      PIC X(01) VALUE "N".
012700     88  WS-GRP-FULL             VALUE "Y".
012800 77  WS-DPT-INDEX        PIC 99    VALUE ZEROES.
012900 77  WS-GRP-INDEX        PIC 9(02) VALUE ZEROES.
013000 77  WS-GRP-COUNT        PIC 9(02) VALUE ZEROES.
013100 77  WS-HR-READ-COUNT    PIC 9(06) VALUE ZEROES.
013150 77  WS-HR-USED-COUNT    PIC 9(06) VALUE ZEROES.
013200 77  WS-RCP-READ-COUNT   PIC 9(06) VALUE ZEROES.
013300 77  WS-ADD-COUNT        PIC 9(06) VALUE ZEROES.
013400 77  WS-CHANGE-COUNT     PIC 9(06) VALUE ZEROES.
013500 77  WS-DELETE-COUNT     PIC 9(06) VALUE ZEROES.
013600 77  WS-EXCEPTION-COUNT  PIC 9(06) VALUE ZEROES.
013700 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
013800*    MATCH KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED, SO THE
013900*    OTHER SIDE DRAINS THROUGH THE SAME COMPARE.
014000 01  WS-HR-KEY           PIC X(06) VALUE SPACES.
014100 01  WS-RCP-KEY          PIC X(06) VALUE SPACES.
014200 01  WS-PREV-HR-ID       PIC X(06) VALUE SPACES.
014300 01  WS-CHECK-DEPT       PIC X(10) VALUE SPACES.
014400*    NAMES ARE COMPARED IN UPPER CASE - HR KEYS MIXED CASE, THE
014500*    MASTER WAS KEYED IN CAPITALS.
014600 01  WS-HR-NAME-KEY      PIC X(30) VALUE SPACES.
014700 01  WS-RCP-NAME-KEY     PIC X(30) VALUE SPACES.
014800 01  WS-LOWER-CASE       PIC X(26)
014900                         VALUE "abcdefghijklmnopqrstuvwxyz".
015000 01  WS-UPPER-CASE       PIC X(26)
015100                         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015200 01  WS-GRP-NAME         PIC X(30) VALUE SPACES.
015300*    ONE NAME'S WORTH OF WAITING HIRES AND LEAVERS. MORE THAN 50
015400*    IDS SHARING ONE NAME IN A SINGLE NIGHT'S FEED IS NOT A FEED
015500*    ANYONE SHOULD TRUST, SO THE WHOLE NAME IS HELD.
015600 01  WS-GROUP-TABLE.
015700     05  WS-GRP-ENTRY OCCURS 50 TIMES.
015800         10  WS-GRP-ACTION        PIC X(01).
015900         10  WS-GRP-TRAN          PIC X(80).
016000*    THE FIELDS ONE EXCEPTION LINE PRINTS.
016100 01  WS-EXC-ID           PIC X(06) VALUE SPACES.
016200 01  WS-EXC-HR-NAME      PIC X(30) VALUE SPACES.
016300 01  WS-EXC-HR-DEPT      PIC X(10) VALUE SPACES.
016400 01  WS-EXC-RCP-NAME     PIC X(30) VALUE SPACES.
016500 01  WS-EXC-RCP-DEPT     PIC X(10) VALUE SPACES.
016600 01  WS-EXC-REASON       PIC X(40) VALUE SPACES.
016700 01  WS-EDIT-COUNT       PIC ZZZZZ9.
016800     COPY XMREFTBL.
016900*
017000 PROCEDURE DIVISION.
017100*
017200******************************************************************
017300* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE JOB. THE HR       *
017400*                 EXTRACT IS SORTED INTO EMPLOYEE-NUMBER ORDER   *
017500*                 AND MATCHED AGAINST THE MASTER; THE HIRES AND  *
017600*                 LEAVERS IT TURNS UP ARE THEN SORTED BY NAME SO *
017700*                 ONE PERSON LEAVING UNDER ONE ID AND JOINING    *
017800*                 UNDER ANOTHER IS CAUGHT BEFORE THEIR HISTORY   *
017900*                 IS DELETED.                                    *
018000******************************************************************
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018300     SORT HR-SORT-FILE
018400         ON ASCENDING KEY HRS-EMP-ID
018500         USING HR-FILE
018600         OUTPUT PROCEDURE IS 2000-MATCH-MASTER
018700                        THRU 2000-EXIT.
018800     IF WS-HR-USED-COUNT = ZEROES
018900         DISPLAY "XMASHRF - HREXTR HAS NO USABLE EMPLOYEE - NO"
019000                 " TRANSACTIONS WRITTEN, EVERY RECIPIENT WOULD"
019100                 " HAVE BEEN A LEAVER"
019200         PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT
019300         PERFORM 9000-TERMINATE THRU 9000-EXIT
019400         MOVE 8 TO RETURN-CODE
019500         GOBACK
019600     END-IF.
019700     SORT CAND-SORT-FILE
019800         ON ASCENDING KEY CSR-NAME-KEY
019900                          CSR-ACTION
020000         USING CAND-FILE
020100         OUTPUT PROCEDURE IS 3000-RESOLVE-CANDIDATES
020200                        THRU 3000-EXIT.
020300     PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
020400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020500     IF WS-EXCEPTION-COUNT > ZEROES
020600         MOVE 4 TO RETURN-CODE
020700     END-IF.
020800     GOBACK.
020900*
021000******************************************************************
021100* 1000-INITIALIZE - LOAD THE REFERENCE TABLES, PROVE THE HR      *
021200*                   EXTRACT IS THERE BEFORE THE SORT TAKES IT,   *
021300*                   AND OPEN THE MASTER, THE TRANSACTION FILE,   *
021400*                   THE WORK FILE AND THE REPORT. NO MASTER YET  *
021500*                   SIMPLY MEANS EVERYBODY ON HR IS A NEW HIRE.  *
021600******************************************************************
021700 1000-INITIALIZE.
021800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021900     CALL "XMASRFL" USING REFT-TABLES.
022000     OPEN INPUT HR-FILE.
022100     IF NOT WS-HR-OK
022200         DISPLAY "XMASHRF - UNABLE TO OPEN HREXTR, STATUS = "
022300                 WS-HR-STATUS
022400         MOVE 8 TO RETURN-CODE
022500         GOBACK
022600     END-IF.
022700     CLOSE HR-FILE.
022800     OPEN INPUT RECIP-FILE.
022900     IF WS-RCP-OK
023000         SET WS-RCP-OPEN TO TRUE
023100     ELSE
023200         IF WS-RCP-NOT-FOUND
023300             SET WS-RCP-EOF TO TRUE
023400         ELSE
023500             DISPLAY "XMASHRF - UNABLE TO OPEN RECIPFIL, STATUS"
023600                     " = "
023700                     WS-RCP-STATUS
023800             MOVE 8 TO RETURN-CODE
023900             GOBACK
024000         END-IF
024100     END-IF.
024200     OPEN OUTPUT TRAN-FILE.
024300     IF NOT WS-TRN-OK
024400         DISPLAY "XMASHRF - UNABLE TO OPEN RECPTRAN, STATUS = "
024500                 WS-TRN-STATUS
024600         MOVE 8 TO RETURN-CODE
024700         GOBACK
024800     END-IF.
024900     OPEN OUTPUT CAND-FILE.
025000     IF NOT WS-CAN-OK
025100         DISPLAY "XMASHRF - UNABLE TO OPEN HRFWORK, STATUS = "
025200                 WS-CAN-STATUS
025300         MOVE 8 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     OPEN OUTPUT REPORT-FILE.
025700     IF NOT WS-RPT-OK
025800         DISPLAY "XMASHRF - UNABLE TO OPEN HRFRPT, STATUS = "
025900                 WS-RPT-STATUS
026000         MOVE 8 TO RETURN-CODE
026100         GOBACK
026200     END-IF.
026300     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800* 1100-WRITE-HEADER - WRITE THE EXCEPTION REPORT TITLE AND       *
026900*                     COLUMN LAYOUT. THE HR VALUES PRINT ON THE  *
027000*                     LEFT AND THE MASTER'S ON THE RIGHT.        *
027100******************************************************************
027200 1100-WRITE-HEADER.
027300     MOVE SPACES TO PRT-RECORD.
027400     MOVE "1" TO PRT-CTL.
027500     STRING "XMASHRF HR FEED EXCEPTION REPORT"
027600                          DELIMITED BY SIZE
027700            "   RUN DATE: " DELIMITED BY SIZE
027800            WS-RUN-DATE   DELIMITED BY SIZE
027900       INTO PRT-TEXT.
028000     WRITE PRT-RECORD.
028100     MOVE SPACES TO PRT-RECORD.
028200     MOVE "0" TO PRT-CTL.
028300     MOVE "ID     HR NAME" TO PRT-TEXT(1:14).
028400     MOVE "HR DEPT" TO PRT-TEXT(39:7).
028500     MOVE "MASTER NAME" TO PRT-TEXT(50:11).
028600     MOVE "MASTER DEPT" TO PRT-TEXT(81:11).
028700     MOVE "EXCEPTION" TO PRT-TEXT(92:9).
028800     WRITE PRT-RECORD.
028900 1100-EXIT.
029000     EXIT.
029100*
029200******************************************************************
029300* 1400-READ-MASTER - READ THE NEXT MASTER RECORD IN RCP-ID       *
029400*                    ORDER.                                      *
029500******************************************************************
029600 1400-READ-MASTER.
029700     IF WS-RCP-OPEN
029800         READ RECIP-FILE
029900             AT END
030000                 SET WS-RCP-EOF TO TRUE
030100         END-READ
030200     END-IF.
030300     IF WS-RCP-EOF
030400         MOVE HIGH-VALUES TO WS-RCP-KEY
030500     ELSE
030600         ADD 1 TO WS-RCP-READ-COUNT
030700         MOVE RCP-ID TO WS-RCP-KEY
030800     END-IF.
030900 1400-EXIT.
031000     EXIT.
031100*
031200******************************************************************
031300* 1500-RETURN-HR - RETURN THE NEXT USABLE EMPLOYEE FROM THE      *
031400*                  SORTED EXTRACT, PASSING OVER (AND REPORTING)  *
031500*                  ANY WITHOUT AN EMPLOYEE NUMBER OR REPEATING   *
031600*                  THE ONE BEFORE IT.                            *
031700******************************************************************
031800 1500-RETURN-HR.
031900     MOVE "N" TO WS-HR-USABLE-SW.
032000     PERFORM 1550-RETURN-ONE-HR THRU 1550-EXIT
032100         UNTIL WS-HR-EOF OR WS-HR-USABLE.
032200 1500-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600* 1550-RETURN-ONE-HR - RETURN AND SCREEN ONE HR RECORD. THE      *
032610*                      MASTER VALUES OF THE LAST ONE ARE CLEARED *
032620*                      SO NO EXCEPTION CARRIES THEM OVER.        *
032700******************************************************************
032800 1550-RETURN-ONE-HR.
032810     MOVE SPACES TO WS-EXC-RCP-NAME.
032820     MOVE SPACES TO WS-EXC-RCP-DEPT.
032900     RETURN HR-SORT-FILE
033000         AT END
033100             SET WS-HR-EOF TO TRUE
033200             MOVE HIGH-VALUES TO WS-HR-KEY
033300     END-RETURN.
033400     IF NOT WS-HR-EOF
033500         ADD 1 TO WS-HR-READ-COUNT
033600         EVALUATE TRUE
033700             WHEN HRS-EMP-ID = SPACES
033800                 MOVE "HR RECORD WITHOUT AN EMPLOYEE NUMBER"
033900                   TO WS-EXC-REASON
034000                 PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
034100             WHEN HRS-EMP-ID = WS-PREV-HR-ID
034200                 MOVE "DUPLICATE EMPLOYEE NUMBER ON HR - IGNORED"
034300                   TO WS-EXC-REASON
034400                 PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
034500             WHEN OTHER
034600                 SET WS-HR-USABLE TO TRUE
034650                 ADD 1 TO WS-HR-USED-COUNT
034700                 MOVE HRS-EMP-ID TO WS-HR-KEY
034800                 MOVE HRS-EMP-ID TO WS-PREV-HR-ID
034900         END-EVALUATE
035000     END-IF.
035100 1550-EXIT.
035200     EXIT.
035300*
035400******************************************************************
035500* 2000-MATCH-MASTER - SORT OUTPUT PROCEDURE: WALK THE SORTED HR  *
035600*                     EXTRACT AND THE MASTER TOGETHER IN KEY     *
035700*                     ORDER. AN ID ONLY ON HR IS A NEW HIRE, AN  *
035800*                     ID ONLY ON THE MASTER IS A LEAVER, AND AN  *
035900*                     ID ON BOTH IS CHECKED FOR A TRANSFER OR A  *
036000*                     TERMINATION. AN EXTRACT WITH NO USABLE     *
036100*                     EMPLOYEE MATCHES NOTHING - IT WOULD MAKE   *
036200*                     EVERY RECIPIENT A LEAVER.                  *
036300******************************************************************
036400 2000-MATCH-MASTER.
036500     PERFORM 1500-RETURN-HR THRU 1500-EXIT.
036600     IF WS-HR-USED-COUNT > ZEROES
036700         PERFORM 1400-READ-MASTER THRU 1400-EXIT
036800         PERFORM 2100-MATCH-ONE THRU 2100-EXIT
036900             UNTIL WS-HR-EOF AND WS-RCP-EOF
037000     END-IF.
037100     CLOSE CAND-FILE.
037200 2000-EXIT.
037300     EXIT.
037400*
037500******************************************************************
037600* 2100-MATCH-ONE - COMPARE THE TWO CURRENT KEYS AND ADVANCE THE  *
037700*                  LOWER SIDE (BOTH SIDES WHEN THEY MATCH).      *
037800******************************************************************
037900 2100-MATCH-ONE.
038000     EVALUATE TRUE
038100         WHEN WS-HR-KEY < WS-RCP-KEY
038200             PERFORM 2200-NEW-HIRE THRU 2200-EXIT
038300             PERFORM 1500-RETURN-HR THRU 1500-EXIT
038400         WHEN WS-HR-KEY = WS-RCP-KEY
038500             PERFORM 2300-MATCHED-EMPLOYEE THRU 2300-EXIT
038600             PERFORM 1500-RETURN-HR THRU 1500-EXIT
038700             PERFORM 1400-READ-MASTER THRU 1400-EXIT
038800         WHEN OTHER
038900             PERFORM 2400-LEAVER THRU 2400-EXIT
039000             PERFORM 1400-READ-MASTER THRU 1400-EXIT
039100     END-EVALUATE.
039200 2100-EXIT.
039300     EXIT.
039400*
039500******************************************************************
039600* 2200-NEW-HIRE - AN EMPLOYEE NOT YET ON THE MASTER. A           *
039700*                 TERMINATED ONE IS SIMPLY NOT OURS TO CARD. AN  *
039800*                 ACTIVE ONE BECOMES A CANDIDATE ADD, UNLESS THE *
039900*                 NAME IS MISSING OR THE DEPARTMENT IS NOT ON    *
040000*                 THE REFFILE LIST - XMASDRV WOULD ONLY SUSPEND  *
040100*                 THEM, SO THEY ARE HELD FOR HR TO CORRECT. ADDS *
040200*                 CARRY NO GREETING PREFERENCE, SO THE RUN       *
040300*                 DEFAULT APPLIES UNTIL SOMEBODY SETS ONE.       *
040400******************************************************************
040500 2200-NEW-HIRE.
040600     MOVE SPACES TO WS-EXC-RCP-NAME.
040700     MOVE SPACES TO WS-EXC-RCP-DEPT.
040800     MOVE HRS-DEPT TO WS-CHECK-DEPT.
040900     PERFORM 2500-CHECK-DEPT THRU 2500-EXIT.
041000     EVALUATE TRUE
041100         WHEN HRS-TERMINATED
041200             CONTINUE
041300         WHEN NOT HRS-ACTIVE
041400             MOVE "UNKNOWN HR STATUS - NOT ADDED"
041500               TO WS-EXC-REASON
041600             PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
041700         WHEN HRS-NAME = SPACES
041800             MOVE "NEW HIRE WITHOUT A NAME - ADD HELD"
041900               TO WS-EXC-REASON
042000             PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
042100         WHEN NOT WS-DPT-FOUND
042200             MOVE "HR DEPT NOT ON REFFILE LIST - ADD HELD"
042300               TO WS-EXC-REASON
042400             PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
042500         WHEN OTHER
042600             MOVE SPACES TO TRN-RECORD
042700             MOVE "A"      TO TRN-ACTION
042800             MOVE HRS-EMP-ID TO TRN-ID
042900             MOVE HRS-NAME TO TRN-NAME
043000             MOVE HRS-DEPT TO TRN-DEPT
043100             MOVE "N"      TO TRN-OPTOUT
043200             MOVE HRS-NAME TO WS-HR-NAME-KEY
043300             INSPECT WS-HR-NAME-KEY
043400                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
043500             MOVE SPACES TO CAN-RECORD
043600             MOVE WS-HR-NAME-KEY TO CAN-NAME-KEY
043700             MOVE "A"        TO CAN-ACTION
043800             MOVE TRN-RECORD TO CAN-TRAN
043900             WRITE CAN-RECORD
044000     END-EVALUATE.
044100 2200-EXIT.
044200     EXIT.
044300*
044400******************************************************************
044500* 2300-MATCHED-EMPLOYEE - AN EMPLOYEE ON BOTH SIDES. TERMINATED  *
044600*                         MEANS A CANDIDATE DELETE. OTHERWISE A  *
044700*                         DIFFERENT DEPARTMENT ON HR IS A        *
044800*                         TRANSFER, WRITTEN AS A DEPARTMENT-ONLY *
044900*                         CHANGE SO XMASUPD LEAVES THE NAME, THE *
045000*                         OPT-OUT FLAG AND THE GREETING CODE ON  *
045100*                         THE MASTER ALONE. A DIFFERENT NAME IS  *
045200*                         REPORTED, NOT APPLIED - THE MASTER     *
045300*                         NAME IS THE ONE PRINTED ON THE CARD    *
045400*                         AND HR'S LEGAL NAME IS NOT ALWAYS IT.  *
045500******************************************************************
045600 2300-MATCHED-EMPLOYEE.
045700     MOVE RCP-NAME TO WS-EXC-RCP-NAME.
045800     MOVE RCP-DEPT TO WS-EXC-RCP-DEPT.
045900     EVALUATE TRUE
046000         WHEN HRS-TERMINATED
046100             PERFORM 2400-LEAVER THRU 2400-EXIT
046200         WHEN NOT HRS-ACTIVE
046300             MOVE "UNKNOWN HR STATUS - NOT CHANGED"
046400               TO WS-EXC-REASON
046500             PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
046600         WHEN OTHER
046700             PERFORM 2350-CHECK-CHANGES THRU 2350-EXIT
046800     END-EVALUATE.
046900 2300-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300* 2350-CHECK-CHANGES - COMPARE AN ACTIVE EMPLOYEE'S HR NAME AND  *
047400*                      DEPARTMENT WITH THE MASTER.               *
047500******************************************************************
047600 2350-CHECK-CHANGES.
047700     MOVE HRS-NAME TO WS-HR-NAME-KEY.
047800     INSPECT WS-HR-NAME-KEY
047900         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
048000     MOVE RCP-NAME TO WS-RCP-NAME-KEY.
048100     INSPECT WS-RCP-NAME-KEY
048200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
048300     IF HRS-NAME > SPACES
048400      AND WS-HR-NAME-KEY NOT = WS-RCP-NAME-KEY
048500         MOVE "NAME DIFFERS FROM MASTER - NOT CHANGED"
048600           TO WS-EXC-REASON
048700         PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
048800     END-IF.
048900     IF HRS-DEPT > SPACES
049000      AND HRS-DEPT NOT = RCP-DEPT
049100         MOVE HRS-DEPT TO WS-CHECK-DEPT
049200         PERFORM 2500-CHECK-DEPT THRU 2500-EXIT
049300         IF WS-DPT-FOUND
049400             MOVE SPACES TO TRN-RECORD
049500             MOVE "C"      TO TRN-ACTION
049600             MOVE RCP-ID   TO TRN-ID
049700             MOVE HRS-DEPT TO TRN-DEPT
049800             WRITE TRN-RECORD
049900             ADD 1 TO WS-CHANGE-COUNT
050000         ELSE
050100             MOVE "HR DEPT NOT ON REFFILE LIST - TRANSFER HELD"
050200               TO WS-EXC-REASON
050300             PERFORM 2850-REPORT-HR-RECORD THRU 2850-EXIT
050400         END-IF
050500     END-IF.
050600 2350-EXIT.
050700     EXIT.
050800*
050900******************************************************************
051000* 2400-LEAVER - A MASTER RECIPIENT GONE FROM HR OR TERMINATED ON *
051100*               IT. THE DELETE WAITS AS A CANDIDATE UNTIL THE    *
051200*               SAME-NAME CHECK HAS SEEN EVERY NEW HIRE.         *
051300******************************************************************
051400 2400-LEAVER.
051500     MOVE SPACES TO TRN-RECORD.
051600     MOVE "D"      TO TRN-ACTION.
051700     MOVE RCP-ID   TO TRN-ID.
051800     MOVE RCP-NAME TO TRN-NAME.
051900     MOVE RCP-DEPT TO TRN-DEPT.
052000     MOVE RCP-NAME TO WS-RCP-NAME-KEY.
052100     INSPECT WS-RCP-NAME-KEY
052200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
052300     MOVE SPACES TO CAN-RECORD.
052400     MOVE WS-RCP-NAME-KEY TO CAN-NAME-KEY.
052500     MOVE "D"        TO CAN-ACTION.
052600     MOVE TRN-RECORD TO CAN-TRAN.
052700     WRITE CAN-RECORD.
052800 2400-EXIT.
052900     EXIT.
053000*
053100******************************************************************
053200* 2500-CHECK-DEPT - LOOK WS-CHECK-DEPT UP ON THE LOADED REFFILE  *
053300*                   DEPARTMENT LIST.                             *
053400******************************************************************
053500 2500-CHECK-DEPT.
053600     MOVE "N" TO WS-DPT-FOUND-SW.
053700     PERFORM VARYING WS-DPT-INDEX FROM 1 BY 1
053800             UNTIL WS-DPT-INDEX > REFT-DEPT-COUNT
053900         IF REFT-DEPT-NAME(WS-DPT-INDEX) = WS-CHECK-DEPT
054000             SET WS-DPT-FOUND TO TRUE
054100         END-IF
054200     END-PERFORM.
054300 2500-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* 2800-WRITE-EXCEPTION - ONE EXCEPTION LINE FROM THE WS-EXC-     *
054800*                        FIELDS.                                 *
054900******************************************************************
055000 2800-WRITE-EXCEPTION.
055100     ADD 1 TO WS-EXCEPTION-COUNT.
055200     MOVE SPACES TO PRT-RECORD.
055300     MOVE " " TO PRT-CTL.
055400     MOVE WS-EXC-ID       TO PRT-TEXT(1:6).
055500     MOVE WS-EXC-HR-NAME  TO PRT-TEXT(8:30).
055600     MOVE WS-EXC-HR-DEPT  TO PRT-TEXT(39:10).
055700     MOVE WS-EXC-RCP-NAME TO PRT-TEXT(50:30).
055800     MOVE WS-EXC-RCP-DEPT TO PRT-TEXT(81:10).
055900     MOVE WS-EXC-REASON   TO PRT-TEXT(92:40).
056000     WRITE PRT-RECORD.
056100 2800-EXIT.
056200     EXIT.
056300*
056400******************************************************************
056500* 2850-REPORT-HR-RECORD - REPORT THE CURRENT HR RECORD WITH THE  *
056600*                         REASON ALREADY IN WS-EXC-REASON AND    *
056700*                         WHATEVER MASTER VALUES WERE SET.       *
056800******************************************************************
056900 2850-REPORT-HR-RECORD.
057000     MOVE HRS-EMP-ID TO WS-EXC-ID.
057100     MOVE HRS-NAME   TO WS-EXC-HR-NAME.
057200     MOVE HRS-DEPT   TO WS-EXC-HR-DEPT.
057300     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
057600 2850-EXIT.
057700     EXIT.
057800*
057900******************************************************************
058000* 3000-RESOLVE-CANDIDATES - SORT OUTPUT PROCEDURE: THE WAITING   *
058100*                           HIRES AND LEAVERS IN NAME ORDER, ONE *
058200*                           NAME AT A TIME. A NAME WITH BOTH A   *
058300*                           HIRE AND A LEAVER IS MOST LIKELY ONE *
058400*                           PERSON RE-NUMBERED BY HR, AND        *
058500*                           DELETING THE OLD ID WOULD LOSE THEIR *
058600*                           OPT-OUT AND GREETING PREFERENCE, SO  *
058700*                           BOTH SIDES ARE HELD AND REPORTED.    *
058800******************************************************************
058900 3000-RESOLVE-CANDIDATES.
059000     PERFORM 3050-RETURN-CANDIDATE THRU 3050-EXIT.
059100     PERFORM 3100-RESOLVE-NAME THRU 3100-EXIT
059200         UNTIL WS-CAN-EOF.
059300 3000-EXIT.
059400     EXIT.
059500*
059600******************************************************************
059700* 3100-RESOLVE-NAME - TABLE EVERY CANDIDATE SHARING THE CURRENT  *
059800*                     NAME, THEN WRITE OR HOLD EACH ONE.         *
059900******************************************************************
060000 3100-RESOLVE-NAME.
060100     MOVE CSR-NAME-KEY TO WS-GRP-NAME.
060200     MOVE ZEROES TO WS-GRP-COUNT.
060300     MOVE "N" TO WS-GRP-ADD-SW.
060400     MOVE "N" TO WS-GRP-DEL-SW.
060500     MOVE "N" TO WS-GRP-FULL-SW.
060600     PERFORM 3200-TABLE-CANDIDATE THRU 3200-EXIT
060700         UNTIL WS-CAN-EOF
060800            OR CSR-NAME-KEY NOT = WS-GRP-NAME.
060900     PERFORM 3300-RELEASE-CANDIDATE THRU 3300-EXIT
061000         VARYING WS-GRP-INDEX FROM 1 BY 1
061100         UNTIL WS-GRP-INDEX > WS-GRP-COUNT.
061200 3100-EXIT.
061300     EXIT.
061400*
061500******************************************************************
061600* 3200-TABLE-CANDIDATE - TABLE ONE CANDIDATE AND RETURN THE      *
061700*                        NEXT. ONE PAST THE TABLE IS REPORTED AT *
061800*                        ONCE AND THE WHOLE NAME IS HELD.        *
061900******************************************************************
062000 3200-TABLE-CANDIDATE.
062100     IF CSR-ACTION = "A"
062200         SET WS-GRP-HAS-ADD TO TRUE
062300     ELSE
062400         SET WS-GRP-HAS-DEL TO TRUE
062500     END-IF.
062600     IF WS-GRP-COUNT < 50
062700         ADD 1 TO WS-GRP-COUNT
062800         MOVE CSR-ACTION TO WS-GRP-ACTION(WS-GRP-COUNT)
062900         MOVE CSR-TRAN   TO WS-GRP-TRAN(WS-GRP-COUNT)
063000     ELSE
063100         SET WS-GRP-FULL TO TRUE
063200         MOVE CSR-TRAN TO TRN-RECORD
063300         MOVE "TOO MANY IDS UNDER ONE NAME - HELD"
063400           TO WS-EXC-REASON
063500         PERFORM 3500-REPORT-CANDIDATE THRU 3500-EXIT
063600     END-IF.
063700     PERFORM 3050-RETURN-CANDIDATE THRU 3050-EXIT.
063800 3200-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 3300-RELEASE-CANDIDATE - WRITE ONE TABLED CANDIDATE TO         *
064300*                          RECPTRAN, OR HOLD IT WHEN ITS NAME    *
064400*                          ALSO APPEARS ON THE OTHER SIDE.       *
064500******************************************************************
064600 3300-RELEASE-CANDIDATE.
064700     MOVE WS-GRP-TRAN(WS-GRP-INDEX) TO TRN-RECORD.
064800     EVALUATE TRUE
064900         WHEN WS-GRP-FULL
065000             MOVE "TOO MANY IDS UNDER ONE NAME - HELD"
065100               TO WS-EXC-REASON
065200             PERFORM 3500-REPORT-CANDIDATE THRU 3500-EXIT
065300         WHEN WS-GRP-HAS-ADD AND WS-GRP-HAS-DEL
065400          AND TRN-ADD
065500             MOVE "SAME NAME AS A LEAVER - ADD HELD"
065600               TO WS-EXC-REASON
065700             PERFORM 3500-REPORT-CANDIDATE THRU 3500-EXIT
065800         WHEN WS-GRP-HAS-ADD AND WS-GRP-HAS-DEL
065900             MOVE "SAME NAME AS A NEW HIRE - DELETE HELD"
066000               TO WS-EXC-REASON
066100             PERFORM 3500-REPORT-CANDIDATE THRU 3500-EXIT
066200         WHEN TRN-ADD
066300             WRITE TRN-RECORD
066400             ADD 1 TO WS-ADD-COUNT
066500         WHEN OTHER
066600             WRITE TRN-RECORD
066700             ADD 1 TO WS-DELETE-COUNT
066800     END-EVALUATE.
066900 3300-EXIT.
067000     EXIT.
067100*
067200******************************************************************
067300* 3500-REPORT-CANDIDATE - REPORT A HELD CANDIDATE FROM ITS       *
067400*                         TRANSACTION IMAGE: A HIRE'S VALUES     *
067500*                         CAME FROM HR, A LEAVER'S FROM THE      *
067600*                         MASTER.                                *
067700******************************************************************
067800 3500-REPORT-CANDIDATE.
067900     MOVE TRN-ID TO WS-EXC-ID.
068000     MOVE SPACES TO WS-EXC-HR-NAME.
068100     MOVE SPACES TO WS-EXC-HR-DEPT.
068200     MOVE SPACES TO WS-EXC-RCP-NAME.
068300     MOVE SPACES TO WS-EXC-RCP-DEPT.
068400     IF TRN-ADD
068500         MOVE TRN-NAME TO WS-EXC-HR-NAME
068600         MOVE TRN-DEPT TO WS-EXC-HR-DEPT
068700     ELSE
068800         MOVE TRN-NAME TO WS-EXC-RCP-NAME
068900         MOVE TRN-DEPT TO WS-EXC-RCP-DEPT
069000     END-IF.
069100     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
069200 3500-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600* 3050-RETURN-CANDIDATE - RETURN THE NEXT CANDIDATE IN NAME      *
069700*                         ORDER.                                 *
069800******************************************************************
069900 3050-RETURN-CANDIDATE.
070000     RETURN CAND-SORT-FILE
070100         AT END
070200             SET WS-CAN-EOF TO TRUE
070300     END-RETURN.
070400 3050-EXIT.
070500     EXIT.
070600*
070700******************************************************************
070800* 3900-WRITE-TRAILER - WRITE THE REPORT TRAILER (RECORDS READ ON *
070900*                      EACH SIDE, TRANSACTIONS WRITTEN BY ACTION *
071000*                      AND EXCEPTIONS HELD).                     *
071100******************************************************************
071200 3900-WRITE-TRAILER.
071300     MOVE SPACES TO PRT-RECORD.
071400     MOVE "0" TO PRT-CTL.
071500     MOVE WS-HR-READ-COUNT TO WS-EDIT-COUNT.
071600     STRING "END OF REPORT - HR RECORDS READ:     "
071700                            DELIMITED BY SIZE
071800            WS-EDIT-COUNT   DELIMITED BY SIZE
071900       INTO PRT-TEXT.
072000     WRITE PRT-RECORD.
072100     MOVE SPACES TO PRT-RECORD.
072200     MOVE " " TO PRT-CTL.
072300     MOVE WS-RCP-READ-COUNT TO WS-EDIT-COUNT.
072400     STRING "                MASTER RECORDS READ: "
072500                            DELIMITED BY SIZE
072600            WS-EDIT-COUNT   DELIMITED BY SIZE
072700       INTO PRT-TEXT.
072800     WRITE PRT-RECORD.
072900     MOVE SPACES TO PRT-RECORD.
073000     MOVE " " TO PRT-CTL.
073100     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT.
073200     STRING "                ADDS WRITTEN:        "
073300                            DELIMITED BY SIZE
073400            WS-EDIT-COUNT   DELIMITED BY SIZE
073500       INTO PRT-TEXT.
073600     WRITE PRT-RECORD.
073700     MOVE SPACES TO PRT-RECORD.
073800     MOVE " " TO PRT-CTL.
073900     MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT.
074000     STRING "                TRANSFERS WRITTEN:   "
074100                            DELIMITED BY SIZE
074200            WS-EDIT-COUNT   DELIMITED BY SIZE
074300       INTO PRT-TEXT.
074400     WRITE PRT-RECORD.
074500     MOVE SPACES TO PRT-RECORD.
074600     MOVE " " TO PRT-CTL.
074700     MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT.
074800     STRING "                DELETES WRITTEN:     "
074900                            DELIMITED BY SIZE
075000            WS-EDIT-COUNT   DELIMITED BY SIZE
075100       INTO PRT-TEXT.
075200     WRITE PRT-RECORD.
075300     MOVE SPACES TO PRT-RECORD.
075400     MOVE " " TO PRT-CTL.
075500     MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT.
075600     STRING "                EXCEPTIONS:          "
075700                            DELIMITED BY SIZE
075800            WS-EDIT-COUNT   DELIMITED BY SIZE
075900       INTO PRT-TEXT.
076000     WRITE PRT-RECORD.
076100 3900-EXIT.
076200     EXIT.
076300*
076400******************************************************************
076500* 9000-TERMINATE - CLOSE ALL OPEN FILES.                         *
076600******************************************************************
076700 9000-TERMINATE.
076800     IF WS-RCP-OPEN
076900         CLOSE RECIP-FILE
077000     END-IF.
077100     CLOSE TRAN-FILE.
077200     CLOSE REPORT-FILE.
077300 9000-EXIT.
077400     EXIT.
077500*
077600 END PROGRAM XMASHRF.
