000100******************************************************************
000200* PROGRAM   : XMASCSL                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : ONE-OFF LOAD OF THE OLD LINE-SEQUENTIAL CARDSTAT   *
000500*             INTO THE KEYED CARDSTAT DATASET. EVERY PROGRAM     *
000600*             THAT READS OR WRITES CARDSTAT NOW OPENS IT AS A    *
000700*             KEYED DATASET AND CANNOT READ THE OLD FLAT FILE,   *
000800*             SO THE SEASON'S PROOF-OF-DISTRIBUTION HISTORY IS   *
000900*             CARRIED ACROSS BY THIS PROGRAM. THE CUT-OVER STEP, *
001000*             RUN ONCE BEFORE THE FIRST XMASDRV, XMASCLS OR      *
001100*             OTHER CARDSTAT PROGRAM OF THE NEW RELEASE:         *
001200*               1. RENAME THE OLD CARDSTAT TO CARDSTSQ (AN EMPTY *
001300*                  ONE LEFT BY A SEASON CLOSE-OUT IS RENAMED THE *
001400*                  SAME WAY - IT LOADS NOTHING).                 *
001500*               2. RUN XMASCSL. IT CREATES THE KEYED CARDSTAT    *
001600*                  AND LOADS EVERY CARDSTSQ RECORD INTO IT.      *
001700*               3. KEEP CARDSTSQ UNTIL THE FIRST RUN OF THE NEW  *
001800*                  RELEASE HAS BALANCED, THEN DELETE IT.         *
001900*             THE OLD RECORD HAS THE 80-BYTE XMCRDST LAYOUT      *
002000*             WITHOUT THE GREETING CODE, WHICH IS LOADED BLANK - *
002100*             XMASRPR THEN FALLS BACK TO THE MASTER PREFERENCE.  *
002200*             THE OLD FILE COULD HOLD THE SAME ID, STATUS AND    *
002300*             RUN DATE TWICE (A FORCED RERUN, A REPEATED ERROR); *
002400*             THE LATER RECORD REWRITES THE EARLIER ONE, AS      *
002500*             XMASDRV DOES. A RECORD WITH NO ID, STATUS OR RUN   *
002600*             DATE, OR A PAGE NUMBER THAT IS NOT NUMERIC, IS NOT *
002700*             LOADED. A KEYED CARDSTAT THAT ALREADY EXISTS IS    *
002800*             ADDED TO, SO THE STEP CAN BE RERUN. RETURN CODE 4  *
002900*             WHEN A RECORD IS NOT LOADED, 8 WHEN A DATASET      *
003000*             CANNOT BE OPENED - INCLUDING A CARDSTAT THAT IS    *
003100*             STILL THE OLD FLAT FILE, NOT YET RENAMED.          *
003200* CPD       : IBM                                                *
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.     XMASCSL.
003600 AUTHOR.         FABIO MARQUES.
003700 INSTALLATION.   FMARQUES-ETI.
003800 DATE-WRITTEN.   2026-10-15.
003900 DATE-COMPILED.
004000*
004100*   MODIFICATION HISTORY
004200*   --------------------------------------------------------------
004300*   2026-10-15  FM  INITIAL VERSION - CARDSTAT BECAME A KEYED
004400*                   DATASET AND THE SEASON ALREADY ON THE FLAT
004500*                   FILE HAS TO COME ACROSS WITH IT.
004600*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT OLD-STAT-FILE ASSIGN TO "CARDSTSQ"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CSQ-STATUS.
005300     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CST-KEY
005700         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
005800         FILE STATUS IS WS-CST-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  OLD-STAT-FILE
006300     RECORDING MODE IS F.
006400     COPY XMCRDST REPLACING CST-RECORD      BY CSQ-RECORD
006500                            CST-KEY         BY CSQ-KEY
006600                            CST-RCP-ID      BY CSQ-RCP-ID
006700                            CST-STAT-DATE   BY CSQ-STAT-DATE
006800                            CST-STATUS      BY CSQ-STATUS
006900                            CST-PRINTED     BY CSQ-PRINTED
007000                            CST-DELIVERED   BY CSQ-DELIVERED
007100                            CST-BOUNCED     BY CSQ-BOUNCED
007200                            CST-REPRINTED   BY CSQ-REPRINTED
007300                            CST-RUN-DATE    BY CSQ-RUN-DATE
007400                            CST-PAGE-NUMBER BY CSQ-PAGE-NUMBER
007500                            CST-MSG-CODE    BY CSQ-MSG-CODE.
007600*
007700 FD  STAT-FILE.
007800     COPY XMCRDST.
007900*
008000 WORKING-STORAGE SECTION.
008100 77  WS-CSQ-STATUS       PIC X(02) VALUE SPACES.
008200     88  WS-CSQ-OK               VALUE "00".
008300 77  WS-CST-STATUS       PIC X(02) VALUE SPACES.
008400     88  WS-CST-OK               VALUE "00".
008500     88  WS-CST-NOT-FOUND        VALUE "35".
008600 77  WS-EOF-SW           PIC X(01) VALUE "N".
008700     88  WS-EOF                  VALUE "Y".
008800 77  WS-READ-COUNT       PIC 9(07) VALUE ZEROES.
008900 77  WS-LOAD-COUNT       PIC 9(07) VALUE ZEROES.
009000 77  WS-REPLACE-COUNT    PIC 9(07) VALUE ZEROES.
009100 77  WS-REJECT-COUNT     PIC 9(07) VALUE ZEROES.
009200 01  WS-EDIT-COUNT       PIC Z,ZZZ,ZZ9.
009300*
009400 PROCEDURE DIVISION.
009500*
009600******************************************************************
009700* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE PROGRAM           *
009800******************************************************************
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
010200         UNTIL WS-EOF.
010300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010400     IF WS-REJECT-COUNT > ZEROES
010500         MOVE 4 TO RETURN-CODE
010600     END-IF.
010700     GOBACK.
010800*
010900******************************************************************
011000* 1000-INITIALIZE - OPEN THE OLD FLAT CARDSTSQ AND THE KEYED     *
011100*                   CARDSTAT, CREATING THE KEYED DATASET EMPTY   *
011200*                   IF IT DOES NOT EXIST YET (STATUS 35), THE    *
011300*                   SAME WAY XMASDRV DOES. ANY OTHER FAILURE -   *
011400*                   A CARDSTAT STILL HOLDING THE FLAT FILE FOR   *
011500*                   ONE - STOPS THE LOAD BEFORE ANY RECORD IS    *
011600*                   READ.                                        *
011700******************************************************************
011800 1000-INITIALIZE.
011900     OPEN INPUT OLD-STAT-FILE.
012000     IF NOT WS-CSQ-OK
012100         DISPLAY "XMASCSL - UNABLE TO OPEN CARDSTSQ, STATUS = "
012200                 WS-CSQ-STATUS
012300         MOVE 8 TO RETURN-CODE
012400         GOBACK
012500     END-IF.
012600     OPEN I-O STAT-FILE.
012700     IF WS-CST-NOT-FOUND
012800         OPEN OUTPUT STAT-FILE
012900         CLOSE STAT-FILE
013000         OPEN I-O STAT-FILE
013100     END-IF.
013200     IF NOT WS-CST-OK
013300         DISPLAY "XMASCSL - UNABLE TO OPEN CARDSTAT, STATUS = "
013400                 WS-CST-STATUS
013500         DISPLAY "XMASCSL - THE OLD FLAT CARDSTAT MUST BE RENAMED"
013600                 " TO CARDSTSQ BEFORE THE LOAD"
013700         CLOSE OLD-STAT-FILE
013800         MOVE 8 TO RETURN-CODE
013900         GOBACK
014000     END-IF.
014100     PERFORM 1900-READ-OLD-STAT THRU 1900-EXIT.
014200 1000-EXIT.
014300     EXIT.
014400*
014500******************************************************************
014600* 1900-READ-OLD-STAT - READ THE NEXT FLAT CARDSTSQ RECORD        *
014700******************************************************************
014800 1900-READ-OLD-STAT.
014900     READ OLD-STAT-FILE
015000         AT END
015100             SET WS-EOF TO TRUE
015200     END-READ.
015300     IF NOT WS-EOF
015400         ADD 1 TO WS-READ-COUNT
015500     END-IF.
015600 1900-EXIT.
015700     EXIT.
015800*
015900******************************************************************
016000* 2000-LOAD-ONE-RECORD - EDIT ONE OLD RECORD AND WRITE IT TO THE *
016100*                        KEYED CARDSTAT WITH A BLANK GREETING    *
016200*                        CODE. A KEY ALREADY LOADED IS REWRITTEN *
016300*                        WITH THE LATER RECORD.                  *
016400******************************************************************
016500 2000-LOAD-ONE-RECORD.
016600     IF CSQ-RCP-ID = SPACES
016700      OR CSQ-STATUS = SPACE
016800      OR CSQ-RUN-DATE = SPACES
016900      OR CSQ-PAGE-NUMBER NOT NUMERIC
017000         ADD 1 TO WS-REJECT-COUNT
017100         DISPLAY "XMASCSL - RECORD " WS-READ-COUNT
017200                 " NOT LOADED: " CSQ-KEY
017300     ELSE
017400         MOVE SPACES TO CST-RECORD
017500         MOVE CSQ-RCP-ID      TO CST-RCP-ID
017600         MOVE CSQ-STATUS      TO CST-STATUS
017700         MOVE CSQ-RUN-DATE    TO CST-RUN-DATE
017800         MOVE CSQ-PAGE-NUMBER TO CST-PAGE-NUMBER
017900         WRITE CST-RECORD
018000             INVALID KEY
018100                 REWRITE CST-RECORD
018200                 ADD 1 TO WS-REPLACE-COUNT
018300             NOT INVALID KEY
018400                 ADD 1 TO WS-LOAD-COUNT
018500         END-WRITE
018600     END-IF.
018700     PERFORM 1900-READ-OLD-STAT THRU 1900-EXIT.
018800 2000-EXIT.
018900     EXIT.
019000*
019100******************************************************************
019200* 9000-TERMINATE - CLOSE THE DATASETS AND LOG THE COUNTS         *
019300******************************************************************
019400 9000-TERMINATE.
019500     CLOSE OLD-STAT-FILE.
019600     CLOSE STAT-FILE.
019700     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
019800     DISPLAY "XMASCSL - CARDSTSQ RECORDS READ: " WS-EDIT-COUNT.
019900     MOVE WS-LOAD-COUNT TO WS-EDIT-COUNT.
020000     DISPLAY "XMASCSL - CARDSTAT RECORDS LOADED: " WS-EDIT-COUNT.
020100     MOVE WS-REPLACE-COUNT TO WS-EDIT-COUNT.
020200     DISPLAY "XMASCSL - REPEATED KEYS REWRITTEN: " WS-EDIT-COUNT.
020300     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
020400     DISPLAY "XMASCSL - RECORDS NOT LOADED: " WS-EDIT-COUNT.
020500 9000-EXIT.
020600     EXIT.
020700*
020800 END PROGRAM XMASCSL.
