002300*   --------------------------------------------------------------
002400*   2026-09-03  FM  INITIAL VERSION - SCREEN FRONT END IN THE
002500*                   STYLE OF XMASMNT, FOR THE DECEMBER CRUNCH.
002510*   2026-10-15  FM  CARD HISTORY IS FETCHED BY POSITIONING ON THE
002520*                   ID IN THE NOW-INDEXED CARDSTAT INSTEAD OF
002530*                   READING THE WHOLE SEASON FOR EVERY INQUIRY,
002535*                   AND SHOWN NEWEST RUN DATE FIRST.
002540*   2026-10-15  FM  SHOW THE R (REPRINTED) CARDSTAT STATUS.
002550*   2026-10-15  FM  SHOW SUSPENSE REASON 05 (SUSPECTED DUPLICATE
002560*                   PERSON) WITH THE ID IT MATCHED.
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003300         RECORD KEY IS RCP-ID
003400         FILE STATUS IS WS-RCP-STATUS.
003500     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
003600         ORGANIZATION IS INDEXED
003610         ACCESS MODE IS SEQUENTIAL
003620         RECORD KEY IS CST-KEY
003630         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
003700         FILE STATUS IS WS-CST-STATUS.
003800     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
003900         ORGANIZATION IS INDEXED
004600 FD  RECIP-FILE.
004700     COPY XMRECIP.
004800*
004900 FD  STAT-FILE.
005100     COPY XMCRDST.
005200*
005300 FD  SUSP-FILE.
006800     88  WS-SUS-OPEN             VALUE "Y".
006900 77  WS-HIST-COUNT       PIC 99    VALUE ZEROES.
007000 77  WS-HIST-SHOWN       PIC 99    VALUE ZEROES.
007010 77  WS-HIST-FILLED      PIC 99    VALUE ZEROES.
007020 77  WS-HIST-SLOT        PIC 99    VALUE ZEROES.
007030 77  WS-HIST-INDEX       PIC 99    VALUE ZEROES.
007100 01  WS-TODAY            PIC X(08) VALUE SPACES.
007200 01  WS-SEASON-YEAR      PIC X(04) VALUE SPACES.
007300 01  WS-SCR-RCP-ID       PIC X(06) VALUE SPACES.
008900 01  WS-HIST-LINE        PIC X(40) VALUE SPACES.
009000 01  WS-STATUS-TEXT      PIC X(14) VALUE SPACES.
009100 01  WS-REASON-TEXT      PIC X(25) VALUE SPACES.
009110*    THE SIX NEWEST CARDSTAT ENTRIES OF THE SEASON, NEWEST RUN
009120*    DATE FIRST. CARDSTAT HANDS THEM OVER IN KEY ORDER (STATUS,
009130*    THEN RUN DATE), SO EACH IS SLOTTED IN AS IT IS READ; THE
009140*    SEVENTH ENTRY IS ONLY THE ONE PUSHED OFF THE END.
009150 01  WS-HIST-TABLE.
009160     05  WS-HST-ENTRY OCCURS 7 TIMES.
009170         10  WS-HST-STATUS        PIC X(01).
009180         10  WS-HST-RUN-DATE      PIC X(08).
009190         10  WS-HST-PAGE          PIC 9(04).
009200*
009300 SCREEN SECTION.
009400 01  INQ-KEY-SCREEN.
022300     EXIT.
022400*
022500******************************************************************
022600* 2200-FETCH-CARD-HISTORY - POSITION CARDSTAT ON THE ID'S FIRST  *
022610*                  KEY AND READ ITS ENTRIES FORWARD, KEEPING     *
022700*                  THE CURRENT SEASON'S (RUN DATES IN THIS       *
022800*                  YEAR) NEWEST FIRST, THEN FILL THE SIX HISTORY *
022900*                  LINES. MORE THAN SIX ARE COUNTED ON THE LAST  *
023000*                  LINE. A MISSING CARDSTAT SHOWS NO HISTORY.    *
023100******************************************************************
023200 2200-FETCH-CARD-HISTORY.
023300     MOVE SPACES TO WS-SCR-HIST1.
023800     MOVE SPACES TO WS-SCR-HIST6.
023900     MOVE ZEROES TO WS-HIST-COUNT.
024000     MOVE ZEROES TO WS-HIST-SHOWN.
024010     MOVE ZEROES TO WS-HIST-FILLED.
024020     MOVE SPACES TO WS-HIST-TABLE.
024100     MOVE "N" TO WS-CST-EOF-SW.
024200     OPEN INPUT STAT-FILE.
024300     IF WS-CST-OK
024310         MOVE WS-SCR-RCP-ID TO CST-RCP-ID
024320         MOVE LOW-VALUES TO CST-STAT-DATE
024330         START STAT-FILE KEY IS NOT LESS THAN CST-KEY
024340             INVALID KEY
024350                 SET WS-CST-EOF TO TRUE
024360         END-START
024400         PERFORM 2250-SCAN-ONE-STATUS THRU 2250-EXIT
024500             UNTIL WS-CST-EOF
024600         CLOSE STAT-FILE
024700     END-IF.
024710     PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
024720             UNTIL WS-HIST-INDEX > WS-HIST-FILLED
024730         PERFORM 2280-BUILD-HIST-LINE THRU 2280-EXIT
024740     END-PERFORM.
024800     IF WS-HIST-COUNT = ZEROES
024900         MOVE "NO CARD THIS SEASON" TO WS-SCR-HIST1
025000     END-IF.
025900     EXIT.
026000*
026100******************************************************************
026200* 2250-SCAN-ONE-STATUS - READ THE NEXT CARDSTAT RECORD. THE      *
026300*                        FIRST KEY OF ANOTHER ID ENDS THE SCAN;  *
026400*                        THE KEYED ID'S CURRENT-SEASON RECORDS   *
026500*                        ARE SLOTTED INTO THE HISTORY TABLE.     *
026600******************************************************************
026700 2250-SCAN-ONE-STATUS.
026800     READ STAT-FILE NEXT RECORD
026900         AT END
027000             SET WS-CST-EOF TO TRUE
027100         NOT AT END
027110             IF CST-RCP-ID NOT = WS-SCR-RCP-ID
027120                 SET WS-CST-EOF TO TRUE
027130             END-IF
027200             IF CST-RCP-ID = WS-SCR-RCP-ID
027300              AND CST-RUN-DATE(1:4) = WS-SEASON-YEAR
027400                 ADD 1 TO WS-HIST-COUNT
027600                 PERFORM 2260-SLOT-HIST-ENTRY THRU 2260-EXIT
027800             END-IF
027900     END-READ.
028000 2250-EXIT.
028100     EXIT.
028201*
028202******************************************************************
028203* 2260-SLOT-HIST-ENTRY - FIND WHERE THE ENTRY JUST READ GOES IN  *
028204*                        THE NEWEST-FIRST TABLE, SHIFT THE OLDER *
028205*                        ENTRIES DOWN ONE AND PUT IT THERE. AN   *
028206*                        ENTRY OLDER THAN A FULL TABLE'S SIX IS  *
028207*                        ONLY COUNTED.                           *
028208******************************************************************
028209 2260-SLOT-HIST-ENTRY.
028210     PERFORM VARYING WS-HIST-SLOT FROM 1 BY 1
028211             UNTIL WS-HIST-SLOT > WS-HIST-FILLED
028212                OR CST-RUN-DATE > WS-HST-RUN-DATE(WS-HIST-SLOT)
028213         CONTINUE
028214     END-PERFORM.
028215     IF WS-HIST-SLOT < 7
028216         PERFORM VARYING WS-HIST-INDEX FROM WS-HIST-FILLED BY -1
028217                 UNTIL WS-HIST-INDEX < WS-HIST-SLOT
028218             MOVE WS-HST-ENTRY(WS-HIST-INDEX)
028219               TO WS-HST-ENTRY(WS-HIST-INDEX + 1)
028220         END-PERFORM
028221         MOVE CST-STATUS      TO WS-HST-STATUS(WS-HIST-SLOT)
028222         MOVE CST-RUN-DATE    TO WS-HST-RUN-DATE(WS-HIST-SLOT)
028223         MOVE CST-PAGE-NUMBER TO WS-HST-PAGE(WS-HIST-SLOT)
028224         IF WS-HIST-FILLED < 6
028225             ADD 1 TO WS-HIST-FILLED
028226         END-IF
028227     END-IF.
028228 2260-EXIT.
028229     EXIT.
028230*
028300******************************************************************
028400* 2280-BUILD-HIST-LINE - FORMAT ONE HISTORY TABLE ENTRY (STATUS  *
028500*                        TEXT, RUN DATE, PAGE NUMBER) INTO THE   *
028600*                        NEXT FREE SCREEN LINE.                  *
028700******************************************************************
028800 2280-BUILD-HIST-LINE.
028900     EVALUATE WS-HST-STATUS(WS-HIST-INDEX)
029000         WHEN "P"
029100             MOVE "PRINTED" TO WS-STATUS-TEXT
029200         WHEN "E"
029500             MOVE "GW DELIVERED" TO WS-STATUS-TEXT
029600         WHEN "B"
029700             MOVE "GW BOUNCED" TO WS-STATUS-TEXT
029710         WHEN "R"
029720             MOVE "REPRINTED" TO WS-STATUS-TEXT
029800         WHEN OTHER
029900             MOVE "UNKNOWN" TO WS-STATUS-TEXT
030000     END-EVALUATE.
030100     MOVE SPACES TO WS-HIST-LINE.
030200     MOVE WS-STATUS-TEXT TO WS-HIST-LINE(1:14).
030300     MOVE WS-HST-RUN-DATE(WS-HIST-INDEX)
030310       TO WS-HIST-LINE(16:8).
030400     MOVE "PAGE" TO WS-HIST-LINE(26:4).
030500     MOVE WS-HST-PAGE(WS-HIST-INDEX) TO WS-HIST-LINE(31:4).
030600     ADD 1 TO WS-HIST-SHOWN.
030700     EVALUATE WS-HIST-SHOWN
030800         WHEN 1
034600                     WHEN "04"
034700                         MOVE "UNKNOWN DEPARTMENT"
034800                           TO WS-REASON-TEXT
034820                     WHEN "05"
034840                         MOVE SPACES TO WS-REASON-TEXT
034850                         STRING "DUPLICATE OF " DELIMITED BY SIZE
034860                                SUS-MATCH-ID    DELIMITED BY SIZE
034870                           INTO WS-REASON-TEXT
034900                     WHEN OTHER
035000                         MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
035100                 END-EVALUATE
