000100******************************************************************
000200* PROGRAM   : XMASCHG                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : DEPARTMENT CHARGEBACK. PRICES THE CARDSTAT         *
000500*             ACTIVITY OF A CHGPARM DATE RANGE AT THE COST RATES *
000600*             KEPT ON REFFILE (SECTION C) - A PRINTED CARD (P),  *
000700*             A CARD THE EMAIL GATEWAY ANSWERED FOR (D OR B) AND *
000800*             A BOUNCED CARD THAT WAS REPRINTED (AN R WITH A B   *
000900*             FOR THE SAME ID AND RUN DATE) - CHARGES EACH TO    *
001000*             THE RECIPIENT'S DEPARTMENT ON RECIPFIL, PRINTS THE *
001100*             CHGRPT CHARGEBACK REPORT BY DEPARTMENT WITH SEASON *
001200*             TOTALS, AND WRITES THE GLJRNL JOURNAL: ONE DEBIT   *
001300*             PER DEPARTMENT AND ONE OFFSETTING CREDIT TO THE    *
001400*             OPERATIONS COST CENTRE. A P FROM AN EXPORT-ONLY    *
001410*             RUN (RUNCTL SHOWS OUTPUT MODE E FOR ITS RUN DATE)  *
001420*             WAS NEVER PRINTED AND IS NOT CHARGED - ITS GATEWAY *
001430*             ANSWER ALREADY IS. RETURN CODE 4 WHEN A RATE IS    *
001500*             MISSING FROM REFFILE.                              *
001600* CPD       : IBM                                                *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.     XMASCHG.
002000 AUTHOR.         FABIO MARQUES.
002100 INSTALLATION.   FMARQUES-ETI.
002200 DATE-WRITTEN.   2026-10-15.
002300 DATE-COMPILED.
002400*
002500*   MODIFICATION HISTORY
002600*   --------------------------------------------------------------
002700*   2026-10-15  FM  INITIAL VERSION - FINANCE WANTS THE CARD RUN
002800*                   PAID FOR BY THE DEPARTMENTS THAT SEND THE
002900*                   CARDS INSTEAD OF SITTING IN THE OPERATIONS
003000*                   BUDGET, AND WANTS IT AS A GL JOURNAL RATHER
003100*                   THAN A SPREADSHEET.
003110*   2026-10-15  FM  CARDS OF AN EXPORT-ONLY RUN WERE CHARGED AS
003120*                   PRINTED AS WELL AS EXPORTED. THE RUN'S OUTPUT
003130*                   MODE IS NOW TAKEN FROM RUNCTL.
003140*   2026-10-15  FM  SEASON TRAILER COUNTS WERE OVERPRINTED BY THE
003150*                   AMOUNTS THAT FOLLOW THEM.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CHGPARM-FILE ASSIGN TO "CHGPARM"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CHGP-STATUS.
003900     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS RCP-ID
004300         FILE STATUS IS WS-RCP-STATUS.
004400     SELECT STAT-FILE ASSIGN TO "CARDSTAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS CST-KEY
004800         ALTERNATE RECORD KEY IS CST-STAT-DATE WITH DUPLICATES
004900         FILE STATUS IS WS-CST-STATUS.
005000     SELECT STAT-CHECK-FILE ASSIGN TO "CARDSTAT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CSK-KEY
005400         ALTERNATE RECORD KEY IS CSK-STAT-DATE WITH DUPLICATES
005500         FILE STATUS IS WS-CSK-STATUS.
005510     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS RANDOM
005540         RECORD KEY IS RNC-RUN-DATE
005550         FILE STATUS IS WS-RNC-STATUS.
005600     SELECT SORT-FILE ASSIGN TO "SORTWK".
005700     SELECT GL-FILE ASSIGN TO "GLJRNL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-GL-STATUS.
006000     SELECT REPORT-FILE ASSIGN TO "CHGRPT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RPT-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CHGPARM-FILE
006700     RECORDING MODE IS F.
006800     COPY XMCHGPRM.
006900*
007000 FD  RECIP-FILE.
007100     COPY XMRECIP.
007200*
007300 FD  STAT-FILE.
007400     COPY XMCRDST.
007500*
007600 FD  STAT-CHECK-FILE.
007700     COPY XMCRDST REPLACING CST-RECORD      BY CSK-RECORD
007800                            CST-KEY         BY CSK-KEY
007900                            CST-RCP-ID      BY CSK-RCP-ID
008000                            CST-STAT-DATE   BY CSK-STAT-DATE
008100                            CST-STATUS      BY CSK-STATUS
008200                            CST-PRINTED     BY CSK-PRINTED
008300                            CST-DELIVERED   BY CSK-DELIVERED
008400                            CST-BOUNCED     BY CSK-BOUNCED
008500                            CST-REPRINTED   BY CSK-REPRINTED
008600                            CST-RUN-DATE    BY CSK-RUN-DATE
008700                            CST-PAGE-NUMBER BY CSK-PAGE-NUMBER
008800                            CST-MSG-CODE    BY CSK-MSG-CODE.
008900*
008910 FD  RUNCTL-FILE.
008920     COPY XMRUNCTL.
008930*
009000*    ONE CHARGEABLE CARD EVENT, SORTED BY THE DEPARTMENT IT IS
009100*    CHARGED TO. THE RATE CODE SAYS WHICH REFFILE RATE PRICES IT.
009200 SD  SORT-FILE.
009300 01  CHS-RECORD.
009400     05  CHS-DEPT                 PIC X(10).
009500     05  CHS-RATE-CODE            PIC X(01).
009600         88  CHS-PRINTED              VALUE "P".
009700         88  CHS-EXPORTED             VALUE "E".
009800         88  CHS-REPRINTED            VALUE "R".
009900*
010000 FD  GL-FILE
010100     RECORDING MODE IS F.
010200     COPY XMGLJRN.
010300*
010400 FD  REPORT-FILE
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 132 CHARACTERS
010700     RECORDING MODE IS F.
010800     COPY XMPRTLN.
010900*
011000 WORKING-STORAGE SECTION.
011100 77  WS-CHGP-STATUS      PIC X(02) VALUE SPACES.
011200     88  WS-CHGP-OK              VALUE "00".
011300 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
011400     88  WS-RCP-OK               VALUE "00".
011500 77  WS-CST-STATUS       PIC X(02) VALUE SPACES.
011600     88  WS-CST-OK               VALUE "00".
011700 77  WS-CSK-STATUS       PIC X(02) VALUE SPACES.
011800     88  WS-CSK-OK               VALUE "00".
011810 77  WS-RNC-STATUS       PIC X(02) VALUE SPACES.
011820     88  WS-RNC-OK               VALUE "00".
011830     88  WS-RNC-NOT-FOUND        VALUE "35".
011900 77  WS-GL-STATUS        PIC X(02) VALUE SPACES.
012000     88  WS-GL-OK                VALUE "00".
012100 77  WS-RPT-STATUS       PIC X(02) VALUE SPACES.
012200     88  WS-RPT-OK               VALUE "00".
012300 77  WS-CST-EOF-SW       PIC X(01) VALUE "N".
012400     88  WS-CST-EOF              VALUE "Y".
012500 77  WS-SORT-EOF-SW      PIC X(01) VALUE "N".
012600     88  WS-SORT-EOF             VALUE "Y".
012700 77  WS-PARM-FOUND-SW    PIC X(01) VALUE "N".
012800     88  WS-PARM-FOUND           VALUE "Y".
012900 77  WS-DEPT-OPEN-SW     PIC X(01) VALUE "N".
013000     88  WS-DEPT-OPEN            VALUE "Y".
013100 77  WS-RATE-MISSING-SW  PIC X(01) VALUE "N".
013200     88  WS-RATE-MISSING         VALUE "Y".
013300 77  WS-PRT-RATE-SW      PIC X(01) VALUE "N".
013400     88  WS-PRT-RATE-FOUND       VALUE "Y".
013500 77  WS-EXP-RATE-SW      PIC X(01) VALUE "N".
013600     88  WS-EXP-RATE-FOUND       VALUE "Y".
013700 77  WS-RPR-RATE-SW      PIC X(01) VALUE "N".
013800     88  WS-RPR-RATE-FOUND       VALUE "Y".
013810 77  WS-RNC-OPEN-SW      PIC X(01) VALUE "N".
013820     88  WS-RNC-OPEN             VALUE "Y".
013830 77  WS-EXPORT-ONLY-SW   PIC X(01) VALUE "N".
013840     88  WS-EXPORT-ONLY-RUN      VALUE "Y".
013900 77  WS-RATE-INDEX       PIC 9(02) VALUE ZEROES.
014000 77  WS-READ-COUNT       PIC 9(06) VALUE ZEROES.
014100 77  WS-SELECT-COUNT     PIC 9(06) VALUE ZEROES.
014200 77  WS-CHARGE-COUNT     PIC 9(06) VALUE ZEROES.
014300 77  WS-RPR-FREE-COUNT   PIC 9(06) VALUE ZEROES.
014310 77  WS-NOT-PRINTED-COUNT PIC 9(06) VALUE ZEROES.
014400 77  WS-DEPT-COUNT       PIC 9(06) VALUE ZEROES.
014500 77  WS-GL-ENTRY-COUNT   PIC 9(06) VALUE ZEROES.
014600 01  WS-TODAY            PIC X(08) VALUE SPACES.
014700 01  WS-FROM-DATE        PIC X(08) VALUE SPACES.
014800 01  WS-TO-DATE          PIC X(08) VALUE SPACES.
014900 01  WS-POST-DATE        PIC X(08) VALUE SPACES.
015000 01  WS-OPS-COST-CENTRE  PIC X(10) VALUE SPACES.
015100 01  WS-DEBIT-ACCOUNT    PIC X(10) VALUE SPACES.
015200 01  WS-CREDIT-ACCOUNT   PIC X(10) VALUE SPACES.
015300 01  WS-CHG-CODE         PIC X(01) VALUE SPACES.
015310*    THE RUN DATE WHOSE RUNCTL OUTPUT MODE WAS LAST LOOKED UP.
015320 01  WS-MODE-RUN-DATE    PIC X(08) VALUE SPACES.
015400*    CHARGES FOR A RECIPIENT NO LONGER ON RECIPFIL (OR WITH NO
015500*    DEPARTMENT) CANNOT BE CHARGED BACK. THEY ARE REPORTED UNDER
015600*    THIS NAME AND STAY WITH OPERATIONS - NO GL DEBIT IS WRITTEN.
015700 01  WS-UNKNOWN-DEPT     PIC X(10) VALUE "*UNKNOWN*".
015800*    THE COST RATES IN EFFECT, PICKED UP FROM THE XMREFTBL TABLES.
015900 01  WS-RATES.
016000     05  WS-RATE-PRINTED     PIC 9(03)V99 VALUE ZEROES.
016100     05  WS-RATE-EXPORTED    PIC 9(03)V99 VALUE ZEROES.
016200     05  WS-RATE-REPRINTED   PIC 9(03)V99 VALUE ZEROES.
016300*    THE DEPARTMENT BEING ACCUMULATED IN THE OUTPUT PROCEDURE.
016400 01  WS-DEPT-TOTALS.
016500     05  WS-CUR-DEPT         PIC X(10) VALUE SPACES.
016600     05  WS-DEPT-PRINTED     PIC 9(06) VALUE ZEROES.
016700     05  WS-DEPT-EXPORTED    PIC 9(06) VALUE ZEROES.
016800     05  WS-DEPT-REPRINTED   PIC 9(06) VALUE ZEROES.
016900     05  WS-DEPT-PRT-AMT     PIC 9(07)V99 VALUE ZEROES.
017000     05  WS-DEPT-EXP-AMT     PIC 9(07)V99 VALUE ZEROES.
017100     05  WS-DEPT-RPR-AMT     PIC 9(07)V99 VALUE ZEROES.
017200     05  WS-DEPT-AMT         PIC 9(07)V99 VALUE ZEROES.
017300*    SEASON TOTALS OVER EVERY DEPARTMENT, UNKNOWN INCLUDED.
017400 01  WS-SEASON-TOTALS.
017500     05  WS-TOT-PRINTED      PIC 9(06) VALUE ZEROES.
017600     05  WS-TOT-EXPORTED     PIC 9(06) VALUE ZEROES.
017700     05  WS-TOT-REPRINTED    PIC 9(06) VALUE ZEROES.
017800     05  WS-TOT-PRT-AMT      PIC 9(09)V99 VALUE ZEROES.
017900     05  WS-TOT-EXP-AMT      PIC 9(09)V99 VALUE ZEROES.
018000     05  WS-TOT-RPR-AMT      PIC 9(09)V99 VALUE ZEROES.
018100     05  WS-TOT-AMT          PIC 9(09)V99 VALUE ZEROES.
018200     05  WS-TOT-DEBITS       PIC 9(09)V99 VALUE ZEROES.
018300     05  WS-TOT-CREDITS      PIC 9(09)V99 VALUE ZEROES.
018400     05  WS-TOT-UNKNOWN-AMT  PIC 9(09)V99 VALUE ZEROES.
018500 01  WS-EDIT-COUNT       PIC ZZZZZ9.
018600 01  WS-EDIT-RATE        PIC ZZ9.99.
018700 01  WS-EDIT-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
018800 01  WS-EDIT-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
018900     COPY XMREFTBL.
019000*
019100 PROCEDURE DIVISION.
019200*
019300******************************************************************
019400* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE JOB. THE PRICED   *
019500*                 CARD EVENTS ARE SORTED BY DEPARTMENT AND       *
019600*                 CHARGED ONE DEPARTMENT AT A TIME.              *
019700******************************************************************
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020000     SORT SORT-FILE
020100         ON ASCENDING KEY CHS-DEPT
020200         INPUT PROCEDURE IS 2000-PRICE-ACTIVITY
020300                        THRU 2000-EXIT
020400         OUTPUT PROCEDURE IS 3000-CHARGE-DEPARTMENTS
020500                        THRU 3000-EXIT.
020600     PERFORM 3800-WRITE-GL-CREDIT THRU 3800-EXIT.
020700     PERFORM 3900-WRITE-TRAILER THRU 3900-EXIT.
020800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020900     IF WS-RATE-MISSING
021000         MOVE 4 TO RETURN-CODE
021100     END-IF.
021200     GOBACK.
021300*
021400******************************************************************
021500* 1000-INITIALIZE - READ CHGPARM, LOAD THE COST RATES, OPEN THE  *
021600*                   DATASETS AND WRITE THE REPORT AND JOURNAL    *
021700*                   HEADERS. WITHOUT A CHGPARM NAMING THE        *
021800*                   OPERATIONS COST CENTRE AND BOTH GL ACCOUNTS  *
021900*                   THERE IS NO JOURNAL TO WRITE, SO THE JOB     *
022000*                   STOPS.                                       *
022100******************************************************************
022200 1000-INITIALIZE.
022300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
022400     OPEN INPUT CHGPARM-FILE.
022500     IF WS-CHGP-OK
022600         READ CHGPARM-FILE
022700             AT END
022800                 CONTINUE
022900             NOT AT END
023000                 SET WS-PARM-FOUND TO TRUE
023100                 MOVE CHGP-FROM-DATE TO WS-FROM-DATE
023200                 MOVE CHGP-TO-DATE   TO WS-TO-DATE
023300                 MOVE CHGP-POST-DATE TO WS-POST-DATE
023400                 MOVE CHGP-OPS-COST-CENTRE TO WS-OPS-COST-CENTRE
023500                 MOVE CHGP-DEBIT-ACCOUNT TO WS-DEBIT-ACCOUNT
023600                 MOVE CHGP-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
023700         END-READ
023800         CLOSE CHGPARM-FILE
023900     END-IF.
024000     IF NOT WS-PARM-FOUND
024100         DISPLAY "XMASCHG - CHGPARM IS MISSING OR EMPTY"
024200         MOVE 8 TO RETURN-CODE
024300         GOBACK
024400     END-IF.
024500     IF WS-OPS-COST-CENTRE = SPACES
024600      OR WS-DEBIT-ACCOUNT = SPACES
024700      OR WS-CREDIT-ACCOUNT = SPACES
024800         DISPLAY "XMASCHG - CHGPARM MUST NAME THE OPERATIONS "
024900                 "COST CENTRE AND BOTH GL ACCOUNTS"
025000         MOVE 8 TO RETURN-CODE
025100         GOBACK
025200     END-IF.
025300     IF WS-POST-DATE = SPACES
025400         MOVE WS-TODAY TO WS-POST-DATE
025500     END-IF.
025600     CALL "XMASRFL" USING REFT-TABLES.
025700     PERFORM 1150-LOAD-RATES THRU 1150-EXIT.
025800     OPEN INPUT STAT-FILE.
025900     IF NOT WS-CST-OK
026000         DISPLAY "XMASCHG - UNABLE TO OPEN CARDSTAT, STATUS = "
026100                 WS-CST-STATUS
026200         MOVE 8 TO RETURN-CODE
026300         GOBACK
026400     END-IF.
026500     OPEN INPUT STAT-CHECK-FILE.
026600     IF NOT WS-CSK-OK
026700         DISPLAY "XMASCHG - UNABLE TO OPEN CARDSTAT, STATUS = "
026800                 WS-CSK-STATUS
026900         MOVE 8 TO RETURN-CODE
027000         GOBACK
027100     END-IF.
027200     OPEN INPUT RECIP-FILE.
027300     IF NOT WS-RCP-OK
027400         DISPLAY "XMASCHG - UNABLE TO OPEN RECIPFIL, STATUS = "
027500                 WS-RCP-STATUS
027600         MOVE 8 TO RETURN-CODE
027700         GOBACK
027800     END-IF.
027810     OPEN INPUT RUNCTL-FILE.
027820     IF WS-RNC-OK
027830         SET WS-RNC-OPEN TO TRUE
027840     ELSE
027850         IF NOT WS-RNC-NOT-FOUND
027860             DISPLAY "XMASCHG - UNABLE TO OPEN RUNCTL, STATUS = "
027870                     WS-RNC-STATUS
027880             MOVE 8 TO RETURN-CODE
027890             GOBACK
027895         END-IF
027897     END-IF.
027900     OPEN OUTPUT GL-FILE.
028000     IF NOT WS-GL-OK
028100         DISPLAY "XMASCHG - UNABLE TO OPEN GLJRNL, STATUS = "
028200                 WS-GL-STATUS
028300         MOVE 8 TO RETURN-CODE
028400         GOBACK
028500     END-IF.
028600     OPEN OUTPUT REPORT-FILE.
028700     IF NOT WS-RPT-OK
028800         DISPLAY "XMASCHG - UNABLE TO OPEN CHGRPT, STATUS = "
028900                 WS-RPT-STATUS
029000         MOVE 8 TO RETURN-CODE
029100         GOBACK
029200     END-IF.
029300     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT.
029400     PERFORM 1200-WRITE-GL-HEADER THRU 1200-EXIT.
029500 1000-EXIT.
029600     EXIT.
029700*
029800******************************************************************
029900* 1100-WRITE-HEADER - WRITE THE REPORT TITLE, THE SELECTION      *
030000*                     RANGE, THE RATES IN EFFECT AND THE COLUMN  *
030100*                     HEADINGS.                                  *
030200******************************************************************
030300 1100-WRITE-HEADER.
030400     MOVE SPACES TO PRT-RECORD.
030500     MOVE "1" TO PRT-CTL.
030600     STRING "XMASCHG DEPARTMENT CHARGEBACK"
030700                          DELIMITED BY SIZE
030800            "   POSTING DATE: "
030900                          DELIMITED BY SIZE
031000            WS-POST-DATE  DELIMITED BY SIZE
031100       INTO PRT-TEXT.
031200     WRITE PRT-RECORD.
031300     MOVE SPACES TO PRT-RECORD.
031400     MOVE "0" TO PRT-CTL.
031500     IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
031600         MOVE "SELECTION: ALL RUN DATES ON CARDSTAT" TO PRT-TEXT
031700     ELSE
031800         STRING "SELECTION: FROM " DELIMITED BY SIZE
031900                WS-FROM-DATE       DELIMITED BY SIZE
032000                " TO "             DELIMITED BY SIZE
032100                WS-TO-DATE         DELIMITED BY SIZE
032200           INTO PRT-TEXT
032300     END-IF.
032400     WRITE PRT-RECORD.
032500     MOVE SPACES TO PRT-RECORD.
032600     MOVE " " TO PRT-CTL.
032700     MOVE "RATES:     PRINTED" TO PRT-TEXT(1:18).
032800     MOVE WS-RATE-PRINTED TO WS-EDIT-RATE.
032900     MOVE WS-EDIT-RATE TO PRT-TEXT(20:6).
033000     MOVE "EXPORTED" TO PRT-TEXT(29:8).
033100     MOVE WS-RATE-EXPORTED TO WS-EDIT-RATE.
033200     MOVE WS-EDIT-RATE TO PRT-TEXT(38:6).
033300     MOVE "BOUNCED AND REPRINTED" TO PRT-TEXT(47:21).
033400     MOVE WS-RATE-REPRINTED TO WS-EDIT-RATE.
033500     MOVE WS-EDIT-RATE TO PRT-TEXT(69:6).
033600     WRITE PRT-RECORD.
033700     MOVE SPACES TO PRT-RECORD.
033800     MOVE "0" TO PRT-CTL.
033900     MOVE "DEPARTMENT" TO PRT-TEXT(1:10).
034000     MOVE "PRINTED" TO PRT-TEXT(12:7).
034100     MOVE "AMOUNT" TO PRT-TEXT(27:6).
034200     MOVE "EXPORTED" TO PRT-TEXT(34:8).
034300     MOVE "AMOUNT" TO PRT-TEXT(49:6).
034400     MOVE "REPRINTED" TO PRT-TEXT(55:9).
034500     MOVE "AMOUNT" TO PRT-TEXT(71:6).
034600     MOVE "CHARGED" TO PRT-TEXT(86:7).
034700     WRITE PRT-RECORD.
034800 1100-EXIT.
034900     EXIT.
035000*
035100******************************************************************
035200* 1150-LOAD-RATES - PICK THE THREE COST RATES OUT OF THE LOADED  *
035300*                   RATE TABLE. A RATE NOT ON REFFILE PRICES ITS *
035400*                   CARDS AT ZERO - THE ACTIVITY IS STILL        *
035500*                   COUNTED AND THE RUN ENDS WITH RETURN CODE 4  *
035600*                   SO THE RATE CAN BE ADDED AND THE JOB RERUN.  *
035700******************************************************************
035800 1150-LOAD-RATES.
035900     PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
036000             UNTIL WS-RATE-INDEX > REFT-RATE-COUNT
036100         EVALUATE REFT-RATE-CODE(WS-RATE-INDEX)
036200             WHEN "P"
036300                 MOVE REFT-RATE-AMOUNT(WS-RATE-INDEX)
036400                   TO WS-RATE-PRINTED
036500                 SET WS-PRT-RATE-FOUND TO TRUE
036600             WHEN "E"
036700                 MOVE REFT-RATE-AMOUNT(WS-RATE-INDEX)
036800                   TO WS-RATE-EXPORTED
036900                 SET WS-EXP-RATE-FOUND TO TRUE
037000             WHEN "R"
037100                 MOVE REFT-RATE-AMOUNT(WS-RATE-INDEX)
037200                   TO WS-RATE-REPRINTED
037300                 SET WS-RPR-RATE-FOUND TO TRUE
037400         END-EVALUATE
037500     END-PERFORM.
037600     IF NOT WS-PRT-RATE-FOUND
037700         DISPLAY "XMASCHG - NO P (PRINTED) COST RATE ON REFFILE"
037800                 " - PRINTED CARDS PRICED AT ZERO"
037900         SET WS-RATE-MISSING TO TRUE
038000     END-IF.
038100     IF NOT WS-EXP-RATE-FOUND
038200         DISPLAY "XMASCHG - NO E (EXPORTED) COST RATE ON REFFILE"
038300                 " - EXPORTED CARDS PRICED AT ZERO"
038400         SET WS-RATE-MISSING TO TRUE
038500     END-IF.
038600     IF NOT WS-RPR-RATE-FOUND
038700         DISPLAY "XMASCHG - NO R (REPRINTED) COST RATE ON REFFILE"
038800                 " - REPRINTS PRICED AT ZERO"
038900         SET WS-RATE-MISSING TO TRUE
039000     END-IF.
039100 1150-EXIT.
039200     EXIT.
039300*
039400******************************************************************
039500* 1200-WRITE-GL-HEADER - OPEN THE JOURNAL WITH ITS H RECORD.     *
039600******************************************************************
039700 1200-WRITE-GL-HEADER.
039800     MOVE SPACES TO GLJ-RECORD.
039900     MOVE "H" TO GLJ-REC-TYPE.
040000     MOVE "XMASCHG" TO GLJ-SOURCE.
040100     MOVE WS-POST-DATE TO GLJ-HDR-POST-DATE.
040200     MOVE WS-FROM-DATE TO GLJ-FROM-DATE.
040300     MOVE WS-TO-DATE TO GLJ-TO-DATE.
040400     WRITE GLJ-RECORD.
040500 1200-EXIT.
040600     EXIT.
040700*
040800******************************************************************
040900* 1900-READ-STAT - READ THE NEXT CARDSTAT RECORD.                *
041000******************************************************************
041100 1900-READ-STAT.
041200     READ STAT-FILE
041300         AT END
041400             SET WS-CST-EOF TO TRUE
041500     END-READ.
041600     IF NOT WS-CST-EOF
041700         ADD 1 TO WS-READ-COUNT
041800     END-IF.
041900 1900-EXIT.
042000     EXIT.
042100*
042200******************************************************************
042300* 2000-PRICE-ACTIVITY - INPUT PROCEDURE: READ ALL OF CARDSTAT    *
042400*                       AND RELEASE EVERY CHARGEABLE CARD EVENT  *
042500*                       INSIDE THE DATE RANGE.                   *
042600******************************************************************
042700 2000-PRICE-ACTIVITY.
042800     PERFORM 1900-READ-STAT THRU 1900-EXIT.
042900     PERFORM 2100-PRICE-ONE-EVENT THRU 2100-EXIT
043000         UNTIL WS-CST-EOF.
043100 2000-EXIT.
043200     EXIT.
043300*
043400******************************************************************
043500* 2100-PRICE-ONE-EVENT - APPLY THE DATE-RANGE SELECTION AND SAY  *
043600*                  WHICH RATE THE RECORD IS CHARGED AT: P AT THE *
043700*                  PRINTED RATE, A GATEWAY ANSWER (D OR B) AT    *
043800*                  THE EXPORTED RATE, AND AN R AT THE REPRINT    *
043900*                  RATE WHEN THE CARD IT REPLACES HAD BOUNCED.   *
044000*                  AN E (PRINT ERROR) IS NOT A CARD AND IS NOT   *
044100*                  CHARGED, NOR IS THE P OF AN EXPORT-ONLY RUN.  *
044200******************************************************************
044300 2100-PRICE-ONE-EVENT.
044400     IF (WS-FROM-DATE = SPACES OR CST-RUN-DATE >= WS-FROM-DATE)
044500        AND (WS-TO-DATE = SPACES OR CST-RUN-DATE <= WS-TO-DATE)
044600         ADD 1 TO WS-SELECT-COUNT
044700         MOVE SPACES TO WS-CHG-CODE
044800         EVALUATE TRUE
044900             WHEN CST-PRINTED
044910                 PERFORM 2120-CHECK-RUN-MODE THRU 2120-EXIT
044920                 IF WS-EXPORT-ONLY-RUN
044930                     ADD 1 TO WS-NOT-PRINTED-COUNT
044940                 ELSE
045000                     MOVE "P" TO WS-CHG-CODE
045010                 END-IF
045100             WHEN CST-DELIVERED
045200             WHEN CST-BOUNCED
045300                 MOVE "E" TO WS-CHG-CODE
045400             WHEN CST-REPRINTED
045500                 PERFORM 2150-CHECK-BOUNCE THRU 2150-EXIT
045600             WHEN OTHER
045700                 CONTINUE
045800         END-EVALUATE
045900         IF WS-CHG-CODE NOT = SPACES
046000             PERFORM 2200-RELEASE-CHARGE THRU 2200-EXIT
046100         END-IF
046200     END-IF.
046300     PERFORM 1900-READ-STAT THRU 1900-EXIT.
046400 2100-EXIT.
046500     EXIT.
046600*
046603******************************************************************
046606* 2120-CHECK-RUN-MODE - XMASDRV MARKS EVERY CARD P, EVEN IN AN   *
046609*                       EXPORT-ONLY RUN THAT PRINTS NOTHING. THE *
046612*                       OUTPUT MODE THE RUN DATE RAN WITH IS     *
046615*                       READ FROM RUNCTL, ONCE PER RUN DATE. NO  *
046618*                       RUNCTL RECORD FOR IT MEANS A PRINT RUN.  *
046621******************************************************************
046624 2120-CHECK-RUN-MODE.
046627     IF CST-RUN-DATE NOT = WS-MODE-RUN-DATE
046630         MOVE CST-RUN-DATE TO WS-MODE-RUN-DATE
046633         MOVE "N" TO WS-EXPORT-ONLY-SW
046636         IF WS-RNC-OPEN
046639             MOVE CST-RUN-DATE TO RNC-RUN-DATE
046642             READ RUNCTL-FILE
046645                 INVALID KEY
046648                     CONTINUE
046651                 NOT INVALID KEY
046654                     IF RNC-OUTPUT-MODE = "E"
046657                         SET WS-EXPORT-ONLY-RUN TO TRUE
046660                     END-IF
046663             END-READ
046666         END-IF
046669     END-IF.
046672 2120-EXIT.
046675     EXIT.
046678*
046700******************************************************************
046800* 2150-CHECK-BOUNCE - A REPRINT IS CHARGED ONLY WHEN THE GATEWAY *
046900*                     BOUNCED THE ORIGINAL CARD - THE SAME ID    *
047000*                     HAS A B RECORD FOR THE SAME RUN DATE. A    *
047100*                     REPRINT FOR A JAMMED PRINTER OR A LOST     *
047200*                     CARD IS OPERATIONS' OWN COST AND IS ONLY   *
047300*                     COUNTED.                                   *
047400******************************************************************
047500 2150-CHECK-BOUNCE.
047600     MOVE CST-RCP-ID TO CSK-RCP-ID.
047700     MOVE "B" TO CSK-STATUS.
047800     MOVE CST-RUN-DATE TO CSK-RUN-DATE.
047900     READ STAT-CHECK-FILE
048000         INVALID KEY
048100             ADD 1 TO WS-RPR-FREE-COUNT
048200         NOT INVALID KEY
048300             MOVE "R" TO WS-CHG-CODE
048400     END-READ.
048500 2150-EXIT.
048600     EXIT.
048700*
048800******************************************************************
048900* 2200-RELEASE-CHARGE - LOOK THE RECIPIENT'S DEPARTMENT UP ON    *
049000*                       THE MASTER AND RELEASE THE CHARGE TO THE *
049100*                       SORT UNDER IT.                           *
049200******************************************************************
049300 2200-RELEASE-CHARGE.
049400     ADD 1 TO WS-CHARGE-COUNT.
049500     MOVE SPACES TO CHS-RECORD.
049600     MOVE WS-CHG-CODE TO CHS-RATE-CODE.
049700     MOVE CST-RCP-ID TO RCP-ID.
049800     READ RECIP-FILE
049900         INVALID KEY
050000             MOVE WS-UNKNOWN-DEPT TO CHS-DEPT
050100         NOT INVALID KEY
050200             IF RCP-DEPT = SPACES
050300                 MOVE WS-UNKNOWN-DEPT TO CHS-DEPT
050400             ELSE
050500                 MOVE RCP-DEPT TO CHS-DEPT
050600             END-IF
050700     END-READ.
050800     RELEASE CHS-RECORD.
050900 2200-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* 3000-CHARGE-DEPARTMENTS - OUTPUT PROCEDURE: TAKE THE SORTED    *
051400*                           CHARGES BACK, ONE DEPARTMENT AT A    *
051500*                           TIME, AND CLOSE THE LAST DEPARTMENT. *
051600******************************************************************
051700 3000-CHARGE-DEPARTMENTS.
051800     PERFORM 3020-RETURN-CHARGE THRU 3020-EXIT.
051900     PERFORM 3050-ACCUMULATE-CHARGE THRU 3050-EXIT
052000         UNTIL WS-SORT-EOF.
052100     PERFORM 3200-END-DEPT THRU 3200-EXIT.
052200 3000-EXIT.
052300     EXIT.
052400*
052500******************************************************************
052600* 3020-RETURN-CHARGE - TAKE THE NEXT SORTED CHARGE.              *
052700******************************************************************
052800 3020-RETURN-CHARGE.
052900     RETURN SORT-FILE
053000         AT END
053100             SET WS-SORT-EOF TO TRUE
053200     END-RETURN.
053300 3020-EXIT.
053400     EXIT.
053500*
053600******************************************************************
053700* 3050-ACCUMULATE-CHARGE - BREAK ON A NEW DEPARTMENT AND COUNT   *
053800*                          THE CHARGE UNDER ITS RATE.            *
053900******************************************************************
054000 3050-ACCUMULATE-CHARGE.
054100     IF WS-DEPT-OPEN AND CHS-DEPT NOT = WS-CUR-DEPT
054200         PERFORM 3200-END-DEPT THRU 3200-EXIT
054300     END-IF.
054400     IF NOT WS-DEPT-OPEN
054500         PERFORM 3100-START-DEPT THRU 3100-EXIT
054600     END-IF.
054700     EVALUATE TRUE
054800         WHEN CHS-PRINTED
054900             ADD 1 TO WS-DEPT-PRINTED
055000         WHEN CHS-EXPORTED
055100             ADD 1 TO WS-DEPT-EXPORTED
055200         WHEN CHS-REPRINTED
055300             ADD 1 TO WS-DEPT-REPRINTED
055400     END-EVALUATE.
055500     PERFORM 3020-RETURN-CHARGE THRU 3020-EXIT.
055600 3050-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000* 3100-START-DEPT - OPEN A NEW DEPARTMENT'S ACCUMULATORS.        *
056100******************************************************************
056200 3100-START-DEPT.
056300     MOVE CHS-DEPT TO WS-CUR-DEPT.
056400     MOVE ZEROES TO WS-DEPT-PRINTED.
056500     MOVE ZEROES TO WS-DEPT-EXPORTED.
056600     MOVE ZEROES TO WS-DEPT-REPRINTED.
056700     SET WS-DEPT-OPEN TO TRUE.
056800 3100-EXIT.
056900     EXIT.
057000*
057100******************************************************************
057200* 3200-END-DEPT - PRICE THE DEPARTMENT'S COUNTS, ADD THEM TO THE *
057300*                 SEASON TOTALS, PRINT ITS LINE AND WRITE ITS GL *
057400*                 DEBIT. A DEPARTMENT THAT PRICES AT ZERO HAS NO *
057500*                 DEBIT, AND THE UNKNOWN GROUP NEVER DOES. SAFE  *
057600*                 TO CALL BEFORE ANY DEPARTMENT HAS OPENED.      *
057700******************************************************************
057800 3200-END-DEPT.
057900     IF WS-DEPT-OPEN
058000         ADD 1 TO WS-DEPT-COUNT
058100         COMPUTE WS-DEPT-PRT-AMT =
058200                 WS-DEPT-PRINTED * WS-RATE-PRINTED
058300         COMPUTE WS-DEPT-EXP-AMT =
058400                 WS-DEPT-EXPORTED * WS-RATE-EXPORTED
058500         COMPUTE WS-DEPT-RPR-AMT =
058600                 WS-DEPT-REPRINTED * WS-RATE-REPRINTED
058700         COMPUTE WS-DEPT-AMT = WS-DEPT-PRT-AMT + WS-DEPT-EXP-AMT
058800                             + WS-DEPT-RPR-AMT
058900         ADD WS-DEPT-PRINTED TO WS-TOT-PRINTED
059000         ADD WS-DEPT-EXPORTED TO WS-TOT-EXPORTED
059100         ADD WS-DEPT-REPRINTED TO WS-TOT-REPRINTED
059200         ADD WS-DEPT-PRT-AMT TO WS-TOT-PRT-AMT
059300         ADD WS-DEPT-EXP-AMT TO WS-TOT-EXP-AMT
059400         ADD WS-DEPT-RPR-AMT TO WS-TOT-RPR-AMT
059500         ADD WS-DEPT-AMT TO WS-TOT-AMT
059600         PERFORM 3250-WRITE-DEPT-LINE THRU 3250-EXIT
059700         IF WS-CUR-DEPT = WS-UNKNOWN-DEPT
059800             ADD WS-DEPT-AMT TO WS-TOT-UNKNOWN-AMT
059900         ELSE
060000             IF WS-DEPT-AMT > ZEROES
060100                 PERFORM 3300-WRITE-GL-DEBIT THRU 3300-EXIT
060200             END-IF
060300         END-IF
060400         MOVE "N" TO WS-DEPT-OPEN-SW
060500     END-IF.
060600 3200-EXIT.
060700     EXIT.
060800*
060900******************************************************************
061000* 3250-WRITE-DEPT-LINE - ONE REPORT LINE PER DEPARTMENT: EACH    *
061100*                        ACTIVITY COUNT WITH ITS AMOUNT, AND THE *
061200*                        DEPARTMENT'S TOTAL CHARGE.              *
061300******************************************************************
061400 3250-WRITE-DEPT-LINE.
061500     MOVE SPACES TO PRT-RECORD.
061600     MOVE " " TO PRT-CTL.
061700     MOVE WS-CUR-DEPT TO PRT-TEXT(1:10).
061800     MOVE WS-DEPT-PRINTED TO WS-EDIT-COUNT.
061900     MOVE WS-EDIT-COUNT TO PRT-TEXT(13:6).
062000     MOVE WS-DEPT-PRT-AMT TO WS-EDIT-AMOUNT.
062100     MOVE WS-EDIT-AMOUNT TO PRT-TEXT(20:13).
062200     MOVE WS-DEPT-EXPORTED TO WS-EDIT-COUNT.
062300     MOVE WS-EDIT-COUNT TO PRT-TEXT(36:6).
062400     MOVE WS-DEPT-EXP-AMT TO WS-EDIT-AMOUNT.
062500     MOVE WS-EDIT-AMOUNT TO PRT-TEXT(42:13).
062600     MOVE WS-DEPT-REPRINTED TO WS-EDIT-COUNT.
062700     MOVE WS-EDIT-COUNT TO PRT-TEXT(58:6).
062800     MOVE WS-DEPT-RPR-AMT TO WS-EDIT-AMOUNT.
062900     MOVE WS-EDIT-AMOUNT TO PRT-TEXT(64:13).
063000     MOVE WS-DEPT-AMT TO WS-EDIT-TOTAL.
063100     MOVE WS-EDIT-TOTAL TO PRT-TEXT(79:14).
063200     IF WS-CUR-DEPT = WS-UNKNOWN-DEPT
063300         MOVE "NOT CHARGED - NOT ON RECIPFIL"
063400           TO PRT-TEXT(95:28)
063500     END-IF.
063600     WRITE PRT-RECORD.
063700 3250-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* 3300-WRITE-GL-DEBIT - DEBIT THE DEPARTMENT'S COST CENTRE WITH  *
064200*                       ITS TOTAL CHARGE.                        *
064300******************************************************************
064400 3300-WRITE-GL-DEBIT.
064500     MOVE SPACES TO GLJ-RECORD.
064600     MOVE "D" TO GLJ-REC-TYPE.
064700     MOVE WS-CUR-DEPT TO GLJ-COST-CENTRE.
064800     MOVE WS-DEBIT-ACCOUNT TO GLJ-ACCOUNT.
064900     MOVE "D" TO GLJ-DR-CR.
065000     MOVE WS-DEPT-AMT TO GLJ-AMOUNT.
065100     MOVE WS-POST-DATE TO GLJ-POST-DATE.
065200     MOVE "XMASTREE CARD CHARGEBACK" TO GLJ-DESC.
065300     WRITE GLJ-RECORD.
065400     ADD 1 TO WS-GL-ENTRY-COUNT.
065500     ADD WS-DEPT-AMT TO WS-TOT-DEBITS.
065600 3300-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000* 3800-WRITE-GL-CREDIT - CREDIT THE OPERATIONS COST CENTRE WITH  *
066100*                        THE SUM OF THE DEBITS SO THE JOURNAL    *
066200*                        BALANCES, THEN CLOSE THE JOURNAL WITH   *
066300*                        ITS T RECORD.                           *
066400******************************************************************
066500 3800-WRITE-GL-CREDIT.
066600     IF WS-TOT-DEBITS > ZEROES
066700         MOVE SPACES TO GLJ-RECORD
066800         MOVE "D" TO GLJ-REC-TYPE
066900         MOVE WS-OPS-COST-CENTRE TO GLJ-COST-CENTRE
067000         MOVE WS-CREDIT-ACCOUNT TO GLJ-ACCOUNT
067100         MOVE "C" TO GLJ-DR-CR
067200         MOVE WS-TOT-DEBITS TO GLJ-AMOUNT
067300         MOVE WS-POST-DATE TO GLJ-POST-DATE
067400         MOVE "XMASTREE CARD RECOVERY" TO GLJ-DESC
067500         WRITE GLJ-RECORD
067600         ADD 1 TO WS-GL-ENTRY-COUNT
067700         MOVE WS-TOT-DEBITS TO WS-TOT-CREDITS
067800     END-IF.
067900     MOVE SPACES TO GLJ-RECORD.
068000     MOVE "T" TO GLJ-REC-TYPE.
068100     MOVE WS-GL-ENTRY-COUNT TO GLJ-ENTRY-COUNT.
068200     MOVE WS-TOT-DEBITS TO GLJ-TOTAL-DEBITS.
068300     MOVE WS-TOT-CREDITS TO GLJ-TOTAL-CREDITS.
068400     WRITE GLJ-RECORD.
068500 3800-EXIT.
068600     EXIT.
068700*
068800******************************************************************
068900* 3900-WRITE-TRAILER - SEASON TOTALS LINE UNDER THE DEPARTMENTS, *
069000*                      THEN THE RUN COUNTS AND THE JOURNAL       *
069100*                      TOTALS.                                   *
069200******************************************************************
069300 3900-WRITE-TRAILER.
069400     MOVE SPACES TO PRT-RECORD.
069500     MOVE "0" TO PRT-CTL.
069600     MOVE "SEASON" TO PRT-TEXT(1:6).
069700     MOVE WS-TOT-PRINTED TO WS-EDIT-COUNT.
069800     MOVE WS-EDIT-COUNT TO PRT-TEXT(13:6).
069900     MOVE WS-TOT-PRT-AMT TO WS-EDIT-TOTAL.
070000     MOVE WS-EDIT-TOTAL TO PRT-TEXT(19:14).
070100     MOVE WS-TOT-EXPORTED TO WS-EDIT-COUNT.
070200     MOVE WS-EDIT-COUNT TO PRT-TEXT(35:6).
070300     MOVE WS-TOT-EXP-AMT TO WS-EDIT-TOTAL.
070400     MOVE WS-EDIT-TOTAL TO PRT-TEXT(41:14).
070500     MOVE WS-TOT-REPRINTED TO WS-EDIT-COUNT.
070600     MOVE WS-EDIT-COUNT TO PRT-TEXT(57:6).
070700     MOVE WS-TOT-RPR-AMT TO WS-EDIT-TOTAL.
070800     MOVE WS-EDIT-TOTAL TO PRT-TEXT(63:14).
070900     MOVE WS-TOT-AMT TO WS-EDIT-TOTAL.
071000     MOVE WS-EDIT-TOTAL TO PRT-TEXT(79:14).
071100     WRITE PRT-RECORD.
071200     MOVE SPACES TO PRT-RECORD.
071300     MOVE "0" TO PRT-CTL.
071400     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
071500     STRING "END OF REPORT - RECORDS ON CARDSTAT:    "
071600                            DELIMITED BY SIZE
071700            WS-EDIT-COUNT   DELIMITED BY SIZE
071800       INTO PRT-TEXT.
071900     WRITE PRT-RECORD.
072000     MOVE SPACES TO PRT-RECORD.
072100     MOVE " " TO PRT-CTL.
072200     MOVE WS-SELECT-COUNT TO WS-EDIT-COUNT.
072300     STRING "                IN THE DATE RANGE:      "
072400                            DELIMITED BY SIZE
072500            WS-EDIT-COUNT   DELIMITED BY SIZE
072600       INTO PRT-TEXT.
072700     WRITE PRT-RECORD.
072800     MOVE SPACES TO PRT-RECORD.
072900     MOVE " " TO PRT-CTL.
073000     MOVE WS-CHARGE-COUNT TO WS-EDIT-COUNT.
073100     STRING "                CHARGED EVENTS:         "
073200                            DELIMITED BY SIZE
073300            WS-EDIT-COUNT   DELIMITED BY SIZE
073400       INTO PRT-TEXT.
073500     WRITE PRT-RECORD.
073600     MOVE SPACES TO PRT-RECORD.
073700     MOVE " " TO PRT-CTL.
073800     MOVE WS-RPR-FREE-COUNT TO WS-EDIT-COUNT.
073900     STRING "                REPRINTS NOT CHARGED:   "
074000                            DELIMITED BY SIZE
074100            WS-EDIT-COUNT   DELIMITED BY SIZE
074200            "  (NO GATEWAY BOUNCE FOR THE ORIGINAL CARD)"
074300                            DELIMITED BY SIZE
074400       INTO PRT-TEXT.
074500     WRITE PRT-RECORD.
074510     MOVE SPACES TO PRT-RECORD.
074520     MOVE " " TO PRT-CTL.
074530     MOVE WS-NOT-PRINTED-COUNT TO WS-EDIT-COUNT.
074540     STRING "                P RECORDS NOT CHARGED:  "
074550                            DELIMITED BY SIZE
074560            WS-EDIT-COUNT   DELIMITED BY SIZE
074570            "  (EXPORT-ONLY RUN - NO CARD PRINTED)"
074580                            DELIMITED BY SIZE
074590       INTO PRT-TEXT.
074595     WRITE PRT-RECORD.
074600     MOVE SPACES TO PRT-RECORD.
074700     MOVE " " TO PRT-CTL.
074800     MOVE WS-DEPT-COUNT TO WS-EDIT-COUNT.
074900     STRING "                DEPARTMENTS:            "
075000                            DELIMITED BY SIZE
075100            WS-EDIT-COUNT   DELIMITED BY SIZE
075200       INTO PRT-TEXT.
075300     WRITE PRT-RECORD.
075400     MOVE SPACES TO PRT-RECORD.
075500     MOVE "0" TO PRT-CTL.
075600     MOVE WS-GL-ENTRY-COUNT TO WS-EDIT-COUNT.
075700     STRING "GLJRNL         - ENTRIES:              "
075800                            DELIMITED BY SIZE
075900            WS-EDIT-COUNT   DELIMITED BY SIZE
076000       INTO PRT-TEXT.
076100     WRITE PRT-RECORD.
076200     MOVE SPACES TO PRT-RECORD.
076300     MOVE " " TO PRT-CTL.
076400     MOVE WS-TOT-DEBITS TO WS-EDIT-TOTAL.
076500     STRING "                 DEBITS TO DEPARTMENTS:"
076600                            DELIMITED BY SIZE
076700            WS-EDIT-TOTAL   DELIMITED BY SIZE
076800       INTO PRT-TEXT.
076900     WRITE PRT-RECORD.
077000     MOVE SPACES TO PRT-RECORD.
077100     MOVE " " TO PRT-CTL.
077200     MOVE WS-TOT-CREDITS TO WS-EDIT-TOTAL.
077300     STRING "                 CREDIT TO "
077400                            DELIMITED BY SIZE
077500            WS-OPS-COST-CENTRE
077600                            DELIMITED BY SIZE
077700            "  "            DELIMITED BY SIZE
077800            WS-EDIT-TOTAL   DELIMITED BY SIZE
077900       INTO PRT-TEXT.
078000     WRITE PRT-RECORD.
078100     IF WS-TOT-UNKNOWN-AMT > ZEROES
078200         MOVE SPACES TO PRT-RECORD
078300         MOVE " " TO PRT-CTL
078400         MOVE WS-TOT-UNKNOWN-AMT TO WS-EDIT-TOTAL
078500         STRING "                 LEFT WITH OPERATIONS: "
078600                                DELIMITED BY SIZE
078700                WS-EDIT-TOTAL   DELIMITED BY SIZE
078800                "  (RECIPIENT NOT ON RECIPFIL)"
078900                                DELIMITED BY SIZE
079000           INTO PRT-TEXT
079100         WRITE PRT-RECORD
079200     END-IF.
079300     IF WS-RATE-MISSING
079400         MOVE SPACES TO PRT-RECORD
079500         MOVE "0" TO PRT-CTL
079600         MOVE "*** A COST RATE IS MISSING FROM REFFILE - ITS"
079700           TO PRT-TEXT(1:45)
079800         MOVE " CARDS WERE PRICED AT ZERO ***" TO PRT-TEXT(46:30)
079900         WRITE PRT-RECORD
080000     END-IF.
080100 3900-EXIT.
080200     EXIT.
080300*
080400******************************************************************
080500* 9000-TERMINATE - CLOSE ALL OPEN FILES.                         *
080600******************************************************************
080700 9000-TERMINATE.
080800     CLOSE STAT-FILE.
080900     CLOSE STAT-CHECK-FILE.
080910     IF WS-RNC-OPEN
080920         CLOSE RUNCTL-FILE
080930     END-IF.
081000     CLOSE RECIP-FILE.
081100     CLOSE GL-FILE.
081200     CLOSE REPORT-FILE.
081300 9000-EXIT.
081400     EXIT.
081500*
081600 END PROGRAM XMASCHG.
