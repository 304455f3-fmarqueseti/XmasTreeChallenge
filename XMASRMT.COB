000100******************************************************************
000200* PROGRAM   : XMASRMT                                            *
000300* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000400* OBJECTIVE : ONLINE RECIPIENT MAINTENANCE FOR THE OPERATIONS    *
000500*             DESK. KEY AN ACTION AND AN RCP-ID AND ADD, CHANGE, *
000600*             DELETE, OPT OUT OR SET THE GREETING PREFERENCE OF  *
000700*             ONE RECIPIENT DIRECTLY ON RECIPFIL, WITH THE SAME  *
000800*             EDITS XMASUPD APPLIES PLUS A CHECK OF THE          *
000900*             DEPARTMENT AND THE GREETING CODE AGAINST REFFILE.  *
001000*             EVERY UPDATE IS JOURNALED TO RECPJRNL WITH BEFORE  *
001100*             AND AFTER IMAGES THE WAY XMASUPD JOURNALS A BATCH, *
001200*             SO XMASRCV BACKS OUT OR ROLLS BACK ONLINE CHANGES  *
001300*             LIKE ANY OTHER. EACH UPDATE IS STAMPED WITH THE    *
001400*             DATE AND TIME IT WAS MADE - ITS OWN BATCH KEY,     *
001410*             SHOWN IN THE APPLIED MESSAGE - SO A POINT-IN-TIME  *
001420*             REBUILD CUTS A SESSION WHERE THE OPERATOR ASKS. A  *
001500*             BLANK ID ENDS THE SESSION.                         *
001600* CPD       : IBM                                                *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.     XMASRMT.
002000 AUTHOR.         FABIO MARQUES.
002100 INSTALLATION.   FMARQUES-ETI.
002200 DATE-WRITTEN.   2026-10-15.
002300 DATE-COMPILED.
002400*
002500*   MODIFICATION HISTORY
002600*   --------------------------------------------------------------
002700*   2026-10-15  FM  INITIAL VERSION - SCREEN FRONT END IN THE
002800*                   STYLE OF XMASINQ, SO A MISSPELLED NAME OR A
002900*                   WRONG DEPARTMENT REPORTED IN DECEMBER IS FIXED
003000*                   WHILE THE CALLER IS ON THE LINE INSTEAD OF IN
003100*                   THE NEXT XMASUPD BATCH.
003110*   2026-10-15  FM  EACH UPDATE IS JOURNALED WITH THE DATE AND
003120*                   TIME IT WAS MADE, NOT THE SESSION START, SO A
003130*                   POINT-IN-TIME REBUILD REVERSES A CHANGE MADE
003140*                   AFTER THE CUT IN A SESSION OPENED BEFORE IT.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RECIP-FILE ASSIGN TO "RECIPFIL"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS RCP-ID
004000         FILE STATUS IS WS-RCP-STATUS.
004100     SELECT JOURNAL-FILE ASSIGN TO "RECPJRNL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-JRN-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RECIP-FILE.
004800     COPY XMRECIP.
004900*
005000 FD  JOURNAL-FILE
005100     RECORDING MODE IS F.
005200     COPY XMRCPJRN.
005300*
005400 WORKING-STORAGE SECTION.
005500 77  WS-RCP-STATUS       PIC X(02) VALUE SPACES.
005600     88  WS-RCP-OK               VALUE "00".
005700     88  WS-RCP-NOT-FOUND        VALUE "35".
005800 77  WS-JRN-STATUS       PIC X(02) VALUE SPACES.
005900     88  WS-JRN-OK               VALUE "00".
006000 77  WS-DONE-SW          PIC X(01) VALUE "N".
006100     88  WS-DONE                 VALUE "Y".
006200 77  WS-CANCEL-SW        PIC X(01) VALUE "N".
006300     88  WS-CANCELLED            VALUE "Y".
006400 77  WS-FOUND-SW         PIC X(01) VALUE "N".
006500     88  WS-FOUND                VALUE "Y".
006600 77  WS-REF-INDEX        PIC 99    VALUE ZEROES.
006700 77  WS-TRY-MSG-CODE     PIC 99    VALUE ZEROES.
006800 77  WS-TRAN-COUNT       PIC 9(06) VALUE ZEROES.
006900 77  WS-APPLIED-COUNT    PIC 9(06) VALUE ZEROES.
007000 77  WS-REJECT-COUNT     PIC 9(06) VALUE ZEROES.
007100 77  WS-JRN-SEQUENCE     PIC 9(06) VALUE ZEROES.
007200 01  WS-RUN-DATE         PIC X(08) VALUE SPACES.
007300 01  WS-RUN-TIME         PIC X(08) VALUE SPACES.
007310*    THE STAMP OF THE LAST UPDATE JOURNALED - ITS BATCH KEY.
007320 01  WS-UPD-DATE         PIC X(08) VALUE SPACES.
007330 01  WS-UPD-TIME         PIC X(08) VALUE SPACES.
007400 01  WS-REJECT-REASON    PIC X(30) VALUE SPACES.
007500     88  WS-TRAN-APPLIED         VALUE SPACES.
007600*    THE JOURNAL ACTION FOR THE UPDATE - AN OPT-OUT OR A GREETING
007700*    PREFERENCE IS A CHANGE TO THE MASTER RECORD, SO XMASRCV SEES
007800*    A, C AND D ONLY, EXACTLY AS FROM XMASUPD.
007900 01  WS-JRN-ACTION       PIC X(01) VALUE SPACES.
008000*    MASTER RECORD IMAGES AROUND THE CURRENT UPDATE, SAVED FOR
008100*    THE JOURNAL - BLANK BEFORE IMAGE ON AN ADD, BLANK AFTER
008200*    IMAGE ON A DELETE.
008300 01  WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
008400 01  WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.
008500 01  WS-SCR-ACTION       PIC X(01) VALUE SPACE.
008600     88  WS-SCR-ADD              VALUE "A".
008700     88  WS-SCR-CHANGE           VALUE "C".
008800     88  WS-SCR-DELETE           VALUE "D".
008900     88  WS-SCR-OPT-OUT          VALUE "O".
009000     88  WS-SCR-GREETING         VALUE "G".
009100 01  WS-SCR-RCP-ID       PIC X(06) VALUE SPACES.
009200 01  WS-SCR-NAME         PIC X(30) VALUE SPACES.
009300 01  WS-SCR-DEPT         PIC X(10) VALUE SPACES.
009400 01  WS-SCR-OPTOUT       PIC X(01) VALUE SPACE.
009500 01  WS-SCR-MSG-CODE     PIC X(02) VALUE SPACES.
009600 01  WS-SCR-CONFIRM      PIC X(01) VALUE SPACE.
009700 01  WS-SCR-ACTION-TEXT  PIC X(20) VALUE SPACES.
009800 01  WS-SCR-DETAIL-NOTE  PIC X(60) VALUE SPACES.
009900 01  WS-SCR-MESSAGE      PIC X(60) VALUE SPACES.
010000 01  WS-EDIT-COUNT       PIC ZZZZZ9.
010100     COPY XMREFTBL.
010200*
010300 SCREEN SECTION.
010400 01  RMT-KEY-SCREEN.
010500     05  BLANK SCREEN.
010600     05  LINE 01 COLUMN 01
010700             VALUE "XMASRMT RECIPIENT MAINTENANCE".
010800     05  LINE 02 COLUMN 01 VALUE "SESSION".
010900     05  LINE 02 COLUMN 09 PIC X(08)
011000             FROM WS-RUN-DATE.
011100     05  LINE 02 COLUMN 18 PIC X(08)
011200             FROM WS-RUN-TIME.
011300     05  LINE 04 COLUMN 01
011400             VALUE "ACTION (A ADD/C CHANGE/D DELETE/".
011500     05  LINE 05 COLUMN 01
011600             VALUE "        O OPT OUT/G GREETING CODE) :".
011700     05  LINE 05 COLUMN 40 PIC X(01)
011800             USING WS-SCR-ACTION.
011900     05  LINE 06 COLUMN 01
012000             VALUE "RECIPIENT ID (BLANK TO END) . . . . :".
012100     05  LINE 06 COLUMN 40 PIC X(06)
012200             USING WS-SCR-RCP-ID.
012300     05  LINE 08 COLUMN 01 PIC X(60)
012400             FROM WS-SCR-MESSAGE.
012500 01  RMT-DETAIL-SCREEN.
012600     05  BLANK SCREEN.
012700     05  LINE 01 COLUMN 01
012800             VALUE "XMASRMT RECIPIENT MAINTENANCE -".
012900     05  LINE 01 COLUMN 33 PIC X(20)
013000             FROM WS-SCR-ACTION-TEXT.
013100     05  LINE 03 COLUMN 01 VALUE "ID . . . . . . :".
013200     05  LINE 03 COLUMN 18 PIC X(06)
013300             FROM WS-SCR-RCP-ID.
013400     05  LINE 04 COLUMN 01 VALUE "NAME . . . . . :".
013500     05  LINE 04 COLUMN 18 PIC X(30)
013600             USING WS-SCR-NAME.
013700     05  LINE 05 COLUMN 01 VALUE "DEPARTMENT . . :".
013800     05  LINE 05 COLUMN 18 PIC X(10)
013900             USING WS-SCR-DEPT.
014000     05  LINE 06 COLUMN 01 VALUE "OPTED OUT (Y/N):".
014100     05  LINE 06 COLUMN 18 PIC X(01)
014200             USING WS-SCR-OPTOUT.
014300     05  LINE 07 COLUMN 01 VALUE "GREETING CODE  :".
014400     05  LINE 07 COLUMN 18 PIC X(02)
014500             USING WS-SCR-MSG-CODE.
014600     05  LINE 09 COLUMN 01 PIC X(60)
014700             FROM WS-SCR-DETAIL-NOTE.
014800     05  LINE 11 COLUMN 01
014900             VALUE "APPLY THIS UPDATE (Y/N) . . . . . . :".
015000     05  LINE 11 COLUMN 40 PIC X(01)
015100             USING WS-SCR-CONFIRM.
015200*
015300 PROCEDURE DIVISION.
015400*
015500******************************************************************
015600* 0000-MAINLINE - CONTROLS OVERALL FLOW OF THE TRANSACTION       *
015700******************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 2000-MAINTAIN THRU 2000-EXIT
016100         UNTIL WS-DONE.
016200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016300     GOBACK.
016400*
016500******************************************************************
016600* 1000-INITIALIZE - STAMP THE SESSION, LOAD THE REFERENCE TABLES *
016700*                   AND OPEN THE MASTER AND THE JOURNAL. THE     *
016800*                   MASTER IS CREATED IF IT DOES NOT EXIST YET,  *
016900*                   AS XMASUPD DOES. AN UPDATE WITHOUT ITS       *
017000*                   JOURNAL WOULD BE UNRECOVERABLE, SO A JOURNAL *
017100*                   OPEN FAILURE ENDS THE SESSION BEFORE THE     *
017200*                   FIRST SCREEN.                                *
017300******************************************************************
017400 1000-INITIALIZE.
017500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017600     ACCEPT WS-RUN-TIME FROM TIME.
017700     CALL "XMASRFL" USING REFT-TABLES.
017800     OPEN I-O RECIP-FILE.
017900     IF WS-RCP-NOT-FOUND
018000         OPEN OUTPUT RECIP-FILE
018100         CLOSE RECIP-FILE
018200         OPEN I-O RECIP-FILE
018300     END-IF.
018400     IF NOT WS-RCP-OK
018500         DISPLAY "XMASRMT - UNABLE TO OPEN RECIPFIL, STATUS = "
018600                 WS-RCP-STATUS
018700         MOVE 8 TO RETURN-CODE
018800         GOBACK
018900     END-IF.
019000*    APPENDED TO, NEVER WIPED, THE SAME AS IN XMASUPD.
019100     OPEN EXTEND JOURNAL-FILE.
019200     IF NOT WS-JRN-OK
019300         OPEN OUTPUT JOURNAL-FILE
019400     END-IF.
019500     IF NOT WS-JRN-OK
019600         DISPLAY "XMASRMT - UNABLE TO OPEN RECPJRNL, STATUS = "
019700                 WS-JRN-STATUS
019800         MOVE 8 TO RETURN-CODE
019900         GOBACK
020000     END-IF.
020100     MOVE "KEY AN ACTION AND A RECIPIENT ID" TO WS-SCR-MESSAGE.
020200 1000-EXIT.
020300     EXIT.
020400*
020500******************************************************************
020600* 2000-MAINTAIN - PROMPT FOR AN ACTION AND AN ID, SHOW THE       *
020700*                 RECIPIENT FOR THE OPERATOR TO AMEND AND        *
020800*                 CONFIRM, EDIT AND APPLY THE UPDATE, JOURNAL    *
020900*                 IT, AND REPORT THE OUTCOME ON THE NEXT KEY     *
021000*                 SCREEN. A BLANK REJECT REASON AFTER THE APPLY  *
021100*                 PARAGRAPH MEANS THE UPDATE TOOK. A BLANK ID    *
021200*                 ENDS THE SESSION.                              *
021300******************************************************************
021400 2000-MAINTAIN.
021500     MOVE SPACE  TO WS-SCR-ACTION.
021600     MOVE SPACES TO WS-SCR-RCP-ID.
021700     DISPLAY RMT-KEY-SCREEN.
021800     ACCEPT RMT-KEY-SCREEN.
021900     IF WS-SCR-RCP-ID = SPACES
022000         SET WS-DONE TO TRUE
022100     ELSE
022200         ADD 1 TO WS-TRAN-COUNT
022300         MOVE SPACES TO WS-REJECT-REASON
022400         MOVE SPACES TO WS-BEFORE-IMAGE
022500         MOVE SPACES TO WS-AFTER-IMAGE
022600         MOVE "N" TO WS-CANCEL-SW
022700         PERFORM 2100-LOCATE-RECIPIENT THRU 2100-EXIT
022800         IF WS-TRAN-APPLIED
022900             PERFORM 2200-PROMPT-DETAIL THRU 2200-EXIT
023000         END-IF
023100         IF WS-TRAN-APPLIED AND NOT WS-CANCELLED
023200             EVALUATE TRUE
023300                 WHEN WS-SCR-ADD
023400                     PERFORM 2300-APPLY-ADD THRU 2300-EXIT
023500                 WHEN WS-SCR-DELETE
023600                     PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
023700                 WHEN OTHER
023800                     PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
023900             END-EVALUATE
024000         END-IF
024100         PERFORM 2800-SET-OUTCOME THRU 2800-EXIT
024200     END-IF.
024300 2000-EXIT.
024400     EXIT.
024500*
024600******************************************************************
024700* 2100-LOCATE-RECIPIENT - EDIT THE ACTION AND READ THE MASTER    *
024800*                  FOR THE KEYED ID. AN ADD MUST NOT FIND IT AND *
024900*                  STARTS FROM A BLANK RECORD; EVERY OTHER       *
025000*                  ACTION MUST FIND IT AND STARTS FROM THE       *
025100*                  MASTER VALUES.                                *
025200******************************************************************
025300 2100-LOCATE-RECIPIENT.
025400     MOVE SPACES TO WS-SCR-NAME.
025500     MOVE SPACES TO WS-SCR-DEPT.
025600     MOVE SPACE  TO WS-SCR-OPTOUT.
025700     MOVE SPACES TO WS-SCR-MSG-CODE.
025800     IF NOT WS-SCR-ADD AND NOT WS-SCR-CHANGE
025900      AND NOT WS-SCR-DELETE AND NOT WS-SCR-OPT-OUT
026000      AND NOT WS-SCR-GREETING
026100         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
026200     ELSE
026300         MOVE WS-SCR-RCP-ID TO RCP-ID
026400         READ RECIP-FILE
026500             INVALID KEY
026600                 IF NOT WS-SCR-ADD
026700                     MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
026800                 ELSE
026900                     MOVE "N" TO WS-SCR-OPTOUT
027000                 END-IF
027100             NOT INVALID KEY
027200                 IF WS-SCR-ADD
027300                     MOVE "DUPLICATE RECIPIENT ID"
027400                       TO WS-REJECT-REASON
027500                 ELSE
027600                     MOVE RCP-NAME     TO WS-SCR-NAME
027700                     MOVE RCP-DEPT     TO WS-SCR-DEPT
027800                     MOVE RCP-OPTOUT   TO WS-SCR-OPTOUT
027900                     MOVE RCP-MSG-CODE TO WS-SCR-MSG-CODE
028000                 END-IF
028100         END-READ
028200     END-IF.
028300 2100-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700* 2200-PROMPT-DETAIL - SHOW THE RECIPIENT WITH A NOTE ON WHAT    *
028800*                  THE ACTION TAKES FROM THE SCREEN, ACCEPT THE  *
028900*                  OPERATOR'S ENTRIES AND EDIT THEM. ANYTHING    *
029000*                  BUT Y AT THE PROMPT CANCELS THE UPDATE.       *
029100******************************************************************
029200 2200-PROMPT-DETAIL.
029300     EVALUATE TRUE
029400         WHEN WS-SCR-ADD
029500             MOVE "ADD" TO WS-SCR-ACTION-TEXT
029600             MOVE "KEY THE NEW RECIPIENT"
029700               TO WS-SCR-DETAIL-NOTE
029800         WHEN WS-SCR-CHANGE
029900             MOVE "CHANGE" TO WS-SCR-ACTION-TEXT
030000             MOVE "OVERTYPE TO CHANGE - A BLANKED FIELD IS KEPT"
030100               TO WS-SCR-DETAIL-NOTE
030200         WHEN WS-SCR-DELETE
030300             MOVE "DELETE" TO WS-SCR-ACTION-TEXT
030400             MOVE "THE RECIPIENT WILL BE REMOVED FROM THE MASTER"
030500               TO WS-SCR-DETAIL-NOTE
030600         WHEN WS-SCR-OPT-OUT
030700             MOVE "OPT OUT" TO WS-SCR-ACTION-TEXT
030800             MOVE "THE RECIPIENT WILL BE MARKED OPTED OUT"
030900               TO WS-SCR-DETAIL-NOTE
031000         WHEN WS-SCR-GREETING
031100             MOVE "GREETING CODE" TO WS-SCR-ACTION-TEXT
031200             MOVE "ONLY THE GREETING CODE IS TAKEN - BLANK CLEARS"
031300               TO WS-SCR-DETAIL-NOTE
031400     END-EVALUATE.
031500     MOVE SPACE TO WS-SCR-CONFIRM.
031600     DISPLAY RMT-DETAIL-SCREEN.
031700     ACCEPT RMT-DETAIL-SCREEN.
031800     IF WS-SCR-CONFIRM NOT = "Y"
031900         SET WS-CANCELLED TO TRUE
032000     ELSE
032100         PERFORM 2250-EDIT-DETAIL THRU 2250-EXIT
032200     END-IF.
032300 2200-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700* 2250-EDIT-DETAIL - THE XMASUPD EDITS (AN ADD NEEDS A NAME)     *
032800*                  PLUS THE REFERENCE CHECKS: AN ADD NEEDS A     *
032900*                  DEPARTMENT ON THE REFFILE LIST AND A CHANGED  *
033000*                  DEPARTMENT MUST BE ON IT, A GREETING CODE     *
033100*                  MUST BE ON THE MESSAGE SECTION, AND THE       *
033200*                  OPT-OUT FLAG IS Y OR N. WHAT AN ACTION DOES   *
033300*                  NOT TAKE FROM THE SCREEN IS NOT EDITED.       *
033400******************************************************************
033500 2250-EDIT-DETAIL.
033600     IF WS-SCR-ADD AND WS-SCR-NAME = SPACES
033700         MOVE "RECIPIENT NAME MISSING" TO WS-REJECT-REASON
033800     END-IF.
033900     IF WS-TRAN-APPLIED
034000      AND (WS-SCR-ADD OR WS-SCR-CHANGE)
034100         IF WS-SCR-ADD AND WS-SCR-DEPT = SPACES
034200             MOVE "DEPARTMENT MISSING" TO WS-REJECT-REASON
034300         END-IF
034400         IF WS-SCR-DEPT > SPACES
034500             PERFORM 2260-LOOKUP-DEPT THRU 2260-EXIT
034600             IF NOT WS-FOUND
034700                 MOVE "DEPARTMENT NOT ON REFFILE"
034800                   TO WS-REJECT-REASON
034900             END-IF
035000         END-IF
035100     END-IF.
035200     IF WS-TRAN-APPLIED
035300      AND (WS-SCR-ADD OR WS-SCR-CHANGE)
035400      AND WS-SCR-OPTOUT NOT = SPACE
035500      AND WS-SCR-OPTOUT NOT = "Y" AND WS-SCR-OPTOUT NOT = "N"
035600         MOVE "OPT-OUT FLAG MUST BE Y OR N" TO WS-REJECT-REASON
035700     END-IF.
035800     IF WS-TRAN-APPLIED
035900      AND (WS-SCR-ADD OR WS-SCR-CHANGE OR WS-SCR-GREETING)
036000      AND WS-SCR-MSG-CODE > SPACES
036100         PERFORM 2270-LOOKUP-MSG-CODE THRU 2270-EXIT
036200         IF NOT WS-FOUND
036300             MOVE "GREETING CODE NOT ON REFFILE"
036400               TO WS-REJECT-REASON
036500         END-IF
036600     END-IF.
036700 2250-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100* 2260-LOOKUP-DEPT - SAY WHETHER THE SCREEN DEPARTMENT IS ON THE *
037200*                    LOADED DEPARTMENT TABLE.                    *
037300******************************************************************
037400 2260-LOOKUP-DEPT.
037500     MOVE "N" TO WS-FOUND-SW.
037600     PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
037700             UNTIL WS-REF-INDEX > REFT-DEPT-COUNT
037800         IF REFT-DEPT-NAME(WS-REF-INDEX) = WS-SCR-DEPT
037900             SET WS-FOUND TO TRUE
038000         END-IF
038100     END-PERFORM.
038200 2260-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600* 2270-LOOKUP-MSG-CODE - SAY WHETHER THE SCREEN GREETING CODE IS *
038700*                        ON THE LOADED MESSAGE TABLE.            *
038800******************************************************************
038900 2270-LOOKUP-MSG-CODE.
039000     MOVE "N" TO WS-FOUND-SW.
039100     IF WS-SCR-MSG-CODE IS NUMERIC
039200         MOVE WS-SCR-MSG-CODE TO WS-TRY-MSG-CODE
039300         PERFORM VARYING WS-REF-INDEX FROM 1 BY 1
039400                 UNTIL WS-REF-INDEX > REFT-MSG-COUNT
039500             IF REFT-MSG-CODE(WS-REF-INDEX) = WS-TRY-MSG-CODE
039600                 SET WS-FOUND TO TRUE
039700             END-IF
039800         END-PERFORM
039900     END-IF.
040000 2270-EXIT.
040100     EXIT.
040200*
040300******************************************************************
040400* 2300-APPLY-ADD - WRITE A NEW MASTER RECORD. THE INDEXED WRITE  *
040500*                  STILL REJECTS A KEY ADDED SINCE THE SCREEN    *
040600*                  WAS SHOWN, AS IN XMASUPD.                     *
040700******************************************************************
040800 2300-APPLY-ADD.
040900     MOVE "A" TO WS-JRN-ACTION.
041000     MOVE SPACES TO RCP-RECORD.
041100     MOVE WS-SCR-RCP-ID   TO RCP-ID.
041200     MOVE WS-SCR-NAME     TO RCP-NAME.
041300     MOVE WS-SCR-DEPT     TO RCP-DEPT.
041400     MOVE WS-SCR-OPTOUT   TO RCP-OPTOUT.
041500     MOVE WS-SCR-MSG-CODE TO RCP-MSG-CODE.
041600     MOVE RCP-RECORD TO WS-AFTER-IMAGE.
041700     WRITE RCP-RECORD
041800         INVALID KEY
041900             MOVE "DUPLICATE RECIPIENT ID" TO WS-REJECT-REASON
042000     END-WRITE.
042100 2300-EXIT.
042200     EXIT.
042300*
042400******************************************************************
042500* 2400-APPLY-CHANGE - RE-READ THE MASTER RECORD AND REWRITE IT   *
042600*                  WITH WHAT THE ACTION TAKES FROM THE SCREEN: A *
042700*                  CHANGE TAKES THE NON-BLANK FIELDS AS XMASUPD  *
042800*                  DOES, AN OPT OUT SETS THE FLAG AND A GREETING *
042900*                  UPDATE SETS OR CLEARS THE CODE. THE BEFORE    *
043000*                  IMAGE IS THE RECORD AS RE-READ, SO A BATCH    *
043100*                  UPDATE SINCE THE SCREEN WAS SHOWN IS NOT LOST *
043200*                  FROM THE JOURNAL.                             *
043300******************************************************************
043400 2400-APPLY-CHANGE.
043500     MOVE "C" TO WS-JRN-ACTION.
043600     MOVE WS-SCR-RCP-ID TO RCP-ID.
043700     READ RECIP-FILE
043800         INVALID KEY
043900             MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
044000     END-READ.
044100     IF WS-TRAN-APPLIED
044200         MOVE RCP-RECORD TO WS-BEFORE-IMAGE
044300         EVALUATE TRUE
044400             WHEN WS-SCR-OPT-OUT
044500                 MOVE "Y" TO RCP-OPTOUT
044600             WHEN WS-SCR-GREETING
044700                 MOVE WS-SCR-MSG-CODE TO RCP-MSG-CODE
044800             WHEN OTHER
044900                 IF WS-SCR-NAME > SPACES
045000                     MOVE WS-SCR-NAME TO RCP-NAME
045100                 END-IF
045200                 IF WS-SCR-DEPT > SPACES
045300                     MOVE WS-SCR-DEPT TO RCP-DEPT
045400                 END-IF
045500                 IF WS-SCR-OPTOUT > SPACES
045600                     MOVE WS-SCR-OPTOUT TO RCP-OPTOUT
045700                 END-IF
045800                 IF WS-SCR-MSG-CODE > SPACES
045900                     MOVE WS-SCR-MSG-CODE TO RCP-MSG-CODE
046000                 END-IF
046100         END-EVALUATE
046200         MOVE RCP-RECORD TO WS-AFTER-IMAGE
046300         REWRITE RCP-RECORD
046400             INVALID KEY
046500                 MOVE "REWRITE FAILED" TO WS-REJECT-REASON
046600         END-REWRITE
046700     END-IF.
046800 2400-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200* 2500-APPLY-DELETE - RE-READ THE MASTER RECORD SO ITS IMAGE     *
047300*                     GOES TO THE JOURNAL, THEN DELETE IT.       *
047400******************************************************************
047500 2500-APPLY-DELETE.
047600     MOVE "D" TO WS-JRN-ACTION.
047700     MOVE WS-SCR-RCP-ID TO RCP-ID.
047800     READ RECIP-FILE
047900         INVALID KEY
048000             MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
048100     END-READ.
048200     IF WS-TRAN-APPLIED
048300         MOVE RCP-RECORD TO WS-BEFORE-IMAGE
048400         DELETE RECIP-FILE
048500             INVALID KEY
048600                 MOVE "ID NOT ON MASTER" TO WS-REJECT-REASON
048700         END-DELETE
048800     END-IF.
048900 2500-EXIT.
049000     EXIT.
049100*
049200******************************************************************
049300* 2600-WRITE-JOURNAL - APPEND ONE JOURNAL RECORD FOR THE UPDATE  *
049400*                      JUST APPLIED: THE DATE AND TIME OF THE    *
049500*                      UPDATE, THE SEQUENCE WITHIN THE SESSION,  *
049600*                      AND THE BEFORE AND AFTER IMAGES THE APPLY *
049700*                      PARAGRAPH SAVED - THE RECORD XMASUPD      *
049800*                      WRITES FOR A BATCH TRANSACTION.           *
049900******************************************************************
050000 2600-WRITE-JOURNAL.
050100     ADD 1 TO WS-JRN-SEQUENCE.
050110     ACCEPT WS-UPD-DATE FROM DATE YYYYMMDD.
050120     ACCEPT WS-UPD-TIME FROM TIME.
050200     MOVE SPACES TO JRN-RECORD.
050300     MOVE WS-UPD-DATE TO JRN-RUN-DATE.
050400     MOVE WS-UPD-TIME TO JRN-RUN-TIME.
050500     MOVE WS-JRN-SEQUENCE TO JRN-SEQUENCE.
050600     MOVE WS-JRN-ACTION TO JRN-ACTION.
050700     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
050800     MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE.
050900     WRITE JRN-RECORD.
051000 2600-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* 2800-SET-OUTCOME - COUNT THE UPDATE, JOURNAL IT WHEN IT TOOK,  *
051500*                    AND SET THE MESSAGE THE NEXT KEY SCREEN     *
051600*                    SHOWS.                                      *
051700******************************************************************
051800 2800-SET-OUTCOME.
051900     MOVE SPACES TO WS-SCR-MESSAGE.
052000     EVALUATE TRUE
052100         WHEN WS-CANCELLED
052200             STRING "CANCELLED - "   DELIMITED BY SIZE
052300                    WS-SCR-RCP-ID    DELIMITED BY SIZE
052400                    " NOT UPDATED"   DELIMITED BY SIZE
052500               INTO WS-SCR-MESSAGE
052600         WHEN WS-TRAN-APPLIED
052700             ADD 1 TO WS-APPLIED-COUNT
052800             PERFORM 2600-WRITE-JOURNAL THRU 2600-EXIT
052900             STRING "APPLIED - "     DELIMITED BY SIZE
053000                    WS-SCR-ACTION    DELIMITED BY SIZE
053100                    " "              DELIMITED BY SIZE
053200                    WS-SCR-RCP-ID    DELIMITED BY SIZE
053210                    " - JOURNALED "  DELIMITED BY SIZE
053220                    WS-UPD-DATE      DELIMITED BY SIZE
053230                    " "              DELIMITED BY SIZE
053240                    WS-UPD-TIME      DELIMITED BY SIZE
053300               INTO WS-SCR-MESSAGE
053400         WHEN OTHER
053500             ADD 1 TO WS-REJECT-COUNT
053600             STRING "REJECTED - "    DELIMITED BY SIZE
053700                    WS-SCR-ACTION    DELIMITED BY SIZE
053800                    " "              DELIMITED BY SIZE
053900                    WS-SCR-RCP-ID    DELIMITED BY SIZE
054000                    " - "            DELIMITED BY SIZE
054100                    WS-REJECT-REASON DELIMITED BY SIZE
054200               INTO WS-SCR-MESSAGE
054300     END-EVALUATE.
054400 2800-EXIT.
054500     EXIT.
054600*
054700******************************************************************
054800* 9000-TERMINATE - CLOSE ALL OPEN FILES AND LOG THE SESSION'S    *
054900*                  COUNTS WITH ITS START STAMP AND THE STAMP OF  *
055000*                  ITS LAST UPDATE. A REBUILD TO THE START STAMP *
055010*                  BACKS THE WHOLE SESSION OUT.                  *
055100******************************************************************
055200 9000-TERMINATE.
055300     CLOSE RECIP-FILE.
055400     CLOSE JOURNAL-FILE.
055500     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
055600     DISPLAY "XMASRMT - SESSION " WS-RUN-DATE " " WS-RUN-TIME
055700             " - UPDATES APPLIED: " WS-EDIT-COUNT.
055800     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
055900     DISPLAY "XMASRMT - SESSION " WS-RUN-DATE " " WS-RUN-TIME
056000             " - UPDATES REJECTED: " WS-EDIT-COUNT.
056010     IF WS-APPLIED-COUNT > ZEROES
056020         DISPLAY "XMASRMT - SESSION " WS-RUN-DATE " " WS-RUN-TIME
056030                 " - LAST UPDATE JOURNALED " WS-UPD-DATE " "
056040                 WS-UPD-TIME
056050     END-IF.
056100 9000-EXIT.
056200     EXIT.
056300*
056400 END PROGRAM XMASRMT.
