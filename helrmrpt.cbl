000100*----------------------------------------------------------       00010001
000200*HELRMRPT - WEEKLY RETURNED-MAIL REPORT BY SITE AND REASON        00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELRMRPT.                                            00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  COUNTS THE RETURNS            00140001
001500*                HELRMAIL LOADED IN THE LAST WEEK, BROKEN         00150001
001600*                OUT BY THE SITE THAT KEYED THE ADDRESS AND       00160001
001700*                BY THE MAIL HOUSE REASON CODE, WITH A            00170001
001800*                REASON SUMMARY ACROSS ALL SITES - SO A SITE      00180001
001900*                KEYING BAD ADDRESSES SHOWS UP IN A WEEK          00190001
002000*                INSTEAD OF A QUARTER.  THE WINDOW IS READ        00200001
002100*                FROM DAYSPARM AND DEFAULTS TO 7 DAYS.            00210001
002200*----------------------------------------------------------       00220001
002300 ENVIRONMENT DIVISION.                                            00230001
002400 CONFIGURATION SECTION.                                           00240001
002500 INPUT-OUTPUT SECTION.                                            00250001
002600 FILE-CONTROL.                                                    00260001
002700     SELECT RETURN-HISTORY ASSIGN TO "RETHIST"                    00270001
002800         ORGANIZATION IS LINE SEQUENTIAL                          00280001
002900         FILE STATUS IS WS-RETHIST-STATUS.                        00290001
003000                                                                  00300001
003100     SELECT DAYS-PARM-FILE ASSIGN TO "DAYSPARM"                   00310001
003200         ORGANIZATION IS LINE SEQUENTIAL                          00320001
003300         FILE STATUS IS WS-DAYS-PARM-STATUS.                      00330001
003400                                                                  00340001
003500     SELECT RETURNS-REPORT ASSIGN TO "RMRPT"                      00350001
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00360001
003700                                                                  00370001
003800 DATA DIVISION.                                                   00380001
003900 FILE SECTION.                                                    00390001
004000*----------------------------------------------------------       00400001
004100*RETURN-HISTORY - EVERY RETURN HELRMAIL HAS APPLIED               00410001
004200*----------------------------------------------------------       00420001
004300 FD  RETURN-HISTORY.                                              00430001
004400 COPY RETHREC.                                                    00440001
004500                                                                  00450001
004600*----------------------------------------------------------       00460001
004700*DAYS-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE             00470001
004800*HOLDING THE REPORT WINDOW IN DAYS.  DEFAULTS TO 7.               00480001
004900*----------------------------------------------------------       00490001
005000 FD  DAYS-PARM-FILE.                                              00500001
005100 01  DP-PARM-RECORD.                                              00510001
005200     05  DP-DAYS-LIMIT       PIC 9(03).                           00520001
005300                                                                  00530001
005400*----------------------------------------------------------       00540001
005500*RETURNS-REPORT - THE WEEKLY BREAKDOWN FOR THE ELIGIBILITY        00550001
005600*UNIT AND THE SITE SUPERVISORS                                    00560001
005700*----------------------------------------------------------       00570001
005800 FD  RETURNS-REPORT.                                              00580001
005900 01  RR-PRINT-LINE           PIC X(100).                          00590001
006000                                                                  00600001
006100 WORKING-STORAGE SECTION.                                         00610001
006200                                                                  00620001
006300*----------------------------------------------------------       00630001
006400*WS-EOF-SW - SET WHEN RETURN-HISTORY IS EXHAUSTED                 00640001
006500*----------------------------------------------------------       00650001
006600 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   00660001
006700     88  WS-END-OF-FILE              VALUE 'Y'.                   00670001
006800     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   00680001
006900                                                                  00690001
007000*----------------------------------------------------------       00700001
007100*WS-SCAN-SW - SET WHEN 2410 HAS FOUND THE SORTED PLACE            00710001
007200*----------------------------------------------------------       00720001
007300 01  WS-SCAN-SW          PIC X(01)   VALUE 'N'.                   00730001
007400     88  WS-SCAN-DONE                VALUE 'Y'.                   00740001
007500     88  WS-SCAN-NOT-DONE            VALUE 'N'.                   00750001
007600                                                                  00760001
007700*----------------------------------------------------------       00770001
007800*WS-FULL-SW - SET THE FIRST TIME THE COUNT TABLE FILLS            00780001
007900*----------------------------------------------------------       00790001
008000 01  WS-FULL-SW          PIC X(01)   VALUE 'N'.                   00800001
008100     88  WS-TABLE-FULL               VALUE 'Y'.                   00810001
008200     88  WS-TABLE-NOT-FULL           VALUE 'N'.                   00820001
008300                                                                  00830001
008400 01  WS-RETHIST-STATUS    PIC X(02)   VALUE SPACES.               00840001
008500 01  WS-DAYS-PARM-STATUS  PIC X(02)   VALUE SPACES.               00850001
008600                                                                  00860001
008700*------------------------------------------------------------     00870001
008800*WS-DAYS-LIMIT - HOW MANY DAYS BACK THE REPORT LOOKS,             00880001
008900*COUNTING TODAY.  READ FROM DAYSPARM; DEFAULTS TO 7.              00890001
009000*------------------------------------------------------------     00900001
009100 01  WS-DAYS-LIMIT         PIC 9(03)   VALUE 7.                   00910001
009200                                                                  00920001
009300*------------------------------------------------------------     00930001
009400*WS-RUN-DATE / WS-FROM-DATE - TODAY AND THE FIRST LOAD DATE       00940001
009500*INSIDE THE WINDOW                                                00950001
009600*------------------------------------------------------------     00960001
009700 01  WS-RUN-DATE           PIC 9(08)   VALUE ZERO.                00970001
009800 01  WS-FROM-DATE          PIC 9(08)   VALUE ZERO.                00980001
009900                                                                  00990001
010000*------------------------------------------------------------     01000001
010100*WS-COUNT-TABLE - RETURN COUNTS KEPT IN KEY ORDER.  A "S"         01010001
010200*ENTRY IS ONE SITE AND REASON; AN "R" ENTRY IS ONE REASON         01020001
010300*ACROSS ALL SITES.                                                01030001
010400*------------------------------------------------------------     01040001
010500 01  WS-COUNT-TABLE.                                              01050001
010600     05  WS-CT-ENTRY OCCURS 300 TIMES.                            01060001
010700         10  WS-CT-GROUP.                                         01070001
010800             15  WS-CT-KIND      PIC X(01).                       01080001
010900             15  WS-CT-SITE      PIC X(10).                       01090001
011000             15  WS-CT-REASON    PIC X(02).                       01100001
011100         10  WS-CT-COUNT         PIC 9(07) COMP.                  01110001
011200                                                                  01120001
011300 01  WS-LOOK-GROUP.                                               01130001
011400     05  WS-LG-KIND          PIC X(01).                           01140001
011500     05  WS-LG-SITE          PIC X(10).                           01150001
011600     05  WS-LG-REASON        PIC X(02).                           01160001
011700                                                                  01170001
011800 01  WS-PRIOR-SITE         PIC X(10)   VALUE SPACES.              01180001
011900 01  WS-REASON-DESC        PIC X(30)   VALUE SPACES.              01190001
012000                                                                  01200001
012100 77  WS-CT-COUNT-X        PIC 9(05) COMP     VALUE ZERO.          01210001
012200 77  WS-CT-MAX            PIC 9(05) COMP     VALUE 300.           01220001
012300 77  WS-CX                PIC 9(05) COMP     VALUE ZERO.          01230001
012400 77  WS-CY                PIC 9(05) COMP     VALUE ZERO.          01240001
012500 77  WS-TODAY-INT         PIC S9(09) COMP    VALUE ZERO.          01250001
012600 77  WS-READ-COUNT        PIC 9(07) COMP     VALUE ZERO.          01260001
012700 77  WS-IN-WINDOW-COUNT   PIC 9(07) COMP     VALUE ZERO.          01270001
012800 77  WS-SITE-TOTAL        PIC 9(07) COMP     VALUE ZERO.          01280001
012900 77  WS-READ-ED           PIC Z(06)9.                             01290001
013000 77  WS-IN-WINDOW-ED      PIC Z(06)9.                             01300001
013100                                                                  01310001
013200*----------------------------------------------------------       01320001
013300*REPORT LINES                                                     01330001
013400*----------------------------------------------------------       01340001
013500 01  WS-HEADING-1.                                                01350001
013600     05  FILLER              PIC X(34)                            01360001
013700         VALUE "RETURNED MAIL BY SITE AND REASON  ".              01370001
013800     05  FILLER              PIC X(05)  VALUE "FROM ".            01380001
013900     05  WS-H1-FROM          PIC 9(08).                           01390001
014000     05  FILLER              PIC X(09)  VALUE " THROUGH ".        01400001
014100     05  WS-H1-THRU          PIC 9(08).                           01410001
014200     05  FILLER              PIC X(36)  VALUE SPACES.             01420001
014300 01  WS-HEADING-2.                                                01430001
014400     05  FILLER              PIC X(12)  VALUE "SITE".             01440001
014500     05  FILLER              PIC X(38)  VALUE "REASON".           01450001
014600     05  FILLER              PIC X(07)  VALUE "RETURNS".          01460001
014700     05  FILLER              PIC X(43)  VALUE SPACES.             01470001
014800 01  WS-HEADING-3.                                                01480001
014900     05  FILLER              PIC X(50)                            01490001
015000         VALUE "RETURNS BY REASON - ALL SITES".                   01500001
015100     05  FILLER              PIC X(50)  VALUE SPACES.             01510001
015200 01  WS-DETAIL-LINE.                                              01520001
015300     05  WS-DL-SITE          PIC X(10).                           01530001
015400     05  FILLER              PIC X(02)  VALUE SPACES.             01540001
015500     05  WS-DL-REASON        PIC X(02).                           01550001
015600     05  FILLER              PIC X(02)  VALUE SPACES.             01560001
015700     05  WS-DL-DESC          PIC X(30).                           01570001
015800     05  FILLER              PIC X(01)  VALUE SPACES.             01580001
015900     05  WS-DL-COUNT         PIC Z(06)9.                          01590001
016000     05  FILLER              PIC X(46)  VALUE SPACES.             01600001
016100 01  WS-TOTAL-LINE.                                               01610001
016200     05  FILLER              PIC X(12)  VALUE SPACES.             01620001
016300     05  WS-TL-LABEL         PIC X(35).                           01630001
016400     05  WS-TL-COUNT         PIC Z(09)9.                          01640001
016500     05  FILLER              PIC X(43)  VALUE SPACES.             01650001
016600*                                                                 01660001
016700 PROCEDURE DIVISION.                                              01670001
016800*============================================================     01680001
016900*0000-MAINLINE                                                    01690001
017000*    COUNTS THE RETURNS LOADED INSIDE THE WINDOW AND PRINTS       01700001
017100*    THEM BY SITE AND BY REASON.                                  01710001
017200*============================================================     01720001
017300 0000-MAINLINE.                                                   01730001
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01740001
017500     PERFORM 2000-COUNT-ONE THRU 2000-EXIT                        01750001
017600         UNTIL WS-END-OF-FILE.                                    01760001
017700     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.                    01770001
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01780001
017900     GOBACK.                                                      01790001
018000*                                                                 01800001
018100*------------------------------------------------------------     01810001
018200*1000-INITIALIZE                                                  01820001
018300*    READS THE WINDOW, WORKS OUT ITS FIRST DAY, AND OPENS         01830001
018400*    THE FILES.  NO RETURN HISTORY MEANS NOTHING HAS COME         01840001
018500*    BACK YET - THE REPORT PRINTS EMPTY.                          01850001
018600*------------------------------------------------------------     01860001
018700 1000-INITIALIZE.                                                 01870001
018800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       01880001
018900     PERFORM 1100-READ-DAYS-LIMIT THRU 1100-EXIT.                 01890001
019000     COMPUTE WS-TODAY-INT =                                       01900001
019100         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                   01910001
019200     COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(             01920001
019300         WS-TODAY-INT - WS-DAYS-LIMIT + 1).                       01930001
019400     OPEN OUTPUT RETURNS-REPORT.                                  01940001
019500     OPEN INPUT RETURN-HISTORY.                                   01950001
019600     IF WS-RETHIST-STATUS NOT = "00"                              01960001
019700         DISPLAY "HELRMRPT - NO RETURN HISTORY, STATUS "          01970001
019800             WS-RETHIST-STATUS                                    01980001
019900         SET WS-END-OF-FILE TO TRUE                               01990001
020000     END-IF.                                                      02000001
020100 1000-EXIT.                                                       02010001
020200     EXIT.                                                        02020001
020300*                                                                 02030001
020400*------------------------------------------------------------     02040001
020500*1100-READ-DAYS-LIMIT                                             02050001
020600*    READS THE REPORT WINDOW FROM THE OPTIONAL DAYSPARM           02060001
020700*    FILE.  DEFAULTS TO 7 DAYS.                                   02070001
020800*------------------------------------------------------------     02080001
020900 1100-READ-DAYS-LIMIT.                                            02090001
021000     OPEN INPUT DAYS-PARM-FILE.                                   02100001
021100     IF WS-DAYS-PARM-STATUS = "00"                                02110001
021200         READ DAYS-PARM-FILE                                      02120001
021300             AT END                                               02130001
021400                 CONTINUE                                         02140001
021500             NOT AT END                                           02150001
021600                 IF DP-DAYS-LIMIT IS NUMERIC                      02160001
021700                    AND DP-DAYS-LIMIT > ZERO                      02170001
021800                     MOVE DP-DAYS-LIMIT TO WS-DAYS-LIMIT          02180001
021900                 END-IF                                           02190001
022000         END-READ                                                 02200001
022100         CLOSE DAYS-PARM-FILE                                     02210001
022200     END-IF.                                                      02220001
022300 1100-EXIT.                                                       02230001
022400     EXIT.                                                        02240001
022500*                                                                 02250001
022600*------------------------------------------------------------     02260001
022700*2000-COUNT-ONE                                                   02270001
022800*    READS ONE RETURN AND, WHEN IT WAS LOADED INSIDE THE          02280001
022900*    WINDOW, COUNTS IT AGAINST ITS SITE AND REASON AND            02290001
023000*    AGAINST ITS REASON ALONE.                                    02300001
023100*------------------------------------------------------------     02310001
023200 2000-COUNT-ONE.                                                  02320001
023300     READ RETURN-HISTORY                                          02330001
023400         AT END                                                   02340001
023500             SET WS-END-OF-FILE TO TRUE                           02350001
023600             GO TO 2000-EXIT                                      02360001
023700     END-READ.                                                    02370001
023800     ADD 1 TO WS-READ-COUNT.                                      02380001
023900     IF RH-LOAD-DATE NOT NUMERIC                                  02390001
024000         GO TO 2000-EXIT                                          02400001
024100     END-IF.                                                      02410001
024200     IF RH-LOAD-DATE < WS-FROM-DATE                               02420001
024300        OR RH-LOAD-DATE > WS-RUN-DATE                             02430001
024400         GO TO 2000-EXIT                                          02440001
024500     END-IF.                                                      02450001
024600     ADD 1 TO WS-IN-WINDOW-COUNT.                                 02460001
024700     MOVE "S"        TO WS-LG-KIND.                               02470001
024800     MOVE RH-SITE    TO WS-LG-SITE.                               02480001
024900     MOVE RH-REASON  TO WS-LG-REASON.                             02490001
025000     PERFORM 2400-ADD-TO-ENTRY THRU 2400-EXIT.                    02500001
025100     MOVE "R"        TO WS-LG-KIND.                               02510001
025200     MOVE SPACES     TO WS-LG-SITE.                               02520001
025300     PERFORM 2400-ADD-TO-ENTRY THRU 2400-EXIT.                    02530001
025400 2000-EXIT.                                                       02540001
025500     EXIT.                                                        02550001
025600*                                                                 02560001
025700*------------------------------------------------------------     02570001
025800*2400-ADD-TO-ENTRY                                                02580001
025900*    FINDS THE TABLE ENTRY FOR WS-LOOK-GROUP, OPENING ONE IN      02590001
026000*    ITS SORTED PLACE IF THIS IS ITS FIRST RETURN, AND ADDS       02600001
026100*    ONE TO IT.  ONCE THE TABLE IS FULL A NEW SITE OR REASON      02610001
026200*    IS COUNTED IN THE GRAND TOTAL ONLY, AND THE RUN ENDS         02620001
026300*    WITH RETURN CODE 4.                                          02630001
026400*------------------------------------------------------------     02640001
026500 2400-ADD-TO-ENTRY.                                               02650001
026600     MOVE 1 TO WS-CX.                                             02660001
026700     SET WS-SCAN-NOT-DONE TO TRUE.                                02670001
026800     PERFORM 2410-SCAN-ONE THRU 2410-EXIT                         02680001
026900         UNTIL WS-SCAN-DONE.                                      02690001
027000     IF WS-CX NOT > WS-CT-COUNT-X                                 02700001
027100         IF WS-CT-GROUP(WS-CX) = WS-LOOK-GROUP                    02710001
027200             ADD 1 TO WS-CT-COUNT(WS-CX)                          02720001
027300             GO TO 2400-EXIT                                      02730001
027400         END-IF                                                   02740001
027500     END-IF.                                                      02750001
027600     IF WS-CT-COUNT-X NOT < WS-CT-MAX                             02760001
027700         IF WS-TABLE-NOT-FULL                                     02770001
027800             SET WS-TABLE-FULL TO TRUE                            02780001
027900             DISPLAY "HELRMRPT - COUNT TABLE FULL, LATER "        02790001
028000                 "SITES/REASONS COUNTED IN TOTAL ONLY"            02800001
028100             MOVE 4 TO RETURN-CODE                                02810001
028200         END-IF                                                   02820001
028300         GO TO 2400-EXIT                                          02830001
028400     END-IF.                                                      02840001
028500     PERFORM 2420-SHIFT-ONE THRU 2420-EXIT                        02850001
028600         VARYING WS-CY FROM WS-CT-COUNT-X BY -1                   02860001
028700         UNTIL WS-CY < WS-CX.                                     02870001
028800     ADD 1 TO WS-CT-COUNT-X.                                      02880001
028900     MOVE WS-LOOK-GROUP TO WS-CT-GROUP(WS-CX).                    02890001
029000     MOVE 1             TO WS-CT-COUNT(WS-CX).                    02900001
029100 2400-EXIT.                                                       02910001
029200     EXIT.                                                        02920001
029300*                                                                 02930001
029400*------------------------------------------------------------     02940001
029500*2410-SCAN-ONE                                                    02950001
029600*    STEPS WS-CX ALONG THE TABLE UNTIL IT REACHES THE FIRST       02960001
029700*    ENTRY NOT BELOW WS-LOOK-GROUP, OR THE END OF THE TABLE.      02970001
029800*------------------------------------------------------------     02980001
029900 2410-SCAN-ONE.                                                   02990001
030000     IF WS-CX > WS-CT-COUNT-X                                     03000001
030100         SET WS-SCAN-DONE TO TRUE                                 03010001
030200         GO TO 2410-EXIT                                          03020001
030300     END-IF.                                                      03030001
030400     IF WS-CT-GROUP(WS-CX) NOT < WS-LOOK-GROUP                    03040001
030500         SET WS-SCAN-DONE TO TRUE                                 03050001
030600         GO TO 2410-EXIT                                          03060001
030700     END-IF.                                                      03070001
030800     ADD 1 TO WS-CX.                                              03080001
030900 2410-EXIT.                                                       03090001
031000     EXIT.                                                        03100001
031100*                                                                 03110001
031200*------------------------------------------------------------     03120001
031300*2420-SHIFT-ONE                                                   03130001
031400*    MOVES ONE ENTRY UP A SLOT TO OPEN THE SORTED PLACE FOR       03140001
031500*    A NEW ONE.                                                   03150001
031600*------------------------------------------------------------     03160001
031700 2420-SHIFT-ONE.                                                  03170001
031800     MOVE WS-CT-ENTRY(WS-CY) TO WS-CT-ENTRY(WS-CY + 1).           03180001
031900 2420-EXIT.                                                       03190001
032000     EXIT.                                                        03200001
032100*                                                                 03210001
032200*------------------------------------------------------------     03220001
032300*3000-PRINT-REPORT                                                03230001
032400*    PRINTS THE HEADINGS, THE SITE SECTION WITH A TOTAL PER       03240001
032500*    SITE, THE REASON SUMMARY, AND THE GRAND TOTAL.               03250001
032600*------------------------------------------------------------     03260001
032700 3000-PRINT-REPORT.                                               03270001
032800     MOVE WS-FROM-DATE  TO WS-H1-FROM.                            03280001
032900     MOVE WS-RUN-DATE   TO WS-H1-THRU.                            03290001
033000     MOVE WS-HEADING-1  TO RR-PRINT-LINE.                         03300001
033100     WRITE RR-PRINT-LINE.                                         03310001
033200     MOVE SPACES        TO RR-PRINT-LINE.                         03320001
033300     WRITE RR-PRINT-LINE.                                         03330001
033400     MOVE WS-HEADING-2  TO RR-PRINT-LINE.                         03340001
033500     WRITE RR-PRINT-LINE.                                         03350001
033600     MOVE HIGH-VALUES   TO WS-PRIOR-SITE.                         03360001
033700     MOVE ZERO          TO WS-SITE-TOTAL.                         03370001
033800     PERFORM 3100-PRINT-SITE-LINE THRU 3100-EXIT                  03380001
033900         VARYING WS-CX FROM 1 BY 1                                03390001
034000         UNTIL WS-CX > WS-CT-COUNT-X.                             03400001
034100     IF WS-PRIOR-SITE NOT = HIGH-VALUES                           03410001
034200         PERFORM 3150-PRINT-SITE-TOTAL THRU 3150-EXIT             03420001
034300     END-IF.                                                      03430001
034400     MOVE SPACES        TO RR-PRINT-LINE.                         03440001
034500     WRITE RR-PRINT-LINE.                                         03450001
034600     MOVE WS-HEADING-3  TO RR-PRINT-LINE.                         03460001
034700     WRITE RR-PRINT-LINE.                                         03470001
034800     PERFORM 3200-PRINT-REASON-LINE THRU 3200-EXIT                03480001
034900         VARYING WS-CX FROM 1 BY 1                                03490001
035000         UNTIL WS-CX > WS-CT-COUNT-X.                             03500001
035100     MOVE SPACES        TO RR-PRINT-LINE.                         03510001
035200     WRITE RR-PRINT-LINE.                                         03520001
035300     MOVE "TOTAL RETURNS IN THE WINDOW" TO WS-TL-LABEL.           03530001
035400     MOVE WS-IN-WINDOW-COUNT TO WS-TL-COUNT.                      03540001
035500     MOVE WS-TOTAL-LINE TO RR-PRINT-LINE.                         03550001
035600     WRITE RR-PRINT-LINE.                                         03560001
035700 3000-EXIT.                                                       03570001
035800     EXIT.                                                        03580001
035900*                                                                 03590001
036000*------------------------------------------------------------     03600001
036100*3100-PRINT-SITE-LINE                                             03610001
036200*    PRINTS ONE SITE-AND-REASON COUNT, CLOSING OFF THE            03620001
036300*    PRIOR SITE WITH ITS TOTAL WHEN THE SITE CHANGES.  THE        03630001
036400*    SITE IS NAMED ON ITS FIRST LINE ONLY.                        03640001
036500*------------------------------------------------------------     03650001
036600 3100-PRINT-SITE-LINE.                                            03660001
036700     IF WS-CT-KIND(WS-CX) NOT = "S"                               03670001
036800         GO TO 3100-EXIT                                          03680001
036900     END-IF.                                                      03690001
037000     MOVE SPACES TO WS-DL-SITE.                                   03700001
037100     IF WS-CT-SITE(WS-CX) NOT = WS-PRIOR-SITE                     03710001
037200         IF WS-PRIOR-SITE NOT = HIGH-VALUES                       03720001
037300             PERFORM 3150-PRINT-SITE-TOTAL THRU 3150-EXIT         03730001
037400         END-IF                                                   03740001
037500         MOVE WS-CT-SITE(WS-CX) TO WS-PRIOR-SITE                  03750001
037600         MOVE ZERO              TO WS-SITE-TOTAL                  03760001
037700         MOVE WS-CT-SITE(WS-CX) TO WS-DL-SITE                     03770001
037800         IF WS-CT-SITE(WS-CX) = SPACES                            03780001
037900             MOVE "(UNKNOWN)"   TO WS-DL-SITE                     03790001
038000         END-IF                                                   03800001
038100     END-IF.                                                      03810001
038200     ADD WS-CT-COUNT(WS-CX) TO WS-SITE-TOTAL.                     03820001
038300     PERFORM 3300-PRINT-DETAIL THRU 3300-EXIT.                    03830001
038400 3100-EXIT.                                                       03840001
038500     EXIT.                                                        03850001
038600*                                                                 03860001
038700 3150-PRINT-SITE-TOTAL.                                           03870001
038800     MOVE "SITE TOTAL"  TO WS-TL-LABEL.                           03880001
038900     MOVE WS-SITE-TOTAL TO WS-TL-COUNT.                           03890001
039000     MOVE WS-TOTAL-LINE TO RR-PRINT-LINE.                         03900001
039100     WRITE RR-PRINT-LINE.                                         03910001
039200     MOVE SPACES        TO RR-PRINT-LINE.                         03920001
039300     WRITE RR-PRINT-LINE.                                         03930001
039400 3150-EXIT.                                                       03940001
039500     EXIT.                                                        03950001
039600*                                                                 03960001
039700*------------------------------------------------------------     03970001
039800*3200-PRINT-REASON-LINE                                           03980001
039900*    PRINTS ONE REASON'S COUNT ACROSS ALL SITES.                  03990001
040000*------------------------------------------------------------     04000001
040100 3200-PRINT-REASON-LINE.                                          04010001
040200     IF WS-CT-KIND(WS-CX) NOT = "R"                               04020001
040300         GO TO 3200-EXIT                                          04030001
040400     END-IF.                                                      04040001
040500     MOVE SPACES TO WS-DL-SITE.                                   04050001
040600     PERFORM 3300-PRINT-DETAIL THRU 3300-EXIT.                    04060001
040700 3200-EXIT.                                                       04070001
040800     EXIT.                                                        04080001
040900*                                                                 04090001
041000*------------------------------------------------------------     04100001
041100*3300-PRINT-DETAIL                                                04110001
041200*    PRINTS THE REASON CODE, ITS DESCRIPTION, AND THE COUNT       04120001
041300*    FOR TABLE ENTRY WS-CX.                                       04130001
041400*------------------------------------------------------------     04140001
041500 3300-PRINT-DETAIL.                                               04150001
041600     PERFORM 3400-DESCRIBE-REASON THRU 3400-EXIT.                 04160001
041700     MOVE WS-CT-REASON(WS-CX) TO WS-DL-REASON.                    04170001
041800     MOVE WS-REASON-DESC      TO WS-DL-DESC.                      04180001
041900     MOVE WS-CT-COUNT(WS-CX)  TO WS-DL-COUNT.                     04190001
042000     MOVE WS-DETAIL-LINE      TO RR-PRINT-LINE.                   04200001
042100     WRITE RR-PRINT-LINE.                                         04210001
042200 3300-EXIT.                                                       04220001
042300     EXIT.                                                        04230001
042400*                                                                 04240001
042500*------------------------------------------------------------     04250001
042600*3400-DESCRIBE-REASON                                             04260001
042700*    TRANSLATES THE MAIL HOUSE REASON CODE.  A CODE NOT           04270001
042800*    LISTED HERE STILL PRINTS, WITH ITS CODE, AS "OTHER".         04280001
042900*------------------------------------------------------------     04290001
043000 3400-DESCRIBE-REASON.                                            04300001
043100     IF WS-CT-REASON(WS-CX) = "NK"                                04310001
043200         MOVE "NOT KNOWN AT ADDRESS"     TO WS-REASON-DESC        04320001
043300     ELSE IF WS-CT-REASON(WS-CX) = "NS"                           04330001
043400         MOVE "NO SUCH STREET OR NUMBER" TO WS-REASON-DESC        04340001
043500     ELSE IF WS-CT-REASON(WS-CX) = "VA"                           04350001
043600         MOVE "VACANT"                   TO WS-REASON-DESC        04360001
043700     ELSE IF WS-CT-REASON(WS-CX) = "IA"                           04370001
043800         MOVE "INSUFFICIENT ADDRESS"     TO WS-REASON-DESC        04380001
043900     ELSE IF WS-CT-REASON(WS-CX) = "MF"                           04390001
044000         MOVE "MOVED, NO FORWARDING"     TO WS-REASON-DESC        04400001
044100     ELSE IF WS-CT-REASON(WS-CX) = "RF"                           04410001
044200         MOVE "REFUSED"                  TO WS-REASON-DESC        04420001
044300     ELSE IF WS-CT-REASON(WS-CX) = "UF"                           04430001
044400         MOVE "UNABLE TO FORWARD"        TO WS-REASON-DESC        04440001
044500     ELSE                                                         04450001
044600         MOVE "OTHER"                    TO WS-REASON-DESC        04460001
044700     END-IF.                                                      04470001
044800 3400-EXIT.                                                       04480001
044900     EXIT.                                                        04490001
045000*                                                                 04500001
045100*------------------------------------------------------------     04510001
045200*9000-TERMINATE                                                   04520001
045300*    CLOSES THE FILES AND DISPLAYS THE COUNTS.                    04530001
045400*------------------------------------------------------------     04540001
045500 9000-TERMINATE.                                                  04550001
045600     IF WS-RETHIST-STATUS = "00"                                  04560001
045700        OR WS-RETHIST-STATUS = "10"                               04570001
045800         CLOSE RETURN-HISTORY                                     04580001
045900     END-IF.                                                      04590001
046000     CLOSE RETURNS-REPORT.                                        04600001
046100     MOVE WS-READ-COUNT      TO WS-READ-ED.                       04610001
046200     MOVE WS-IN-WINDOW-COUNT TO WS-IN-WINDOW-ED.                  04620001
046300     DISPLAY "HELRMRPT - RETURN HISTORY RECORDS READ: "           04630001
046400         WS-READ-ED.                                              04640001
046500     DISPLAY "HELRMRPT - RETURNS IN THE WINDOW: "                 04650001
046600         WS-IN-WINDOW-ED.                                         04660001
046700 9000-EXIT.                                                       04670001
046800     EXIT.                                                        04680001
