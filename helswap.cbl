000100*----------------------------------------------------------       00010001
000200*HELSWAP - SWAP A REWRITTEN QUEUE IN OVER THE LIVE ONE            00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELSWAP.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  HELCORR, HELDUPR,             00140001
001500*                HELSTATE RECONCILE, AND THE HELAUDIT ARCHIVE     00150001
001600*                EACH WRITE A NEW COPY OF A FILE THAT             00160001
001700*                OPERATIONS THEN COPIED IN OVER THE LIVE ONE      00170001
001800*                BY HAND - AND ONCE DID NOT, SO THE NEXT          00180001
001900*                STEP WORKED THE OLD QUEUE AGAIN.  THE SWAP       00190001
002000*                IS NOW THIS STEP OF THE CYCLE, ONE FUNCTION      00200001
002100*                LETTER PER FILE PAIR: E EXCPQNEW OVER            00210001
002200*                EXCPQUE, D DUPQNEW OVER DUPQUE, S STPNEW         00220001
002300*                OVER STPEND, A AUDITNEW OVER AUDITLOG.           00230001
002400*                HELCYCL ONLY LETS IT RUN ONCE AFTER EACH RUN     00240001
002500*                OF THE PRODUCER.  BEFORE TOUCHING ANYTHING       00250001
002600*                IT CHECKS THE NEW FILE HOLDS WHAT THE            00260001
002700*                PRODUCER SAYS IT WROTE, AND THE LIVE FILE AT     00270001
002800*                LEAST WHAT THE PRODUCER READ.  RECORDS           00280001
002900*                APPENDED TO THE LIVE FILE SINCE THE PRODUCER     00290001
003000*                READ IT (THE PHONE DESK, RETURNED MAIL,          00300001
003100*                RECERTIFICATION, AND THE REST ALL APPEND TO      00310001
003200*                THESE FILES) ARE CARRIED FORWARD ONTO THE        00320001
003300*                END OF THE SWAPPED FILE INSTEAD OF BEING         00330001
003400*                LOST WITH THE OLD COPY.                          00340001
003410*10/15/2026 RJM  EXCPQUE AND DUPQUE RECORDS WIDENED FOR THE       00341002
003420*                SOURCE SITE AND PROGRAM CODE ADDED ON THE END.   00342002
003430*10/15/2026 RJM  AUDITNEW AND AUDITLOG RECORDS WIDENED FOR THE    00343003
003440*                OPERATOR ID NOW ON THE END OF EVERY AUDLREC.     00344003
003500*----------------------------------------------------------       00350001
003600 ENVIRONMENT DIVISION.                                            00360001
003700 CONFIGURATION SECTION.                                           00370001
003800 INPUT-OUTPUT SECTION.                                            00380001
003900 FILE-CONTROL.                                                    00390001
004000     SELECT SWAP-PARM-FILE ASSIGN TO "SWAPPARM"                   00400001
004100         ORGANIZATION IS LINE SEQUENTIAL                          00410001
004200         FILE STATUS IS WS-PARM-STATUS.                           00420001
004300                                                                  00430001
004400     SELECT EXCEPTION-NEW ASSIGN TO "EXCPQNEW"                    00440001
004500         ORGANIZATION IS LINE SEQUENTIAL                          00450001
004600         FILE STATUS IS WS-NEW-STATUS.                            00460001
004700                                                                  00470001
004800     SELECT EXCEPTION-LIVE ASSIGN TO "EXCPQUE"                    00480001
004900         ORGANIZATION IS LINE SEQUENTIAL                          00490001
005000         FILE STATUS IS WS-LIVE-STATUS.                           00500001
005100                                                                  00510001
005200     SELECT DUPLICATE-NEW ASSIGN TO "DUPQNEW"                     00520001
005300         ORGANIZATION IS LINE SEQUENTIAL                          00530001
005400         FILE STATUS IS WS-NEW-STATUS.                            00540001
005500                                                                  00550001
005600     SELECT DUPLICATE-LIVE ASSIGN TO "DUPQUE"                     00560001
005700         ORGANIZATION IS LINE SEQUENTIAL                          00570001
005800         FILE STATUS IS WS-LIVE-STATUS.                           00580001
005900                                                                  00590001
006000     SELECT PENDING-NEW ASSIGN TO "STPNEW"                        00600001
006100         ORGANIZATION IS LINE SEQUENTIAL                          00610001
006200         FILE STATUS IS WS-NEW-STATUS.                            00620001
006300                                                                  00630001
006400     SELECT PENDING-LIVE ASSIGN TO "STPEND"                       00640001
006500         ORGANIZATION IS LINE SEQUENTIAL                          00650001
006600         FILE STATUS IS WS-LIVE-STATUS.                           00660001
006700                                                                  00670001
006800     SELECT AUDIT-NEW ASSIGN TO "AUDITNEW"                        00680001
006900         ORGANIZATION IS LINE SEQUENTIAL                          00690001
007000         FILE STATUS IS WS-NEW-STATUS.                            00700001
007100                                                                  00710001
007200     SELECT AUDIT-LIVE ASSIGN TO "AUDITLOG"                       00720001
007300         ORGANIZATION IS LINE SEQUENTIAL                          00730001
007400         FILE STATUS IS WS-LIVE-STATUS.                           00740001
007500                                                                  00750001
007600     SELECT SWAP-WORK ASSIGN TO "SWAPWORK"                        00760001
007700         ORGANIZATION IS LINE SEQUENTIAL                          00770001
007800         FILE STATUS IS WS-WORK-STATUS.                           00780001
007900                                                                  00790001
008000 DATA DIVISION.                                                   00800001
008100 FILE SECTION.                                                    00810001
008200*----------------------------------------------------------       00820001
008300*SWAP-PARM-FILE - ONE CONTROL RECORD: THE LETTER OF THE           00830001
008400*FILE PAIR TO SWAP                                                00840001
008500*----------------------------------------------------------       00850001
008600 FD  SWAP-PARM-FILE.                                              00860001
008700 01  SP-PARM-RECORD.                                              00870001
008800     05  SP-FUNCTION         PIC X(01).                           00880001
008900     05  FILLER              PIC X(79).                           00890001
009000                                                                  00900001
009100*----------------------------------------------------------       00910001
009200*THE FILE PAIRS.  THE RECORDS ARE COPIED WHOLE AND NEVER          00920001
009300*LOOKED INTO, SO EACH IS JUST ITS WIDTH: THE EXCEPTION            00930001
009400*QUEUE (HELCORR), THE DUPLICATE QUEUE (HELDUPR), THE STATE        00940001
009500*PENDING FILE (HELSTATE), AND THE AUDIT LOG (HELAUDIT).           00950001
009600*----------------------------------------------------------       00960001
009700 FD  EXCEPTION-NEW.                                               00970001
009800 01  XN-QUEUE-RECORD         PIC X(171).                          00980002
009900                                                                  00990001
010000 FD  EXCEPTION-LIVE.                                              01000001
010100 01  XL-QUEUE-RECORD         PIC X(171).                          01010002
010200                                                                  01020001
010300 FD  DUPLICATE-NEW.                                               01030001
010400 01  DN-QUEUE-RECORD         PIC X(211).                          01040002
010500                                                                  01050001
010600 FD  DUPLICATE-LIVE.                                              01060001
010700 01  DL-QUEUE-RECORD         PIC X(211).                          01070002
010800                                                                  01080001
010900 FD  PENDING-NEW.                                                 01090001
011000 01  PN-PENDING-RECORD       PIC X(42).                           01100001
011100                                                                  01110001
011200 FD  PENDING-LIVE.                                                01120001
011300 01  PL-PENDING-RECORD       PIC X(42).                           01130001
011400                                                                  01140001
011500 FD  AUDIT-NEW.                                                   01150001
011600 01  LN-LOG-RECORD           PIC X(132).                          01160003
011700                                                                  01170001
011800 FD  AUDIT-LIVE.                                                  01180001
011900 01  LL-LOG-RECORD           PIC X(132).                          01190003
012000                                                                  01200001
012100*----------------------------------------------------------       01210001
012200*SWAP-WORK - THE RECORDS CARRIED FORWARD, HELD WHILE THE          01220001
012300*LIVE FILE IS REWRITTEN.  WIDE ENOUGH FOR ANY OF THE FOUR.        01230001
012400*----------------------------------------------------------       01240001
012500 FD  SWAP-WORK.                                                   01250001
012600 01  SW-WORK-RECORD          PIC X(211).                          01260002
012700                                                                  01270001
012800 WORKING-STORAGE SECTION.                                         01280001
012900                                                                  01290001
013000*----------------------------------------------------------       01300001
013100*WS-EOF-SW - SET WHEN THE FILE BEING READ IS EXHAUSTED            01310001
013200*----------------------------------------------------------       01320001
013300 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01330001
013400     88  WS-END-OF-FILE              VALUE 'Y'.                   01340001
013500     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01350001
013600                                                                  01360001
013700*----------------------------------------------------------       01370001
013800*WS-SWAP-SW - CLEARED WHEN A CHECK FAILS AND THE LIVE FILE        01380001
013900*IS TO BE LEFT AS IT IS                                           01390001
014000*----------------------------------------------------------       01400001
014100 01  WS-SWAP-SW          PIC X(01)   VALUE 'Y'.                   01410001
014200     88  WS-SWAP-GO                  VALUE 'Y'.                   01420001
014300     88  WS-SWAP-STOPPED             VALUE 'N'.                   01430001
014400                                                                  01440001
014500*----------------------------------------------------------       01450001
014600*WS-FUNCTION - THE FILE PAIR TO SWAP, SAVED FROM THE PARM         01460001
014700*RECORD                                                           01470001
014800*----------------------------------------------------------       01480001
014900 01  WS-FUNCTION         PIC X(01)   VALUE SPACE.                 01490001
015000     88  WS-FUNC-EXCEPTION           VALUE "E".                   01500001
015100     88  WS-FUNC-DUPLICATE           VALUE "D".                   01510001
015200     88  WS-FUNC-PENDING             VALUE "S".                   01520001
015300     88  WS-FUNC-AUDIT               VALUE "A".                   01530001
015400     88  WS-FUNC-VALID               VALUE "E" "D" "S" "A".       01540001
015500                                                                  01550001
015600 01  WS-PARM-STATUS       PIC X(02)   VALUE SPACES.               01560001
015700 01  WS-NEW-STATUS        PIC X(02)   VALUE SPACES.               01570001
015800 01  WS-LIVE-STATUS       PIC X(02)   VALUE SPACES.               01580001
015900 01  WS-WORK-STATUS       PIC X(02)   VALUE SPACES.               01590001
016000                                                                  01600001
016100*----------------------------------------------------------       01610001
016200*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       01620001
016300*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          01630001
016400*----------------------------------------------------------       01640001
016500 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               01650001
016600 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               01660001
016700                                                                  01670001
016800*----------------------------------------------------------       01680001
016900*WS-SWAP-RECORD - THE RECORD IN HAND, WHICHEVER FILE IT           01690001
017000*CAME FROM                                                        01700001
017100*----------------------------------------------------------       01710001
017200 01  WS-SWAP-RECORD       PIC X(211)  VALUE SPACES.               01720002
017300                                                                  01730001
017400*----------------------------------------------------------       01740001
017500*WS-RUN-ID - UNIQUE STAMP FOR THIS SWAP, RECORDED BY              01750001
017600*HELCYCL AS THE NEW GENERATION OF THE LIVE FILE - HQ PREFIX       01760001
017700*----------------------------------------------------------       01770001
017800 01  WS-RUN-ID.                                                   01780001
017900     05  FILLER           PIC X(02)   VALUE "HQ".                 01790001
018000     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 01800001
018100     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 01810001
018200 01  WS-TIME-WORK.                                                01820001
018300     05  WS-TW-HHMMSS     PIC 9(06).                              01830001
018400     05  FILLER           PIC 9(02).                              01840001
018500                                                                  01850001
018600*----------------------------------------------------------       01860001
018700*HELCYCL INTERFACE                                                01870001
018800*----------------------------------------------------------       01880001
018900 COPY CYCLPARM.                                                   01890001
019000                                                                  01900001
019100 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          01910001
019200 77  WS-LIVE-READ         PIC 9(09) COMP     VALUE ZERO.          01920001
019300 77  WS-LIVE-COUNT        PIC 9(09) COMP     VALUE ZERO.          01930001
019400 77  WS-NEW-READ          PIC 9(09) COMP     VALUE ZERO.          01940001
019500 77  WS-NEW-COUNT         PIC 9(09) COMP     VALUE ZERO.          01950001
019600 77  WS-CARRY-COUNT       PIC 9(09) COMP     VALUE ZERO.          01960001
019700 77  WS-WRITE-COUNT       PIC 9(09) COMP     VALUE ZERO.          01970001
019800 77  WS-COUNT-ED          PIC Z(08)9.                             01980001
019900 77  WS-EXPECT-ED         PIC Z(08)9.                             01990001
020000*                                                                 02000001
020100 PROCEDURE DIVISION.                                              02010001
020200*============================================================     02020001
020300*0000-MAINLINE                                                    02030001
020400*    CHECKS THE PAIR OF FILES AGAINST WHAT THE PRODUCER           02040001
020500*    RECORDED, SETS ASIDE ANYTHING APPENDED SINCE, AND            02050001
020600*    REWRITES THE LIVE FILE FROM THE NEW ONE.                     02060001
020700*============================================================     02070001
020800 0000-MAINLINE.                                                   02080001
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      02090001
021000     IF WS-SWAP-GO                                                02100001
021100         PERFORM 2000-CHECK-COUNTS THRU 2000-EXIT                 02110001
021200     END-IF.                                                      02120001
021300     IF WS-SWAP-GO                                                02130001
021400         PERFORM 3000-SAVE-CARRY-FORWARD THRU 3000-EXIT           02140001
021500         PERFORM 4000-REWRITE-LIVE THRU 4000-EXIT                 02150001
021600     END-IF.                                                      02160001
021700     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02170001
021800     GOBACK.                                                      02180001
021900*                                                                 02190001
022000*------------------------------------------------------------     02200001
022100*1000-INITIALIZE                                                  02210001
022200*    STAMPS THE RUN ID, READS THE PARM RECORD, AND CLEARS         02220001
022300*    THE STEP WITH HELCYCL.  NO USABLE PARM, NO SWAP - RC 8.      02230001
022400*------------------------------------------------------------     02240001
022500 1000-INITIALIZE.                                                 02250001
022600     MOVE SPACES TO WS-CYCLE-PARM.                                02260001
022700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     02270001
022800     ACCEPT WS-TIME-WORK FROM TIME.                               02280001
022900     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            02290001
023000     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            02300001
023100     DISPLAY "HELSWAP - RUN ID " WS-RUN-ID.                       02310001
023200     PERFORM 1100-READ-PARM THRU 1100-EXIT.                       02320001
023300     IF NOT WS-FUNC-VALID                                         02330001
023400         DISPLAY "HELSWAP - NO USABLE PARM RECORD - "             02340001
023500             "FUNCTION MUST BE E, D, S, OR A"                     02350001
023600         MOVE 8 TO RETURN-CODE                                    02360001
023700         SET WS-SWAP-STOPPED TO TRUE                              02370001
023800         GO TO 1000-EXIT                                          02380001
023900     END-IF.                                                      02390001
024000     PERFORM 1200-CHECK-CYCLE THRU 1200-EXIT.                     02400001
024100     DISPLAY "HELSWAP - SWAPPING " WS-CY-FILE-IN                  02410001
024200         " IN OVER " WS-CY-FILE-OUT.                              02420001
024300 1000-EXIT.                                                       02430001
024400     EXIT.                                                        02440001
024500*                                                                 02450001
024600*------------------------------------------------------------     02460001
024700*1100-READ-PARM                                                   02470001
024800*    READS THE SINGLE PARM RECORD AND SAVES THE FUNCTION.         02480001
024900*------------------------------------------------------------     02490001
025000 1100-READ-PARM.                                                  02500001
025100     OPEN INPUT SWAP-PARM-FILE.                                   02510001
025200     IF WS-PARM-STATUS = "00"                                     02520001
025300         READ SWAP-PARM-FILE                                      02530001
025400             AT END                                               02540001
025500                 CONTINUE                                         02550001
025600             NOT AT END                                           02560001
025700                 MOVE SP-FUNCTION TO WS-FUNCTION                  02570001
025800         END-READ                                                 02580001
025900         CLOSE SWAP-PARM-FILE                                     02590001
026000     END-IF.                                                      02600001
026100 1100-EXIT.                                                       02610001
026200     EXIT.                                                        02620001
026300*                                                                 02630001
026400*------------------------------------------------------------     02640001
026500*1200-CHECK-CYCLE                                                 02650001
026600*    RECORDS THE START OF THE STEP WITH HELCYCL, WHICH            02660001
026700*    REFUSES IT UNLESS THE PRODUCER HAS RUN SINCE THIS PAIR       02670001
026800*    WAS LAST SWAPPED.  A REFUSED STEP STOPS HERE WITH            02680001
026900*    RETURN CODE 12, BEFORE ANY FILE IS OPENED.                   02690001
027000*------------------------------------------------------------     02700001
027100 1200-CHECK-CYCLE.                                                02710001
027200     SET WS-CY-STEP-START TO TRUE.                                02720001
027300     MOVE "HELSWAP"    TO WS-CY-PROGRAM.                          02730001
027400     MOVE WS-FUNCTION  TO WS-CY-FUNCTION.                         02740001
027500     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           02750001
027600     CALL "HELCYCL" USING WS-CYCLE-PARM.                          02760001
027700     IF WS-CY-REFUSED                                             02770001
027800         DISPLAY "HELSWAP - " WS-CY-MESSAGE                       02780001
027900         DISPLAY "HELSWAP - STEP REFUSED - RETURN CODE 12"        02790001
028000         MOVE 12 TO RETURN-CODE                                   02800001
028100         STOP RUN                                                 02810001
028200     END-IF.                                                      02820001
028300 1200-EXIT.                                                       02830001
028400     EXIT.                                                        02840001
028500*                                                                 02850001
028600*------------------------------------------------------------     02860001
028700*2000-CHECK-COUNTS                                                02870001
028800*    THE LIVE FILE MUST HOLD AT LEAST THE RECORDS THE             02880001
028900*    PRODUCER READ - FEWER MEANS IT WAS REPLACED OR CUT           02890001
029000*    SINCE - AND THE NEW FILE EXACTLY THE RECORDS THE             02900001
029100*    PRODUCER WROTE.  EITHER WAY WRONG, NOTHING IS TOUCHED        02910001
029200*    AND THE RUN ENDS RC 8 FOR SOMEONE TO LOOK AT.                02920001
029300*------------------------------------------------------------     02930001
029400 2000-CHECK-COUNTS.                                               02940001
029500     PERFORM 2100-COUNT-LIVE THRU 2100-EXIT.                      02950001
029600     IF WS-LIVE-COUNT < WS-CY-PRED-READ                           02960001
029700         MOVE WS-LIVE-COUNT   TO WS-COUNT-ED                      02970001
029800         MOVE WS-CY-PRED-READ TO WS-EXPECT-ED                     02980001
029900         DISPLAY "HELSWAP - " WS-CY-FILE-OUT " HOLDS "            02990001
030000             WS-COUNT-ED " RECORDS, FEWER THAN THE "              03000001
030100             WS-EXPECT-ED " READ BY RUN " WS-CY-PRED-RUN-ID       03010001
030200         DISPLAY "HELSWAP - " WS-CY-FILE-OUT                      03020001
030300             " HAS BEEN REPLACED SINCE - NOT SWAPPED"             03030001
030400         MOVE 8 TO RETURN-CODE                                    03040001
030500         SET WS-SWAP-STOPPED TO TRUE                              03050001
030600         GO TO 2000-EXIT                                          03060001
030700     END-IF.                                                      03070001
030800     PERFORM 2200-COUNT-NEW THRU 2200-EXIT.                       03080001
030900     IF WS-NEW-COUNT NOT = WS-CY-PRED-WRITTEN                     03090001
031000         MOVE WS-NEW-COUNT       TO WS-COUNT-ED                   03100001
031100         MOVE WS-CY-PRED-WRITTEN TO WS-EXPECT-ED                  03110001
031200         DISPLAY "HELSWAP - " WS-CY-FILE-IN " HOLDS "             03120001
031300             WS-COUNT-ED " RECORDS, NOT THE "                     03130001
031400             WS-EXPECT-ED " WRITTEN BY RUN " WS-CY-PRED-RUN-ID    03140001
031500         DISPLAY "HELSWAP - " WS-CY-FILE-IN                       03150001
031600             " IS NOT THAT RUN'S OUTPUT - NOT SWAPPED"            03160001
031700         MOVE 8 TO RETURN-CODE                                    03170001
031800         SET WS-SWAP-STOPPED TO TRUE                              03180001
031900     END-IF.                                                      03190001
032000 2000-EXIT.                                                       03200001
032100     EXIT.                                                        03210001
032200*                                                                 03220001
032300*------------------------------------------------------------     03230001
032400*2100-COUNT-LIVE                                                  03240001
032500*    COUNTS THE LIVE FILE.  ONE THAT IS NOT THERE YET HOLDS       03250001
032600*    NOTHING.                                                     03260001
032700*------------------------------------------------------------     03270001
032800 2100-COUNT-LIVE.                                                 03280001
032900     MOVE ZERO TO WS-LIVE-READ.                                   03290001
033000     PERFORM 5000-OPEN-LIVE-INPUT THRU 5000-EXIT.                 03300001
033100     IF WS-LIVE-STATUS = "35"                                     03310001
033200         MOVE ZERO TO WS-LIVE-COUNT                               03320001
033300         GO TO 2100-EXIT                                          03330001
033400     END-IF.                                                      03340001
033500     SET WS-NOT-END-OF-FILE TO TRUE.                              03350001
033600     PERFORM 5100-READ-LIVE THRU 5100-EXIT                        03360001
033700         UNTIL WS-END-OF-FILE.                                    03370001
033800     PERFORM 5200-CLOSE-LIVE THRU 5200-EXIT.                      03380001
033900     MOVE WS-LIVE-READ TO WS-LIVE-COUNT.                          03390001
034000 2100-EXIT.                                                       03400001
034100     EXIT.                                                        03410001
034200*                                                                 03420001
034300*------------------------------------------------------------     03430001
034400*2200-COUNT-NEW                                                   03440001
034500*    COUNTS THE NEW FILE.  ONE THAT IS NOT THERE HOLDS            03450001
034600*    NOTHING, WHICH ONLY PASSES IF NOTHING WAS WRITTEN.           03460001
034700*------------------------------------------------------------     03470001
034800 2200-COUNT-NEW.                                                  03480001
034900     MOVE ZERO TO WS-NEW-READ.                                    03490001
035000     PERFORM 5500-OPEN-NEW THRU 5500-EXIT.                        03500001
035100     IF WS-NEW-STATUS = "35"                                      03510001
035200         MOVE ZERO TO WS-NEW-COUNT                                03520001
035300         GO TO 2200-EXIT                                          03530001
035400     END-IF.                                                      03540001
035500     SET WS-NOT-END-OF-FILE TO TRUE.                              03550001
035600     PERFORM 5600-READ-NEW THRU 5600-EXIT                         03560001
035700         UNTIL WS-END-OF-FILE.                                    03570001
035800     PERFORM 5700-CLOSE-NEW THRU 5700-EXIT.                       03580001
035900     MOVE WS-NEW-READ TO WS-NEW-COUNT.                            03590001
036000 2200-EXIT.                                                       03600001
036100     EXIT.                                                        03610001
036200*                                                                 03620001
036300*------------------------------------------------------------     03630001
036400*3000-SAVE-CARRY-FORWARD                                          03640001
036500*    COPIES THE LIVE RECORDS BEYOND THOSE THE PRODUCER READ       03650001
036600*    - THE ONES APPENDED SINCE - TO THE WORK FILE.  THE WORK      03660001
036700*    FILE IS WRITTEN EVEN WHEN THERE ARE NONE, SO A RERUN         03670001
036800*    NEVER PICKS UP A PREVIOUS SWAP'S LEFTOVERS.                  03680001
036900*------------------------------------------------------------     03690001
037000 3000-SAVE-CARRY-FORWARD.                                         03700001
037100     MOVE ZERO TO WS-CARRY-COUNT.                                 03710001
037200     OPEN OUTPUT SWAP-WORK.                                       03720001
037300     PERFORM 9530-CHECK-WORK THRU 9530-EXIT.                      03730001
037400     IF WS-LIVE-COUNT > WS-CY-PRED-READ                           03740001
037500         MOVE ZERO TO WS-LIVE-READ                                03750001
037600         PERFORM 5000-OPEN-LIVE-INPUT THRU 5000-EXIT              03760001
037700         SET WS-NOT-END-OF-FILE TO TRUE                           03770001
037800         PERFORM 5100-READ-LIVE THRU 5100-EXIT                    03780001
037900         PERFORM 3100-SAVE-ONE THRU 3100-EXIT                     03790001
038000             UNTIL WS-END-OF-FILE                                 03800001
038100         PERFORM 5200-CLOSE-LIVE THRU 5200-EXIT                   03810001
038200     END-IF.                                                      03820001
038300     CLOSE SWAP-WORK.                                             03830001
038400 3000-EXIT.                                                       03840001
038500     EXIT.                                                        03850001
038600*                                                                 03860001
038700*------------------------------------------------------------     03870001
038800*3100-SAVE-ONE                                                    03880001
038900*    SAVES THE RECORD IN HAND IF IT IS PAST THE PRODUCER'S        03890001
039000*    READ COUNT, AND READS THE NEXT.                              03900001
039100*------------------------------------------------------------     03910001
039200 3100-SAVE-ONE.                                                   03920001
039300     IF WS-LIVE-READ > WS-CY-PRED-READ                            03930001
039400         MOVE WS-SWAP-RECORD TO SW-WORK-RECORD                    03940001
039500         WRITE SW-WORK-RECORD                                     03950001
039600         PERFORM 9530-CHECK-WORK THRU 9530-EXIT                   03960001
039700         ADD 1 TO WS-CARRY-COUNT                                  03970001
039800     END-IF.                                                      03980001
039900     PERFORM 5100-READ-LIVE THRU 5100-EXIT.                       03990001
040000 3100-EXIT.                                                       04000001
040100     EXIT.                                                        04010001
040200*                                                                 04020001
040300*------------------------------------------------------------     04030001
040400*4000-REWRITE-LIVE                                                04040001
040500*    REWRITES THE LIVE FILE AS THE NEW FILE FOLLOWED BY THE       04050001
040600*    RECORDS CARRIED FORWARD.                                     04060001
040700*------------------------------------------------------------     04070001
040800 4000-REWRITE-LIVE.                                               04080001
040900     MOVE ZERO TO WS-WRITE-COUNT.                                 04090001
041000     PERFORM 5300-OPEN-LIVE-OUTPUT THRU 5300-EXIT.                04100001
041100     PERFORM 5500-OPEN-NEW THRU 5500-EXIT.                        04110001
041200     IF WS-NEW-STATUS = "00"                                      04120001
041300         SET WS-NOT-END-OF-FILE TO TRUE                           04130001
041400         PERFORM 5600-READ-NEW THRU 5600-EXIT                     04140001
041500         PERFORM 4100-COPY-ONE-NEW THRU 4100-EXIT                 04150001
041600             UNTIL WS-END-OF-FILE                                 04160001
041700         PERFORM 5700-CLOSE-NEW THRU 5700-EXIT                    04170001
041800     END-IF.                                                      04180001
041900     OPEN INPUT SWAP-WORK.                                        04190001
042000     PERFORM 9530-CHECK-WORK THRU 9530-EXIT.                      04200001
042100     SET WS-NOT-END-OF-FILE TO TRUE.                              04210001
042200     PERFORM 4300-READ-WORK THRU 4300-EXIT.                       04220001
042300     PERFORM 4200-COPY-ONE-CARRIED THRU 4200-EXIT                 04230001
042400         UNTIL WS-END-OF-FILE.                                    04240001
042500     CLOSE SWAP-WORK.                                             04250001
042600     PERFORM 5200-CLOSE-LIVE THRU 5200-EXIT.                      04260001
042700 4000-EXIT.                                                       04270001
042800     EXIT.                                                        04280001
042900*                                                                 04290001
043000*------------------------------------------------------------     04300001
043100*4100-COPY-ONE-NEW                                                04310001
043200*    WRITES ONE NEW-FILE RECORD TO THE LIVE FILE.                 04320001
043300*------------------------------------------------------------     04330001
043400 4100-COPY-ONE-NEW.                                               04340001
043500     PERFORM 5400-WRITE-LIVE THRU 5400-EXIT.                      04350001
043600     PERFORM 5600-READ-NEW THRU 5600-EXIT.                        04360001
043700 4100-EXIT.                                                       04370001
043800     EXIT.                                                        04380001
043900*                                                                 04390001
044000*------------------------------------------------------------     04400001
044100*4200-COPY-ONE-CARRIED                                            04410001
044200*    WRITES ONE CARRIED-FORWARD RECORD TO THE LIVE FILE.          04420001
044300*------------------------------------------------------------     04430001
044400 4200-COPY-ONE-CARRIED.                                           04440001
044500     PERFORM 5400-WRITE-LIVE THRU 5400-EXIT.                      04450001
044600     PERFORM 4300-READ-WORK THRU 4300-EXIT.                       04460001
044700 4200-EXIT.                                                       04470001
044800     EXIT.                                                        04480001
044900*                                                                 04490001
045000*------------------------------------------------------------     04500001
045100*4300-READ-WORK                                                   04510001
045200*    READS ONE CARRIED-FORWARD RECORD.                            04520001
045300*------------------------------------------------------------     04530001
045400 4300-READ-WORK.                                                  04540001
045500     READ SWAP-WORK                                               04550001
045600         AT END                                                   04560001
045700             SET WS-END-OF-FILE TO TRUE                           04570001
045800             GO TO 4300-EXIT                                      04580001
045900     END-READ.                                                    04590001
046000     PERFORM 9530-CHECK-WORK THRU 9530-EXIT.                      04600001
046100     MOVE SW-WORK-RECORD TO WS-SWAP-RECORD.                       04610001
046200 4300-EXIT.                                                       04620001
046300     EXIT.                                                        04630001
046400*                                                                 04640001
046500*------------------------------------------------------------     04650001
046600*5000-OPEN-LIVE-INPUT                                             04660001
046700*    OPENS THE LIVE FILE OF THE PAIR FOR READING.  NOT            04670001
046800*    THERE (35) IS LEFT TO THE CALLER; ANYTHING ELSE BUT          04680001
046900*    00 ENDS THE RUN.                                             04690001
047000*------------------------------------------------------------     04700001
047100 5000-OPEN-LIVE-INPUT.                                            04710001
047200     IF WS-FUNC-EXCEPTION                                         04720001
047300         OPEN INPUT EXCEPTION-LIVE                                04730001
047400     ELSE IF WS-FUNC-DUPLICATE                                    04740001
047500         OPEN INPUT DUPLICATE-LIVE                                04750001
047600     ELSE IF WS-FUNC-PENDING                                      04760001
047700         OPEN INPUT PENDING-LIVE                                  04770001
047800     ELSE                                                         04780001
047900         OPEN INPUT AUDIT-LIVE                                    04790001
048000     END-IF.                                                      04800001
048100     IF WS-LIVE-STATUS NOT = "35"                                 04810001
048200         PERFORM 9510-CHECK-LIVE THRU 9510-EXIT                   04820001
048300     END-IF.                                                      04830001
048400 5000-EXIT.                                                       04840001
048500     EXIT.                                                        04850001
048600*                                                                 04860001
048700*------------------------------------------------------------     04870001
048800*5100-READ-LIVE                                                   04880001
048900*    READS ONE LIVE RECORD INTO WS-SWAP-RECORD AND COUNTS         04890001
049000*    IT.                                                          04900001
049100*------------------------------------------------------------     04910001
049200 5100-READ-LIVE.                                                  04920001
049300     IF WS-FUNC-EXCEPTION                                         04930001
049400         READ EXCEPTION-LIVE                                      04940001
049500             AT END                                               04950001
049600                 SET WS-END-OF-FILE TO TRUE                       04960001
049700             NOT AT END                                           04970001
049800                 MOVE XL-QUEUE-RECORD TO WS-SWAP-RECORD           04980001
049900         END-READ                                                 04990001
050000     ELSE IF WS-FUNC-DUPLICATE                                    05000001
050100         READ DUPLICATE-LIVE                                      05010001
050200             AT END                                               05020001
050300                 SET WS-END-OF-FILE TO TRUE                       05030001
050400             NOT AT END                                           05040001
050500                 MOVE DL-QUEUE-RECORD TO WS-SWAP-RECORD           05050001
050600         END-READ                                                 05060001
050700     ELSE IF WS-FUNC-PENDING                                      05070001
050800         READ PENDING-LIVE                                        05080001
050900             AT END                                               05090001
051000                 SET WS-END-OF-FILE TO TRUE                       05100001
051100             NOT AT END                                           05110001
051200                 MOVE PL-PENDING-RECORD TO WS-SWAP-RECORD         05120001
051300         END-READ                                                 05130001
051400     ELSE                                                         05140001
051500         READ AUDIT-LIVE                                          05150001
051600             AT END                                               05160001
051700                 SET WS-END-OF-FILE TO TRUE                       05170001
051800             NOT AT END                                           05180001
051900                 MOVE LL-LOG-RECORD TO WS-SWAP-RECORD             05190001
052000         END-READ                                                 05200001
052100     END-IF.                                                      05210001
052200     IF WS-END-OF-FILE                                            05220001
052300         GO TO 5100-EXIT                                          05230001
052400     END-IF.                                                      05240001
052500     PERFORM 9510-CHECK-LIVE THRU 9510-EXIT.                      05250001
052600     ADD 1 TO WS-LIVE-READ.                                       05260001
052700 5100-EXIT.                                                       05270001
052800     EXIT.                                                        05280001
052900*                                                                 05290001
053000*------------------------------------------------------------     05300001
053100*5200-CLOSE-LIVE                                                  05310001
053200*    CLOSES THE LIVE FILE OF THE PAIR.                            05320001
053300*------------------------------------------------------------     05330001
053400 5200-CLOSE-LIVE.                                                 05340001
053500     IF WS-FUNC-EXCEPTION                                         05350001
053600         CLOSE EXCEPTION-LIVE                                     05360001
053700     ELSE IF WS-FUNC-DUPLICATE                                    05370001
053800         CLOSE DUPLICATE-LIVE                                     05380001
053900     ELSE IF WS-FUNC-PENDING                                      05390001
054000         CLOSE PENDING-LIVE                                       05400001
054100     ELSE                                                         05410001
054200         CLOSE AUDIT-LIVE                                         05420001
054300     END-IF.                                                      05430001
054400 5200-EXIT.                                                       05440001
054500     EXIT.                                                        05450001
054600*                                                                 05460001
054700*------------------------------------------------------------     05470001
054800*5300-OPEN-LIVE-OUTPUT                                            05480001
054900*    OPENS THE LIVE FILE OF THE PAIR TO BE REWRITTEN.             05490001
055000*------------------------------------------------------------     05500001
055100 5300-OPEN-LIVE-OUTPUT.                                           05510001
055200     IF WS-FUNC-EXCEPTION                                         05520001
055300         OPEN OUTPUT EXCEPTION-LIVE                               05530001
055400     ELSE IF WS-FUNC-DUPLICATE                                    05540001
055500         OPEN OUTPUT DUPLICATE-LIVE                               05550001
055600     ELSE IF WS-FUNC-PENDING                                      05560001
055700         OPEN OUTPUT PENDING-LIVE                                 05570001
055800     ELSE                                                         05580001
055900         OPEN OUTPUT AUDIT-LIVE                                   05590001
056000     END-IF.                                                      05600001
056100     PERFORM 9510-CHECK-LIVE THRU 9510-EXIT.                      05610001
056200 5300-EXIT.                                                       05620001
056300     EXIT.                                                        05630001
056400*                                                                 05640001
056500*------------------------------------------------------------     05650001
056600*5400-WRITE-LIVE                                                  05660001
056700*    WRITES WS-SWAP-RECORD TO THE LIVE FILE AND COUNTS IT.        05670001
056800*------------------------------------------------------------     05680001
056900 5400-WRITE-LIVE.                                                 05690001
057000     IF WS-FUNC-EXCEPTION                                         05700001
057100         MOVE WS-SWAP-RECORD TO XL-QUEUE-RECORD                   05710001
057200         WRITE XL-QUEUE-RECORD                                    05720001
057300     ELSE IF WS-FUNC-DUPLICATE                                    05730001
057400         MOVE WS-SWAP-RECORD TO DL-QUEUE-RECORD                   05740001
057500         WRITE DL-QUEUE-RECORD                                    05750001
057600     ELSE IF WS-FUNC-PENDING                                      05760001
057700         MOVE WS-SWAP-RECORD TO PL-PENDING-RECORD                 05770001
057800         WRITE PL-PENDING-RECORD                                  05780001
057900     ELSE                                                         05790001
058000         MOVE WS-SWAP-RECORD TO LL-LOG-RECORD                     05800001
058100         WRITE LL-LOG-RECORD                                      05810001
058200     END-IF.                                                      05820001
058300     PERFORM 9510-CHECK-LIVE THRU 9510-EXIT.                      05830001
058400     ADD 1 TO WS-WRITE-COUNT.                                     05840001
058500 5400-EXIT.                                                       05850001
058600     EXIT.                                                        05860001
058700*                                                                 05870001
058800*------------------------------------------------------------     05880001
058900*5500-OPEN-NEW                                                    05890001
059000*    OPENS THE NEW FILE OF THE PAIR.  NOT THERE (35) IS           05900001
059100*    LEFT TO THE CALLER; ANYTHING ELSE BUT 00 ENDS THE RUN.       05910001
059200*------------------------------------------------------------     05920001
059300 5500-OPEN-NEW.                                                   05930001
059400     IF WS-FUNC-EXCEPTION                                         05940001
059500         OPEN INPUT EXCEPTION-NEW                                 05950001
059600     ELSE IF WS-FUNC-DUPLICATE                                    05960001
059700         OPEN INPUT DUPLICATE-NEW                                 05970001
059800     ELSE IF WS-FUNC-PENDING                                      05980001
059900         OPEN INPUT PENDING-NEW                                   05990001
060000     ELSE                                                         06000001
060100         OPEN INPUT AUDIT-NEW                                     06010001
060200     END-IF.                                                      06020001
060300     IF WS-NEW-STATUS NOT = "35"                                  06030001
060400         PERFORM 9520-CHECK-NEW THRU 9520-EXIT                    06040001
060500     END-IF.                                                      06050001
060600 5500-EXIT.                                                       06060001
060700     EXIT.                                                        06070001
060800*                                                                 06080001
060900*------------------------------------------------------------     06090001
061000*5600-READ-NEW                                                    06100001
061100*    READS ONE NEW-FILE RECORD INTO WS-SWAP-RECORD AND            06110001
061200*    COUNTS IT.                                                   06120001
061300*------------------------------------------------------------     06130001
061400 5600-READ-NEW.                                                   06140001
061500     IF WS-FUNC-EXCEPTION                                         06150001
061600         READ EXCEPTION-NEW                                       06160001
061700             AT END                                               06170001
061800                 SET WS-END-OF-FILE TO TRUE                       06180001
061900             NOT AT END                                           06190001
062000                 MOVE XN-QUEUE-RECORD TO WS-SWAP-RECORD           06200001
062100         END-READ                                                 06210001
062200     ELSE IF WS-FUNC-DUPLICATE                                    06220001
062300         READ DUPLICATE-NEW                                       06230001
062400             AT END                                               06240001
062500                 SET WS-END-OF-FILE TO TRUE                       06250001
062600             NOT AT END                                           06260001
062700                 MOVE DN-QUEUE-RECORD TO WS-SWAP-RECORD           06270001
062800         END-READ                                                 06280001
062900     ELSE IF WS-FUNC-PENDING                                      06290001
063000         READ PENDING-NEW                                         06300001
063100             AT END                                               06310001
063200                 SET WS-END-OF-FILE TO TRUE                       06320001
063300             NOT AT END                                           06330001
063400                 MOVE PN-PENDING-RECORD TO WS-SWAP-RECORD         06340001
063500         END-READ                                                 06350001
063600     ELSE                                                         06360001
063700         READ AUDIT-NEW                                           06370001
063800             AT END                                               06380001
063900                 SET WS-END-OF-FILE TO TRUE                       06390001
064000             NOT AT END                                           06400001
064100                 MOVE LN-LOG-RECORD TO WS-SWAP-RECORD             06410001
064200         END-READ                                                 06420001
064300     END-IF.                                                      06430001
064400     IF WS-END-OF-FILE                                            06440001
064500         GO TO 5600-EXIT                                          06450001
064600     END-IF.                                                      06460001
064700     PERFORM 9520-CHECK-NEW THRU 9520-EXIT.                       06470001
064800     ADD 1 TO WS-NEW-READ.                                        06480001
064900 5600-EXIT.                                                       06490001
065000     EXIT.                                                        06500001
065100*                                                                 06510001
065200*------------------------------------------------------------     06520001
065300*5700-CLOSE-NEW                                                   06530001
065400*    CLOSES THE NEW FILE OF THE PAIR.                             06540001
065500*------------------------------------------------------------     06550001
065600 5700-CLOSE-NEW.                                                  06560001
065700     IF WS-FUNC-EXCEPTION                                         06570001
065800         CLOSE EXCEPTION-NEW                                      06580001
065900     ELSE IF WS-FUNC-DUPLICATE                                    06590001
066000         CLOSE DUPLICATE-NEW                                      06600001
066100     ELSE IF WS-FUNC-PENDING                                      06610001
066200         CLOSE PENDING-NEW                                        06620001
066300     ELSE                                                         06630001
066400         CLOSE AUDIT-NEW                                          06640001
066500     END-IF.                                                      06650001
066600 5700-EXIT.                                                       06660001
066700     EXIT.                                                        06670001
066800*                                                                 06680001
066900*------------------------------------------------------------     06690001
067000*9000-TERMINATE                                                   06700001
067100*    DISPLAYS THE COUNTS AND RECORDS THE END OF THE STEP.         06710001
067200*------------------------------------------------------------     06720001
067300 9000-TERMINATE.                                                  06730001
067400     IF WS-SWAP-GO                                                06740001
067500         MOVE WS-NEW-COUNT TO WS-COUNT-ED                         06750001
067600         DISPLAY "HELSWAP - RECORDS SWAPPED IN FROM "             06760001
067700             WS-CY-FILE-IN ": " WS-COUNT-ED                       06770001
067800         MOVE WS-CARRY-COUNT TO WS-COUNT-ED                       06780001
067900         DISPLAY "HELSWAP - RECORDS CARRIED FORWARD: "            06790001
068000             WS-COUNT-ED                                          06800001
068100         MOVE WS-WRITE-COUNT TO WS-COUNT-ED                       06810001
068200         DISPLAY "HELSWAP - RECORDS NOW ON " WS-CY-FILE-OUT       06820001
068300             ": " WS-COUNT-ED                                     06830001
068400         DISPLAY "HELSWAP - " WS-CY-FILE-OUT                      06840001
068500             " GENERATION IS NOW " WS-RUN-ID                      06850001
068600     END-IF.                                                      06860001
068700     PERFORM 9100-END-CYCLE THRU 9100-EXIT.                       06870001
068800 9000-EXIT.                                                       06880001
068900     EXIT.                                                        06890001
069000*                                                                 06900001
069100*------------------------------------------------------------     06910001
069200*9100-END-CYCLE                                                   06920001
069300*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        06930001
069400*    CODE, THE NEW-FILE RECORDS CONSUMED, AND THE LIVE-FILE       06940001
069500*    RECORDS WRITTEN.  A RUN THAT NEVER STARTED THE STEP          06950001
069600*    (NO USABLE PARM) HAS NOTHING TO END.                         06960001
069700*------------------------------------------------------------     06970001
069800 9100-END-CYCLE.                                                  06980001
069900     IF NOT WS-CY-STEP-START                                      06990001
070000         GO TO 9100-EXIT                                          07000001
070100     END-IF.                                                      07010001
070200     SET WS-CY-STEP-END TO TRUE.                                  07020001
070300     MOVE RETURN-CODE    TO WS-CY-RETURN-CODE.                    07030001
070400     MOVE WS-NEW-COUNT   TO WS-CY-COUNT-IN.                       07040001
070500     MOVE WS-WRITE-COUNT TO WS-CY-COUNT-OUT.                      07050001
070600     CALL "HELCYCL" USING WS-CYCLE-PARM.                          07060001
070700     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       07070001
070800 9100-EXIT.                                                       07080001
070900     EXIT.                                                        07090001
071000*                                                                 07100001
071100*------------------------------------------------------------     07110001
071200*9500-FILE-ERROR                                                  07120001
071300*    A READ OR WRITE FAILED.  THE RUN STOPS WITHOUT               07130001
071400*    RECORDING AN END, SO HELCYCL HOLDS THE CYCLE UNTIL           07140001
071500*    SOMEONE HAS LOOKED AT THE PAIR OF FILES.                     07150001
071600*------------------------------------------------------------     07160001
071700 9500-FILE-ERROR.                                                 07170001
071800     DISPLAY "HELSWAP - FILE ERROR ON " WS-STATUS-FILE            07180001
071900         " STATUS " WS-STATUS-CODE.                               07190001
072000     DISPLAY "HELSWAP - RUN ABENDED - RETURN CODE 16".            07200001
072100     MOVE 16 TO RETURN-CODE.                                      07210001
072200     STOP RUN.                                                    07220001
072300 9500-EXIT.                                                       07230001
072400     EXIT.                                                        07240001
072500*                                                                 07250001
072600 9510-CHECK-LIVE.                                                 07260001
072700     IF WS-LIVE-STATUS NOT = "00"                                 07270001
072800         MOVE WS-CY-FILE-OUT    TO WS-STATUS-FILE                 07280001
072900         MOVE WS-LIVE-STATUS    TO WS-STATUS-CODE                 07290001
073000         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   07300001
073100     END-IF.                                                      07310001
073200 9510-EXIT.                                                       07320001
073300     EXIT.                                                        07330001
073400*                                                                 07340001
073500 9520-CHECK-NEW.                                                  07350001
073600     IF WS-NEW-STATUS NOT = "00"                                  07360001
073700         MOVE WS-CY-FILE-IN     TO WS-STATUS-FILE                 07370001
073800         MOVE WS-NEW-STATUS     TO WS-STATUS-CODE                 07380001
073900         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   07390001
074000     END-IF.                                                      07400001
074100 9520-EXIT.                                                       07410001
074200     EXIT.                                                        07420001
074300*                                                                 07430001
074400 9530-CHECK-WORK.                                                 07440001
074500     IF WS-WORK-STATUS NOT = "00"                                 07450001
074600         MOVE "SWAPWORK"        TO WS-STATUS-FILE                 07460001
074700         MOVE WS-WORK-STATUS    TO WS-STATUS-CODE                 07470001
074800         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   07480001
074900     END-IF.                                                      07490001
075000 9530-EXIT.                                                       07500001
075100     EXIT.                                                        07510001
