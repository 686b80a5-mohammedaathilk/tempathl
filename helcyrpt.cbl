000100*----------------------------------------------------------       00010001
000200*HELCYRPT - NIGHTLY CYCLE STATUS REPORT                           00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELCYRPT.                                            00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  REPORTS WHERE THE CURRENT     00140001
001500*                NIGHTLY CYCLE STANDS FROM THE CYCLE CONTROL      00150001
001600*                FILE HELCYCL KEEPS.  THE CYCLE IS EVERYTHING     00160001
001700*                FROM THE LAST START OF HELBKUP ON.  LISTS        00170001
001800*                EVERY STEP EVENT SINCE THEN IN ORDER - RUN       00180001
001900*                ID, RETURN CODE, FILES AND GENERATIONS IN        00190001
002000*                AND OUT, COUNTS, AND THE REASON FOR ANY          00200001
002100*                REFUSAL - THEN WHERE EACH SCHEDULED STEP         00210001
002200*                STANDS, THEN ANY QUEUE SWAP STILL OWED.          00220001
002300*                ENDS RC 4 WHEN A NIGHTLY STEP IS NOT YET         00230001
002400*                COMPLETE OR A SWAP IS OUTSTANDING, SO THE        00240001
002500*                MORNING CHECK CAN KEY OFF IT.                    00250001
002510*10/15/2026 RJM  ONLY A CLEAN END (RC UNDER 8) COUNTS TOWARD A    00251002
002520*                SWAP BEING OWED, AS IN HELCYCL, SO A SWAP THAT   00252002
002530*                STOPPED RC 8 STILL SHOWS AS OUTSTANDING.         00253002
002600*----------------------------------------------------------       00260001
002700 ENVIRONMENT DIVISION.                                            00270001
002800 CONFIGURATION SECTION.                                           00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
003000 FILE-CONTROL.                                                    00300001
003100     SELECT CONTROL-FILE ASSIGN TO "CYCLCTL"                      00310001
003200         ORGANIZATION IS LINE SEQUENTIAL                          00320001
003300         FILE STATUS IS WS-CONTROL-STATUS.                        00330001
003400                                                                  00340001
003500     SELECT CYCLE-REPORT ASSIGN TO "CYCLRPT"                      00350001
003600         ORGANIZATION IS LINE SEQUENTIAL.                         00360001
003700                                                                  00370001
003800 DATA DIVISION.                                                   00380001
003900 FILE SECTION.                                                    00390001
004000*----------------------------------------------------------       00400001
004100*CONTROL-FILE - THE CYCLE CONTROL FILE WRITTEN BY HELCYCL,        00410001
004200*ONE RECORD PER STEP EVENT IN THE ORDER THEY HAPPENED             00420001
004300*----------------------------------------------------------       00430001
004400 FD  CONTROL-FILE.                                                00440001
004500 COPY CYCLREC.                                                    00450001
004600                                                                  00460001
004700*----------------------------------------------------------       00470001
004800*CYCLE-REPORT - THE EVENTS OF THE CYCLE, THE STATUS OF EACH       00480001
004900*SCHEDULED STEP, AND THE SWAPS OUTSTANDING                        00490001
005000*----------------------------------------------------------       00500001
005100 FD  CYCLE-REPORT.                                                00510001
005200 01  CR-PRINT-LINE           PIC X(132).                          00520001
005300                                                                  00530001
005400 WORKING-STORAGE SECTION.                                         00540001
005500                                                                  00550001
005600*----------------------------------------------------------       00560001
005700*WS-EOF-SW - SET WHEN CONTROL-FILE IS EXHAUSTED                   00570001
005800*----------------------------------------------------------       00580001
005900 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   00590001
006000     88  WS-END-OF-FILE              VALUE 'Y'.                   00600001
006100     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   00610001
006200                                                                  00620001
006300 01  WS-CONTROL-STATUS    PIC X(02)   VALUE SPACES.               00630001
006400                                                                  00640001
006500*----------------------------------------------------------       00650001
006600*THE CYCLE SCHEDULE AND THE SWAP WAITS                            00660001
006700*----------------------------------------------------------       00670001
006800 COPY CYCLSKED.                                                   00680001
006900                                                                  00690001
007000*----------------------------------------------------------       00700001
007100*WS-STEP-STATUS - WHERE EACH SCHEDULED STEP STANDS, ENTRY         00710001
007200*FOR ENTRY WITH THE SCHEDULE.  THE LAST END IS A RECORD           00720001
007300*NUMBER OVER THE WHOLE FILE (FOR THE SWAPS OWED); THE             00730001
007400*STATE, RETURN CODE, RUN ID, AND MESSAGE ARE FROM THE             00740001
007500*STEP'S LAST EVENT IN THIS CYCLE (SPACE - NONE YET).              00750001
007600*----------------------------------------------------------       00760001
007700 01  WS-STEP-STATUS.                                              00770001
007800     05  WS-SS-ENTRY OCCURS 13 TIMES.                             00780001
007900         10  WS-SS-LAST-END  PIC 9(09) COMP.                      00790001
008000         10  WS-SS-STATE     PIC X(01).                           00800001
008100             88  WS-SS-NOT-RUN         VALUE SPACE.               00810001
008200             88  WS-SS-STARTED         VALUE "S".                 00820001
008300             88  WS-SS-ENDED           VALUE "E".                 00830001
008400             88  WS-SS-REFUSED         VALUE "R".                 00840001
008500         10  WS-SS-RC        PIC 9(04).                           00850001
008600         10  WS-SS-RUN-ID    PIC X(16).                           00860001
008700         10  WS-SS-MESSAGE   PIC X(60).                           00870001
008800                                                                  00880001
008900*----------------------------------------------------------       00890001
009000*WS-EVENT-TIME - THE EVENT TIME, HUNDREDTHS DROPPED FOR           00900001
009100*PRINTING                                                         00910001
009200*----------------------------------------------------------       00920001
009300 01  WS-EVENT-TIME.                                               00930001
009400     05  WS-ET-HHMMSS     PIC 9(06).                              00940001
009500     05  FILLER           PIC 9(02).                              00950001
009600                                                                  00960001
009700*----------------------------------------------------------       00970001
009800*REPORT LINES                                                     00980001
009900*----------------------------------------------------------       00990001
010000 01  WS-HEADING-1.                                                01000001
010100     05  FILLER              PIC X(30)                            01010001
010200         VALUE "NIGHTLY CYCLE STATUS AS OF    ".                  01020001
010300     05  WS-H1-DATE          PIC 9(08).                           01030001
010400     05  FILLER              PIC X(94)  VALUE SPACES.             01040001
010500 01  WS-HEADING-2.                                                01050001
010600     05  FILLER              PIC X(27)                            01060001
010700         VALUE "CYCLE OPENED BY HELBKUP RUN".                     01070001
010800     05  FILLER              PIC X(01)  VALUE SPACE.              01080001
010900     05  WS-H2-RUN-ID        PIC X(16).                           01090001
011000     05  FILLER              PIC X(04)  VALUE " ON ".             01100001
011100     05  WS-H2-DATE          PIC 9(08).                           01110001
011200     05  FILLER              PIC X(76)  VALUE SPACES.             01120001
011300 01  WS-NO-CYCLE-LINE.                                            01130001
011400     05  FILLER              PIC X(48)                            01140001
011500         VALUE "NO HELBKUP START ON FILE - ALL EVENTS LISTED".    01150001
011600     05  FILLER              PIC X(84)  VALUE SPACES.             01160001
011700 01  WS-SECTION-LINE.                                             01170001
011800     05  WS-SL-TITLE         PIC X(40).                           01180001
011900     05  FILLER              PIC X(92)  VALUE SPACES.             01190001
012000 01  WS-EVENT-HEADING.                                            01200001
012100     05  FILLER              PIC X(09)  VALUE "DATE".             01210001
012200     05  FILLER              PIC X(07)  VALUE "TIME".             01220001
012300     05  FILLER              PIC X(11)  VALUE "STEP".             01230001
012400     05  FILLER              PIC X(08)  VALUE "EVENT".            01240001
012500     05  FILLER              PIC X(17)  VALUE "RUN ID".           01250001
012600     05  FILLER              PIC X(05)  VALUE "RC".               01260001
012700     05  FILLER              PIC X(09)  VALUE "IN".               01270001
012800     05  FILLER              PIC X(17)  VALUE "GENERATION".       01280001
012900     05  FILLER              PIC X(09)  VALUE "    COUNT".        01290001
013000     05  FILLER              PIC X(02)  VALUE SPACES.             01300001
013100     05  FILLER              PIC X(09)  VALUE "OUT".              01310001
013200     05  FILLER              PIC X(17)  VALUE "GENERATION".       01320001
013300     05  FILLER              PIC X(09)  VALUE "    COUNT".        01330001
013400     05  FILLER              PIC X(03)  VALUE SPACES.             01340001
013500 01  WS-EVENT-LINE.                                               01350001
013600     05  WS-EL-DATE          PIC 9(08).                           01360001
013700     05  FILLER              PIC X(01)  VALUE SPACE.              01370001
013800     05  WS-EL-TIME          PIC 9(06).                           01380001
013900     05  FILLER              PIC X(01)  VALUE SPACE.              01390001
014000     05  WS-EL-PROGRAM       PIC X(08).                           01400001
014100     05  FILLER              PIC X(01)  VALUE SPACE.              01410001
014200     05  WS-EL-FUNCTION      PIC X(01).                           01420001
014300     05  FILLER              PIC X(01)  VALUE SPACE.              01430001
014400     05  WS-EL-EVENT         PIC X(07).                           01440001
014500     05  FILLER              PIC X(01)  VALUE SPACE.              01450001
014600     05  WS-EL-RUN-ID        PIC X(16).                           01460001
014700     05  FILLER              PIC X(01)  VALUE SPACE.              01470001
014800     05  WS-EL-RC            PIC X(04).                           01480001
014900     05  FILLER              PIC X(01)  VALUE SPACE.              01490001
015000     05  WS-EL-FILE-IN       PIC X(08).                           01500001
015100     05  FILLER              PIC X(01)  VALUE SPACE.              01510001
015200     05  WS-EL-GEN-IN        PIC X(16).                           01520001
015300     05  FILLER              PIC X(01)  VALUE SPACE.              01530001
015400     05  WS-EL-COUNT-IN      PIC X(09).                           01540001
015500     05  FILLER              PIC X(01)  VALUE SPACE.              01550001
015600     05  WS-EL-FILE-OUT      PIC X(08).                           01560001
015700     05  FILLER              PIC X(01)  VALUE SPACE.              01570001
015800     05  WS-EL-GEN-OUT       PIC X(16).                           01580001
015900     05  FILLER              PIC X(01)  VALUE SPACE.              01590001
016000     05  WS-EL-COUNT-OUT     PIC X(09).                           01600001
016100     05  FILLER              PIC X(03)  VALUE SPACES.             01610001
016200 01  WS-REASON-LINE.                                              01620001
016300     05  FILLER              PIC X(27)  VALUE SPACES.             01630001
016400     05  FILLER              PIC X(08)  VALUE "REASON: ".         01640001
016500     05  WS-RL-MESSAGE       PIC X(60).                           01650001
016600     05  FILLER              PIC X(37)  VALUE SPACES.             01660001
016700 01  WS-STEP-HEADING.                                             01670001
016800     05  FILLER              PIC X(11)  VALUE "STEP".             01680001
016900     05  FILLER              PIC X(12)  VALUE "SCHEDULE".         01690001
017000     05  FILLER              PIC X(37)  VALUE "STATUS".           01700001
017100     05  FILLER              PIC X(05)  VALUE "RC".               01710001
017200     05  FILLER              PIC X(17)  VALUE "RUN ID".           01720001
017300     05  FILLER              PIC X(50)  VALUE SPACES.             01730001
017400 01  WS-STEP-LINE.                                                01740001
017500     05  WS-TL-PROGRAM       PIC X(08).                           01750001
017600     05  FILLER              PIC X(01)  VALUE SPACE.              01760001
017700     05  WS-TL-FUNCTION      PIC X(01).                           01770001
017800     05  FILLER              PIC X(01)  VALUE SPACE.              01780001
017900     05  WS-TL-SCHEDULE      PIC X(11).                           01790001
018000     05  FILLER              PIC X(01)  VALUE SPACE.              01800001
018100     05  WS-TL-STATUS        PIC X(36).                           01810001
018200     05  FILLER              PIC X(01)  VALUE SPACE.              01820001
018300     05  WS-TL-RC            PIC X(04).                           01830001
018400     05  FILLER              PIC X(01)  VALUE SPACE.              01840001
018500     05  WS-TL-RUN-ID        PIC X(16).                           01850001
018600     05  FILLER              PIC X(51)  VALUE SPACES.             01860001
018700 01  WS-SWAP-LINE.                                                01870001
018800     05  WS-WL-NEW-FILE      PIC X(08).                           01880001
018900     05  FILLER              PIC X(25)                            01890001
019000         VALUE " NOT YET SWAPPED IN OVER ".                       01900001
019100     05  WS-WL-LIVE-FILE     PIC X(08).                           01910001
019200     05  FILLER              PIC X(15)                            01920001
019300         VALUE " - RUN HELSWAP ".                                 01930001
019400     05  WS-WL-FUNCTION      PIC X(01).                           01940001
019500     05  FILLER              PIC X(75)  VALUE SPACES.             01950001
019600 01  WS-NONE-LINE.                                                01960001
019700     05  FILLER              PIC X(04)  VALUE "NONE".             01970001
019800     05  FILLER              PIC X(128) VALUE SPACES.             01980001
019900 01  WS-TOTAL-LINE.                                               01990001
020000     05  FILLER              PIC X(20)                            02000001
020100         VALUE "ITEMS OUTSTANDING:  ".                            02010001
020200     05  WS-TT-COUNT         PIC Z(03)9.                          02020001
020300     05  FILLER              PIC X(108) VALUE SPACES.             02030001
020400                                                                  02040001
020500 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          02050001
020600 77  WS-RECORD-NO         PIC 9(09) COMP     VALUE ZERO.          02060001
020700 77  WS-CYCLE-START       PIC 9(09) COMP     VALUE ZERO.          02070001
020800 77  WS-CYCLE-RUN-ID      PIC X(16)          VALUE SPACES.        02080001
020900 77  WS-CYCLE-DATE        PIC 9(08)          VALUE ZERO.          02090001
021000 77  WS-SX                PIC 9(04) COMP     VALUE ZERO.          02100001
021100 77  WS-FX                PIC 9(04) COMP     VALUE ZERO.          02110001
021200 77  WS-FOUND-X           PIC 9(04) COMP     VALUE ZERO.          02120001
021300 77  WS-PRODUCER-X        PIC 9(04) COMP     VALUE ZERO.          02130001
021400 77  WS-FIND-PROGRAM      PIC X(08)          VALUE SPACES.        02140001
021500 77  WS-FIND-FUNCTION     PIC X(01)          VALUE SPACE.         02150001
021600 77  WS-EVENT-COUNT       PIC 9(08) COMP     VALUE ZERO.          02160001
021700 77  WS-OWED-COUNT        PIC 9(04) COMP     VALUE ZERO.          02170001
021800 77  WS-SWAPS-OWED        PIC 9(04) COMP     VALUE ZERO.          02180001
021900 77  WS-RC-ED             PIC 9(04).                              02190001
022000 77  WS-COUNT-ED          PIC Z(08)9.                             02200001
022100 77  WS-EVENT-COUNT-ED    PIC Z(07)9.                             02210001
022200*                                                                 02220001
022300 PROCEDURE DIVISION.                                              02230001
022400*============================================================     02240001
022500*0000-MAINLINE                                                    02250001
022600*    FINDS WHERE THE CYCLE STARTS, LISTS ITS EVENTS, AND          02260001
022700*    REPORTS THE STEPS AND SWAPS STILL OWED.                      02270001
022800*============================================================     02280001
022900 0000-MAINLINE.                                                   02290001
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      02300001
023100     IF WS-CONTROL-STATUS = "00"                                  02310001
023200         PERFORM 2000-FIND-CYCLE-START THRU 2000-EXIT             02320001
023300     END-IF.                                                      02330001
023400     PERFORM 3000-LIST-EVENTS THRU 3000-EXIT.                     02340001
023500     PERFORM 4000-REPORT-STEPS THRU 4000-EXIT.                    02350001
023600     PERFORM 5000-REPORT-SWAPS THRU 5000-EXIT.                    02360001
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02370001
023800     GOBACK.                                                      02380001
023900*                                                                 02390001
024000*------------------------------------------------------------     02400001
024100*1000-INITIALIZE                                                  02410001
024200*    CLEARS THE STEP TABLE, OPENS THE REPORT, WRITES THE          02420001
024300*    TITLE, AND OPENS THE CONTROL FILE.  NO CONTROL FILE          02430001
024400*    YET MEANS NOTHING HAS RUN AND IS REPORTED THAT WAY;          02440001
024500*    ONE THAT WILL NOT OPEN ENDS THE RUN RC 8.                    02450001
024600*------------------------------------------------------------     02460001
024700 1000-INITIALIZE.                                                 02470001
024800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     02480001
024900     PERFORM 1100-CLEAR-ONE-STEP THRU 1100-EXIT                   02490001
025000         VARYING WS-SX FROM 1 BY 1                                02500001
025100         UNTIL WS-SX > WS-CS-STEP-COUNT.                          02510001
025200     OPEN OUTPUT CYCLE-REPORT.                                    02520001
025300     MOVE WS-TODAY-DATE TO WS-H1-DATE.                            02530001
025400     MOVE WS-HEADING-1  TO CR-PRINT-LINE.                         02540001
025500     WRITE CR-PRINT-LINE.                                         02550001
025600     OPEN INPUT CONTROL-FILE.                                     02560001
025700     IF WS-CONTROL-STATUS = "35"                                  02570001
025800         DISPLAY "HELCYRPT - NO CYCLE CONTROL FILE - "            02580001
025900             "NOTHING HAS RUN"                                    02590001
026000         GO TO 1000-EXIT                                          02600001
026100     END-IF.                                                      02610001
026200     IF WS-CONTROL-STATUS NOT = "00"                              02620001
026300         DISPLAY "HELCYRPT - CYCLE CONTROL FILE UNAVAILABLE, "    02630001
026400             "STATUS " WS-CONTROL-STATUS                          02640001
026500         MOVE 8 TO RETURN-CODE                                    02650001
026600     END-IF.                                                      02660001
026700 1000-EXIT.                                                       02670001
026800     EXIT.                                                        02680001
026900*                                                                 02690001
027000*------------------------------------------------------------     02700001
027100*1100-CLEAR-ONE-STEP                                              02710001
027200*    EMPTIES ONE ENTRY OF THE STEP TABLE.                         02720001
027300*------------------------------------------------------------     02730001
027400 1100-CLEAR-ONE-STEP.                                             02740001
027500     MOVE ZERO   TO WS-SS-LAST-END(WS-SX).                        02750001
027600     MOVE SPACE  TO WS-SS-STATE(WS-SX).                           02760001
027700     MOVE ZERO   TO WS-SS-RC(WS-SX).                              02770001
027800     MOVE SPACES TO WS-SS-RUN-ID(WS-SX).                          02780001
027900     MOVE SPACES TO WS-SS-MESSAGE(WS-SX).                         02790001
028000 1100-EXIT.                                                       02800001
028100     EXIT.                                                        02810001
028200*                                                                 02820001
028300*------------------------------------------------------------     02830001
028400*2000-FIND-CYCLE-START                                            02840001
028500*    FIRST PASS: FINDS THE LAST START OF HELBKUP AND NOTES        02850001
028600*    THE LAST END OF EVERY STEP OVER THE WHOLE FILE, THEN         02860001
028700*    REOPENS THE FILE FOR THE LISTING.                            02870001
028800*------------------------------------------------------------     02880001
028900 2000-FIND-CYCLE-START.                                           02890001
029000     MOVE ZERO TO WS-RECORD-NO.                                   02900001
029100     SET WS-NOT-END-OF-FILE TO TRUE.                              02910001
029200     PERFORM 2100-SCAN-ONE-EVENT THRU 2100-EXIT                   02920001
029300         UNTIL WS-END-OF-FILE.                                    02930001
029400     CLOSE CONTROL-FILE.                                          02940001
029500     OPEN INPUT CONTROL-FILE.                                     02950001
029600 2000-EXIT.                                                       02960001
029700     EXIT.                                                        02970001
029800*                                                                 02980001
029900*------------------------------------------------------------     02990001
030000*2100-SCAN-ONE-EVENT                                              03000001
030100*    READS ONE CONTROL RECORD FOR THE FIRST PASS.  ONLY AN        03010002
030110*    END WITH RETURN CODE UNDER 8 IS NOTED, AS IN HELCYCL.        03011002
030200*------------------------------------------------------------     03020001
030300 2100-SCAN-ONE-EVENT.                                             03030001
030400     READ CONTROL-FILE                                            03040001
030500         AT END                                                   03050001
030600             SET WS-END-OF-FILE TO TRUE                           03060001
030700             GO TO 2100-EXIT                                      03070001
030800     END-READ.                                                    03080001
030900     ADD 1 TO WS-RECORD-NO.                                       03090001
031000     IF CL-PROGRAM = "HELBKUP" AND CL-STEP-STARTED                03100001
031100         MOVE WS-RECORD-NO TO WS-CYCLE-START                      03110001
031200         MOVE CL-RUN-ID    TO WS-CYCLE-RUN-ID                     03120001
031300         MOVE CL-DATE      TO WS-CYCLE-DATE                       03130001
031400     END-IF.                                                      03140001
031500     IF CL-STEP-ENDED AND CL-RETURN-CODE < 8                      03150002
031600         MOVE CL-PROGRAM  TO WS-FIND-PROGRAM                      03160001
031700         MOVE CL-FUNCTION TO WS-FIND-FUNCTION                     03170001
031800         PERFORM 7000-FIND-STEP THRU 7000-EXIT                    03180001
031900         IF WS-FOUND-X > ZERO                                     03190001
032000             MOVE WS-RECORD-NO TO WS-SS-LAST-END(WS-FOUND-X)      03200001
032100         END-IF                                                   03210001
032200     END-IF.                                                      03220001
032300 2100-EXIT.                                                       03230001
032400     EXIT.                                                        03240001
032500*                                                                 03250001
032600*------------------------------------------------------------     03260001
032700*3000-LIST-EVENTS                                                 03270001
032800*    SECOND PASS: LISTS EVERY EVENT FROM THE CYCLE START ON       03280001
032900*    AND NOTES EACH STEP'S LAST EVENT IN THE CYCLE.               03290001
033000*------------------------------------------------------------     03300001
033100 3000-LIST-EVENTS.                                                03310001
033200     MOVE SPACES TO CR-PRINT-LINE.                                03320001
033300     WRITE CR-PRINT-LINE.                                         03330001
033400     IF WS-CYCLE-START > ZERO                                     03340001
033500         MOVE WS-CYCLE-RUN-ID TO WS-H2-RUN-ID                     03350001
033600         MOVE WS-CYCLE-DATE   TO WS-H2-DATE                       03360001
033700         MOVE WS-HEADING-2    TO CR-PRINT-LINE                    03370001
033800     ELSE                                                         03380001
033900         MOVE WS-NO-CYCLE-LINE TO CR-PRINT-LINE                   03390001
034000     END-IF.                                                      03400001
034100     WRITE CR-PRINT-LINE.                                         03410001
034200     MOVE SPACES TO CR-PRINT-LINE.                                03420001
034300     WRITE CR-PRINT-LINE.                                         03430001
034400     MOVE "EVENTS THIS CYCLE" TO WS-SL-TITLE.                     03440001
034500     MOVE WS-SECTION-LINE    TO CR-PRINT-LINE.                    03450001
034600     WRITE CR-PRINT-LINE.                                         03460001
034700     MOVE WS-EVENT-HEADING   TO CR-PRINT-LINE.                    03470001
034800     WRITE CR-PRINT-LINE.                                         03480001
034900     IF WS-CONTROL-STATUS NOT = "00"                              03490001
035000         GO TO 3000-EXIT                                          03500001
035100     END-IF.                                                      03510001
035200     MOVE ZERO TO WS-RECORD-NO.                                   03520001
035300     SET WS-NOT-END-OF-FILE TO TRUE.                              03530001
035400     PERFORM 3100-LIST-ONE-EVENT THRU 3100-EXIT                   03540001
035500         UNTIL WS-END-OF-FILE.                                    03550001
035600     CLOSE CONTROL-FILE.                                          03560001
035700 3000-EXIT.                                                       03570001
035800     EXIT.                                                        03580001
035900*                                                                 03590001
036000*------------------------------------------------------------     03600001
036100*3100-LIST-ONE-EVENT                                              03610001
036200*    READS ONE CONTROL RECORD AND, FROM THE CYCLE START ON,       03620001
036300*    PRINTS IT - WITH ITS REASON UNDER IT WHEN REFUSED.           03630001
036400*    COUNTS AND RETURN CODES PRINT ONLY ON AN END.                03640001
036500*------------------------------------------------------------     03650001
036600 3100-LIST-ONE-EVENT.                                             03660001
036700     READ CONTROL-FILE                                            03670001
036800         AT END                                                   03680001
036900             SET WS-END-OF-FILE TO TRUE                           03690001
037000             GO TO 3100-EXIT                                      03700001
037100     END-READ.                                                    03710001
037200     ADD 1 TO WS-RECORD-NO.                                       03720001
037300     IF WS-RECORD-NO < WS-CYCLE-START                             03730001
037400         GO TO 3100-EXIT                                          03740001
037500     END-IF.                                                      03750001
037600     ADD 1 TO WS-EVENT-COUNT.                                     03760001
037700     MOVE CL-DATE        TO WS-EL-DATE.                           03770001
037800     MOVE CL-TIME        TO WS-EVENT-TIME.                        03780001
037900     MOVE WS-ET-HHMMSS   TO WS-EL-TIME.                           03790001
038000     MOVE CL-PROGRAM     TO WS-EL-PROGRAM.                        03800001
038100     MOVE CL-FUNCTION    TO WS-EL-FUNCTION.                       03810001
038200     MOVE CL-RUN-ID      TO WS-EL-RUN-ID.                         03820001
038300     MOVE CL-FILE-IN     TO WS-EL-FILE-IN.                        03830001
038400     MOVE CL-GEN-IN      TO WS-EL-GEN-IN.                         03840001
038500     MOVE CL-FILE-OUT    TO WS-EL-FILE-OUT.                       03850001
038600     MOVE CL-GEN-OUT     TO WS-EL-GEN-OUT.                        03860001
038700     MOVE SPACES         TO WS-EL-RC.                             03870001
038800     MOVE SPACES         TO WS-EL-COUNT-IN.                       03880001
038900     MOVE SPACES         TO WS-EL-COUNT-OUT.                      03890001
039000     IF CL-STEP-STARTED                                           03900001
039100         MOVE "STARTED"  TO WS-EL-EVENT                           03910001
039200     ELSE IF CL-STEP-ENDED                                        03920001
039300         MOVE "ENDED"    TO WS-EL-EVENT                           03930001
039400         MOVE CL-RETURN-CODE TO WS-RC-ED                          03940001
039500         MOVE WS-RC-ED       TO WS-EL-RC                          03950001
039600         MOVE CL-COUNT-IN    TO WS-COUNT-ED                       03960001
039700         MOVE WS-COUNT-ED    TO WS-EL-COUNT-IN                    03970001
039800         MOVE CL-COUNT-OUT   TO WS-COUNT-ED                       03980001
039900         MOVE WS-COUNT-ED    TO WS-EL-COUNT-OUT                   03990001
040000     ELSE                                                         04000001
040100         MOVE "REFUSED"  TO WS-EL-EVENT                           04010001
040200     END-IF.                                                      04020001
040300     MOVE WS-EVENT-LINE  TO CR-PRINT-LINE.                        04030001
040400     WRITE CR-PRINT-LINE.                                         04040001
040500     IF CL-STEP-REFUSED                                           04050001
040600         MOVE CL-MESSAGE     TO WS-RL-MESSAGE                     04060001
040700         MOVE WS-REASON-LINE TO CR-PRINT-LINE                     04070001
040800         WRITE CR-PRINT-LINE                                      04080001
040900     END-IF.                                                      04090001
041000     MOVE CL-PROGRAM  TO WS-FIND-PROGRAM.                         04100001
041100     MOVE CL-FUNCTION TO WS-FIND-FUNCTION.                        04110001
041200     PERFORM 7000-FIND-STEP THRU 7000-EXIT.                       04120001
041300     IF WS-FOUND-X > ZERO                                         04130001
041400         MOVE CL-EVENT       TO WS-SS-STATE(WS-FOUND-X)           04140001
041500         MOVE CL-RETURN-CODE TO WS-SS-RC(WS-FOUND-X)              04150001
041600         MOVE CL-RUN-ID      TO WS-SS-RUN-ID(WS-FOUND-X)          04160001
041700         MOVE CL-MESSAGE     TO WS-SS-MESSAGE(WS-FOUND-X)         04170001
041800     END-IF.                                                      04180001
041900 3100-EXIT.                                                       04190001
042000     EXIT.                                                        04200001
042100*                                                                 04210001
042200*------------------------------------------------------------     04220001
042300*4000-REPORT-STEPS                                                04230001
042400*    ONE LINE PER SCHEDULED STEP SAYING WHERE IT STANDS.          04240001
042500*------------------------------------------------------------     04250001
042600 4000-REPORT-STEPS.                                               04260001
042700     MOVE SPACES TO CR-PRINT-LINE.                                04270001
042800     WRITE CR-PRINT-LINE.                                         04280001
042900     MOVE "STEP STATUS"      TO WS-SL-TITLE.                      04290001
043000     MOVE WS-SECTION-LINE    TO CR-PRINT-LINE.                    04300001
043100     WRITE CR-PRINT-LINE.                                         04310001
043200     MOVE WS-STEP-HEADING    TO CR-PRINT-LINE.                    04320001
043300     WRITE CR-PRINT-LINE.                                         04330001
043400     PERFORM 4100-REPORT-ONE-STEP THRU 4100-EXIT                  04340001
043500         VARYING WS-SX FROM 1 BY 1                                04350001
043600         UNTIL WS-SX > WS-CS-STEP-COUNT.                          04360001
043700 4000-EXIT.                                                       04370001
043800     EXIT.                                                        04380001
043900*                                                                 04390001
044000*------------------------------------------------------------     04400001
044100*4100-REPORT-ONE-STEP                                             04410001
044200*    A STEP THAT ENDED BELOW RC 8 IS COMPLETE; AT RC 8 OR         04420001
044300*    ABOVE IT FAILED.  A START WITH NO END IS STILL RUNNING       04430001
044400*    OR ABENDED.  A NIGHTLY STEP NOT COMPLETE IS OWED; AN         04440001
044500*    AS-REQUIRED STEP THAT HAS NOT RUN IS JUST NOT RUN.           04450001
044600*------------------------------------------------------------     04460001
044700 4100-REPORT-ONE-STEP.                                            04470001
044800     MOVE WS-CS-PROGRAM(WS-SX)  TO WS-TL-PROGRAM.                 04480001
044900     MOVE WS-CS-FUNCTION(WS-SX) TO WS-TL-FUNCTION.                04490001
045000     MOVE WS-SS-RUN-ID(WS-SX)   TO WS-TL-RUN-ID.                  04500001
045100     MOVE SPACES                TO WS-TL-RC.                      04510001
045200     IF WS-CS-NIGHTLY-STEP(WS-SX)                                 04520001
045300         MOVE "NIGHTLY"         TO WS-TL-SCHEDULE                 04530001
045400     ELSE                                                         04540001
045500         MOVE "AS REQUIRED"     TO WS-TL-SCHEDULE                 04550001
045600     END-IF.                                                      04560001
045700     IF WS-SS-ENDED(WS-SX)                                        04570001
045800         MOVE WS-SS-RC(WS-SX) TO WS-RC-ED                         04580001
045900         MOVE WS-RC-ED        TO WS-TL-RC                         04590001
046000     END-IF.                                                      04600001
046100     IF WS-SS-ENDED(WS-SX) AND WS-SS-RC(WS-SX) < 8                04610001
046200         MOVE "COMPLETE" TO WS-TL-STATUS                          04620001
046300     ELSE IF WS-SS-ENDED(WS-SX)                                   04630001
046400         MOVE "FAILED" TO WS-TL-STATUS                            04640001
046500     ELSE IF WS-SS-STARTED(WS-SX)                                 04650001
046600         MOVE "STARTED, NO END - RUNNING OR ABENDED"              04660001
046700             TO WS-TL-STATUS                                      04670001
046800     ELSE IF WS-SS-REFUSED(WS-SX)                                 04680001
046900         MOVE "REFUSED" TO WS-TL-STATUS                           04690001
047000     ELSE IF WS-CS-NIGHTLY-STEP(WS-SX)                            04700001
047100         MOVE "OUTSTANDING" TO WS-TL-STATUS                       04710001
047200     ELSE                                                         04720001
047300         MOVE "NOT RUN" TO WS-TL-STATUS                           04730001
047400     END-IF.                                                      04740001
047500     IF WS-CS-NIGHTLY-STEP(WS-SX)                                 04750001
047600        AND NOT (WS-SS-ENDED(WS-SX) AND WS-SS-RC(WS-SX) < 8)      04760001
047700         ADD 1 TO WS-OWED-COUNT                                   04770001
047800     END-IF.                                                      04780001
047900     MOVE WS-STEP-LINE TO CR-PRINT-LINE.                          04790001
048000     WRITE CR-PRINT-LINE.                                         04800001
048100     IF WS-SS-REFUSED(WS-SX)                                      04810001
048200         MOVE WS-SS-MESSAGE(WS-SX) TO WS-RL-MESSAGE               04820001
048300         MOVE WS-REASON-LINE       TO CR-PRINT-LINE               04830001
048400         WRITE CR-PRINT-LINE                                      04840001
048500     END-IF.                                                      04850001
048600 4100-EXIT.                                                       04860001
048700     EXIT.                                                        04870001
048800*                                                                 04880001
048900*------------------------------------------------------------     04890001
049000*5000-REPORT-SWAPS                                                04900001
049100*    LISTS EVERY SWAP WHOSE PRODUCER HAS ENDED CLEANLY SINCE      04910002
049200*    THE SWAP LAST DID - THE SAME TEST HELCYCL REFUSES ON.        04920002
049300*------------------------------------------------------------     04930001
049400 5000-REPORT-SWAPS.                                               04940001
049500     MOVE SPACES TO CR-PRINT-LINE.                                04950001
049600     WRITE CR-PRINT-LINE.                                         04960001
049700     MOVE "SWAPS OUTSTANDING" TO WS-SL-TITLE.                     04970001
049800     MOVE WS-SECTION-LINE     TO CR-PRINT-LINE.                   04980001
049900     WRITE CR-PRINT-LINE.                                         04990001
050000     PERFORM 5100-CHECK-ONE-SWAP THRU 5100-EXIT                   05000001
050100         VARYING WS-SX FROM 1 BY 1                                05010001
050200         UNTIL WS-SX > WS-CS-STEP-COUNT.                          05020001
050300     IF WS-SWAPS-OWED = ZERO                                      05030001
050400         MOVE WS-NONE-LINE TO CR-PRINT-LINE                       05040001
050500         WRITE CR-PRINT-LINE                                      05050001
050600     END-IF.                                                      05060001
050700 5000-EXIT.                                                       05070001
050800     EXIT.                                                        05080001
050900*                                                                 05090001
051000*------------------------------------------------------------     05100001
051100*5100-CHECK-ONE-SWAP                                              05110001
051200*    TESTS ONE SCHEDULE ENTRY; A SWAP OWED IS PRINTED AND         05120001
051300*    COUNTED.                                                     05130001
051400*------------------------------------------------------------     05140001
051500 5100-CHECK-ONE-SWAP.                                             05150001
051600     IF NOT WS-CS-SWAP-STEP(WS-SX)                                05160001
051700         GO TO 5100-EXIT                                          05170001
051800     END-IF.                                                      05180001
051900     MOVE WS-CS-PRED-PGM(WS-SX)  TO WS-FIND-PROGRAM.              05190001
052000     MOVE WS-CS-PRED-FUNC(WS-SX) TO WS-FIND-FUNCTION.             05200001
052100     PERFORM 7000-FIND-STEP THRU 7000-EXIT.                       05210001
052200     MOVE WS-FOUND-X TO WS-PRODUCER-X.                            05220001
052300     IF WS-PRODUCER-X = ZERO                                      05230001
052400         GO TO 5100-EXIT                                          05240001
052500     END-IF.                                                      05250001
052600     IF WS-SS-LAST-END(WS-PRODUCER-X)                             05260001
052700             > WS-SS-LAST-END(WS-SX)                              05270001
052800         MOVE WS-CS-IN-FILE(WS-SX)  TO WS-WL-NEW-FILE             05280001
052900         MOVE WS-CS-OUT-FILE(WS-SX) TO WS-WL-LIVE-FILE            05290001
053000         MOVE WS-CS-FUNCTION(WS-SX) TO WS-WL-FUNCTION             05300001
053100         MOVE WS-SWAP-LINE TO CR-PRINT-LINE                       05310001
053200         WRITE CR-PRINT-LINE                                      05320001
053300         ADD 1 TO WS-SWAPS-OWED                                   05330001
053400     END-IF.                                                      05340001
053500 5100-EXIT.                                                       05350001
053600     EXIT.                                                        05360001
053700*                                                                 05370001
053800*------------------------------------------------------------     05380001
053900*7000-FIND-STEP                                                   05390001
054000*    LOOKS UP WS-FIND-PROGRAM AND WS-FIND-FUNCTION ON THE         05400001
054100*    SCHEDULE.  WS-FOUND-X COMES BACK ZERO WHEN THE STEP          05410001
054200*    IS NOT THERE.                                                05420001
054300*------------------------------------------------------------     05430001
054400 7000-FIND-STEP.                                                  05440001
054500     MOVE ZERO TO WS-FOUND-X.                                     05450001
054600     PERFORM 7100-TEST-ONE-STEP THRU 7100-EXIT                    05460001
054700         VARYING WS-FX FROM 1 BY 1                                05470001
054800         UNTIL WS-FX > WS-CS-STEP-COUNT                           05480001
054900            OR WS-FOUND-X > ZERO.                                 05490001
055000 7000-EXIT.                                                       05500001
055100     EXIT.                                                        05510001
055200*                                                                 05520001
055300*------------------------------------------------------------     05530001
055400*7100-TEST-ONE-STEP                                               05540001
055500*    TESTS ONE SCHEDULE ENTRY AGAINST THE STEP WANTED.            05550001
055600*------------------------------------------------------------     05560001
055700 7100-TEST-ONE-STEP.                                              05570001
055800     IF WS-CS-PROGRAM(WS-FX) = WS-FIND-PROGRAM                    05580001
055900        AND WS-CS-FUNCTION(WS-FX) = WS-FIND-FUNCTION              05590001
056000         MOVE WS-FX TO WS-FOUND-X                                 05600001
056100     END-IF.                                                      05610001
056200 7100-EXIT.                                                       05620001
056300     EXIT.                                                        05630001
056400*                                                                 05640001
056500*------------------------------------------------------------     05650001
056600*9000-TERMINATE                                                   05660001
056700*    WRITES THE OUTSTANDING COUNT, CLOSES THE REPORT, AND         05670001
056800*    SETS RC 4 WHEN ANYTHING IS OWED.                             05680001
056900*------------------------------------------------------------     05690001
057000 9000-TERMINATE.                                                  05700001
057100     MOVE SPACES TO CR-PRINT-LINE.                                05710001
057200     WRITE CR-PRINT-LINE.                                         05720001
057300     ADD WS-SWAPS-OWED TO WS-OWED-COUNT.                          05730001
057400     MOVE WS-OWED-COUNT TO WS-TT-COUNT.                           05740001
057500     MOVE WS-TOTAL-LINE TO CR-PRINT-LINE.                         05750001
057600     WRITE CR-PRINT-LINE.                                         05760001
057700     CLOSE CYCLE-REPORT.                                          05770001
057800     MOVE WS-EVENT-COUNT TO WS-EVENT-COUNT-ED.                    05780001
057900     DISPLAY "HELCYRPT - EVENTS THIS CYCLE: " WS-EVENT-COUNT-ED.  05790001
058000     DISPLAY "HELCYRPT - ITEMS OUTSTANDING: " WS-TT-COUNT.        05800001
058100     IF WS-OWED-COUNT > ZERO AND RETURN-CODE < 4                  05810001
058200         MOVE 4 TO RETURN-CODE                                    05820001
058300     END-IF.                                                      05830001
058400 9000-EXIT.                                                       05840001
058500     EXIT.                                                        05850001
