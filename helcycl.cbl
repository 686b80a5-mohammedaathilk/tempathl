000100*----------------------------------------------------------       00010001
000200*HELCYCL - NIGHTLY CYCLE CONTROL                                  00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELCYCL.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE NIGHTLY CYCLE HAS         00140001
001500*                BEEN HELD TOGETHER BY THE RUN BOOK ALONE -       00150001
001600*                STEPS HAVE RUN OUT OF ORDER, AND A QUEUE         00160001
001700*                SWAP LEFT UNDONE LET THE NEXT STEP RUN           00170001
001800*                AGAINST THE OLD QUEUE AND APPLY ITS              00180001
001900*                DECISIONS A SECOND TIME.  EVERY STEP OF THE      00190001
002000*                CYCLE NOW CALLS THIS SUBPROGRAM AS IT STARTS     00200001
002100*                AND AS IT ENDS, AND IT RECORDS BOTH ON THE       00210001
002200*                CYCLE CONTROL FILE WITH THE RUN ID, THE          00220001
002300*                RETURN CODE, AND THE FILE GENERATIONS AND        00230001
002400*                COUNTS CONSUMED AND PRODUCED.  AT THE START      00240001
002500*                IT REFUSES THE STEP - RECORDING THE REFUSAL      00250001
002600*                AND WHY - WHEN A QUEUE SWAP THE STEP DEPENDS     00260001
002700*                ON IS STILL OUTSTANDING, OR WHEN ITS             00270001
002800*                PREDECESSOR ON THE CYCLSKED SCHEDULE HAS NOT     00280001
002900*                FINISHED SINCE THE STEP LAST RAN.  THE           00290001
003000*                CALLER DECIDES HOW TO STOP, THE SAME WAY         00300001
003100*                HELPCAT LEAVES A MISSING CATALOG TO ITS          00310001
003200*                CALLER.                                          00320001
003210*10/15/2026 RJM  AN END WITH RETURN CODE 8 OR WORSE IS NO         00321002
003220*                LONGER TAKEN AS THE STEP FINISHING, SO THE       00322002
003230*                NEXT STEP IS REFUSED UNTIL IT IS RERUN CLEAN.    00323002
003300*----------------------------------------------------------       00330001
003400 ENVIRONMENT DIVISION.                                            00340001
003500 CONFIGURATION SECTION.                                           00350001
003600 INPUT-OUTPUT SECTION.                                            00360001
003700 FILE-CONTROL.                                                    00370001
003800     SELECT CONTROL-FILE ASSIGN TO "CYCLCTL"                      00380001
003900         ORGANIZATION IS LINE SEQUENTIAL                          00390001
004000         FILE STATUS IS CYC-CONTROL-STATUS.                       00400001
004100                                                                  00410001
004200 DATA DIVISION.                                                   00420001
004300 FILE SECTION.                                                    00430001
004400*----------------------------------------------------------       00440001
004500*CONTROL-FILE - THE CYCLE CONTROL FILE, ONE RECORD PER STEP       00450001
004600*EVENT IN THE ORDER THE EVENTS HAPPENED.  ONLY EVER               00460001
004700*EXTENDED; READ FROM THE TOP AT EVERY STEP START.                 00470001
004800*----------------------------------------------------------       00480001
004900 FD  CONTROL-FILE.                                                00490001
005000 COPY CYCLREC.                                                    00500001
005100                                                                  00510001
005200 WORKING-STORAGE SECTION.                                         00520001
005300                                                                  00530001
005400*----------------------------------------------------------       00540001
005500*CYC-EOF-SW - SET WHEN CONTROL-FILE IS EXHAUSTED                  00550001
005600*----------------------------------------------------------       00560001
005700 01  CYC-EOF-SW          PIC X(01)   VALUE 'N'.                   00570001
005800     88  CYC-END-OF-FILE             VALUE 'Y'.                   00580001
005900     88  CYC-NOT-END-OF-FILE         VALUE 'N'.                   00590001
006000                                                                  00600001
006100 01  CYC-CONTROL-STATUS  PIC X(02)   VALUE SPACES.                00610001
006200                                                                  00620001
006300*----------------------------------------------------------       00630001
006400*THE CYCLE SCHEDULE AND THE SWAP WAITS                            00640001
006500*----------------------------------------------------------       00650001
006600 COPY CYCLSKED.                                                   00660001
006700                                                                  00670001
006800*----------------------------------------------------------       00680001
006900*CYC-STEP-TABLE - WHAT THE CONTROL FILE SAYS ABOUT EACH           00690001
007000*SCHEDULED STEP, ENTRY FOR ENTRY WITH THE SCHEDULE.  A            00700001
007100*POSITION IS A RECORD NUMBER ON THE CONTROL FILE, SO LATER        00710001
007200*MEANS FURTHER DOWN THE FILE - NO CLOCK ARITHMETIC, AND NO        00720001
007300*TROUBLE WHEN THE CYCLE RUNS PAST MIDNIGHT.  ZERO MEANS           00730001
007400*NEVER.  THE RUN ID AND COUNTS ARE FROM THE LAST END.             00740001
007500*----------------------------------------------------------       00750001
007600 01  CYC-STEP-TABLE.                                              00760001
007700     05  CYC-STEP-ENTRY OCCURS 13 TIMES.                          00770001
007800         10  CYC-ST-LAST-START                                    00780001
007900                             PIC 9(09) COMP.                      00790001
008000         10  CYC-ST-LAST-END PIC 9(09) COMP.                      00800001
008100         10  CYC-ST-RUN-ID   PIC X(16).                           00810001
008200         10  CYC-ST-READ     PIC 9(09).                           00820001
008300         10  CYC-ST-WRITTEN  PIC 9(09).                           00830001
008400                                                                  00840001
008500 77  CYC-RECORD-NO       PIC 9(09) COMP     VALUE ZERO.           00850001
008600 77  CYC-SX              PIC 9(04) COMP     VALUE ZERO.           00860001
008700 77  CYC-WX              PIC 9(04) COMP     VALUE ZERO.           00870001
008800 77  CYC-FOUND-X         PIC 9(04) COMP     VALUE ZERO.           00880001
008900 77  CYC-THIS-X          PIC 9(04) COMP     VALUE ZERO.           00890001
009000 77  CYC-PRED-X          PIC 9(04) COMP     VALUE ZERO.           00900001
009100 77  CYC-SWAP-X          PIC 9(04) COMP     VALUE ZERO.           00910001
009200 77  CYC-PRODUCER-X      PIC 9(04) COMP     VALUE ZERO.           00920001
009300 77  CYC-FIND-PROGRAM    PIC X(08)          VALUE SPACES.         00930001
009400 77  CYC-FIND-FUNCTION   PIC X(01)          VALUE SPACE.          00940001
009500 77  CYC-FIND-FILE       PIC X(08)          VALUE SPACES.         00950001
009600 77  CYC-GENERATION      PIC X(16)          VALUE SPACES.         00960001
009700 77  CYC-EVENT           PIC X(01)          VALUE SPACE.          00970001
009800 77  CYC-TODAY-DATE      PIC 9(08)          VALUE ZERO.           00980001
009900 77  CYC-NOW-TIME        PIC 9(08)          VALUE ZERO.           00990001
010000                                                                  01000001
010100*----------------------------------------------------------       01010001
010200*REFUSAL MESSAGES, RETURNED TO THE CALLER AND RECORDED ON         01020001
010300*THE CONTROL FILE                                                 01030001
010400*----------------------------------------------------------       01040001
010500 01  CYC-SWAP-MSG.                                                01050001
010600     05  CYC-SM-NEW-FILE     PIC X(08).                           01060001
010700     05  FILLER              PIC X(25)                            01070001
010800         VALUE " NOT YET SWAPPED IN OVER ".                       01080001
010900     05  CYC-SM-LIVE-FILE    PIC X(08).                           01090001
011000     05  FILLER              PIC X(15)                            01100001
011100         VALUE " - RUN HELSWAP ".                                 01110001
011200     05  CYC-SM-FUNCTION     PIC X(01).                           01120001
011300     05  FILLER              PIC X(03)  VALUE SPACES.             01130001
011400 01  CYC-UNFINISHED-MSG.                                          01140001
011500     05  CYC-UM-PROGRAM      PIC X(08).                           01150001
011600     05  FILLER              PIC X(01)  VALUE SPACE.              01160001
011700     05  CYC-UM-FUNCTION     PIC X(01).                           01170001
011800     05  FILLER              PIC X(27)                            01180001
011900         VALUE " STARTED AND DID NOT FINISH".                     01190001
012000     05  FILLER              PIC X(23)  VALUE SPACES.             01200001
012100 01  CYC-NOT-SINCE-MSG.                                           01210001
012200     05  CYC-NS-PRED-PROGRAM PIC X(08).                           01220001
012300     05  FILLER              PIC X(01)  VALUE SPACE.              01230001
012400     05  CYC-NS-PRED-FUNCTION                                     01240001
012500                             PIC X(01).                           01250001
012600     05  FILLER              PIC X(19)                            01260001
012700         VALUE " HAS NOT RUN SINCE ".                             01270001
012800     05  CYC-NS-PROGRAM      PIC X(08).                           01280001
012900     05  FILLER              PIC X(01)  VALUE SPACE.              01290001
013000     05  CYC-NS-FUNCTION     PIC X(01).                           01300001
013100     05  FILLER              PIC X(09)  VALUE " LAST RAN".        01310001
013200     05  FILLER              PIC X(12)  VALUE SPACES.             01320001
013300 01  CYC-NEVER-RUN-MSG.                                           01330001
013400     05  CYC-NR-PRED-PROGRAM PIC X(08).                           01340001
013500     05  FILLER              PIC X(01)  VALUE SPACE.              01350001
013600     05  CYC-NR-PRED-FUNCTION                                     01360001
013700                             PIC X(01).                           01370001
013800     05  FILLER              PIC X(30)                            01380001
013900         VALUE " HAS NOT RUN - IT MUST BEFORE ".                  01390001
014000     05  CYC-NR-PROGRAM      PIC X(08).                           01400001
014100     05  FILLER              PIC X(01)  VALUE SPACE.              01410001
014200     05  CYC-NR-FUNCTION     PIC X(01).                           01420001
014300     05  FILLER              PIC X(10)  VALUE SPACES.             01430001
014400 01  CYC-UNKNOWN-MSG.                                             01440001
014500     05  CYC-XM-PROGRAM      PIC X(08).                           01450001
014600     05  FILLER              PIC X(01)  VALUE SPACE.              01460001
014700     05  CYC-XM-FUNCTION     PIC X(01).                           01470001
014800     05  FILLER              PIC X(36)                            01480001
014900         VALUE " IS NOT A STEP ON THE CYCLE SCHEDULE".            01490001
015000     05  FILLER              PIC X(14)  VALUE SPACES.             01500001
015100 01  CYC-NO-FILE-MSG.                                             01510001
015200     05  FILLER              PIC X(40)                            01520001
015300         VALUE "CYCLE CONTROL FILE UNAVAILABLE, STATUS  ".        01530001
015400     05  CYC-NF-STATUS       PIC X(02).                           01540001
015500     05  FILLER              PIC X(18)  VALUE SPACES.             01550001
015600                                                                  01560001
015700 LINKAGE SECTION.                                                 01570001
015800                                                                  01580001
015900*----------------------------------------------------------       01590001
016000*THE STEP AND WHAT IS TO BE RECORDED FOR IT, AND THE              01600001
016100*START-OF-STEP RESULT RETURNED TO THE CALLER                      01610001
016200*----------------------------------------------------------       01620001
016300 COPY CYCLPARM.                                                   01630001
016400*                                                                 01640001
016500 PROCEDURE DIVISION USING WS-CYCLE-PARM.                          01650001
016600*============================================================     01660001
016700*0000-MAINLINE                                                    01670001
016800*    RECORDS THE START OR THE END OF THE CALLING STEP AND         01680001
016900*    RETURNS CONTROL TO IT.  ONLY A START CAN BE REFUSED.         01690001
017000*============================================================     01700001
017100 0000-MAINLINE.                                                   01710001
017200     IF WS-CY-STEP-START                                          01720001
017300         PERFORM 1000-START-STEP THRU 1000-EXIT                   01730001
017400     ELSE IF WS-CY-STEP-END                                       01740001
017500         PERFORM 2000-END-STEP THRU 2000-EXIT                     01750001
017600     END-IF.                                                      01760001
017700     GOBACK.                                                      01770001
017800*                                                                 01780001
017900*------------------------------------------------------------     01790001
018000*1000-START-STEP                                                  01800001
018100*    FINDS THE STEP ON THE SCHEDULE, READS THE CONTROL FILE,      01810001
018200*    AND CHECKS THE STEP'S SWAP WAITS AND THEN ITS                01820001
018300*    PREDECESSOR.  A CLEARED STEP GETS ITS FILES AND              01830001
018400*    GENERATIONS FILLED IN AND AN S RECORD; A REFUSED ONE         01840001
018500*    GETS AN R RECORD CARRYING THE REASON.                        01850001
018600*------------------------------------------------------------     01860001
018700 1000-START-STEP.                                                 01870001
018800     SET WS-CY-CLEARED TO TRUE.                                   01880001
018900     MOVE SPACES TO WS-CY-MESSAGE.                                01890001
019000     MOVE SPACES TO WS-CY-FILE-IN.                                01900001
019100     MOVE SPACES TO WS-CY-GEN-IN.                                 01910001
019200     MOVE SPACES TO WS-CY-FILE-OUT.                               01920001
019300     MOVE SPACES TO WS-CY-GEN-OUT.                                01930001
019400     MOVE SPACES TO WS-CY-PRED-RUN-ID.                            01940001
019500     MOVE ZERO   TO WS-CY-RETURN-CODE.                            01950001
019600     MOVE ZERO   TO WS-CY-COUNT-IN.                               01960001
019700     MOVE ZERO   TO WS-CY-COUNT-OUT.                              01970001
019800     MOVE ZERO   TO WS-CY-PRED-READ.                              01980001
019900     MOVE ZERO   TO WS-CY-PRED-WRITTEN.                           01990001
020000     MOVE ZERO   TO CYC-PRED-X.                                   02000001
020100     MOVE WS-CY-PROGRAM  TO CYC-FIND-PROGRAM.                     02010001
020200     MOVE WS-CY-FUNCTION TO CYC-FIND-FUNCTION.                    02020001
020300     PERFORM 1900-FIND-STEP THRU 1900-EXIT.                       02030001
020400     MOVE CYC-FOUND-X TO CYC-THIS-X.                              02040001
020500     IF CYC-THIS-X = ZERO                                         02050001
020600         MOVE WS-CY-PROGRAM   TO CYC-XM-PROGRAM                   02060001
020700         MOVE WS-CY-FUNCTION  TO CYC-XM-FUNCTION                  02070001
020800         MOVE CYC-UNKNOWN-MSG TO WS-CY-MESSAGE                    02080001
020900         SET WS-CY-REFUSED TO TRUE                                02090001
021000         PERFORM 1800-RECORD-REFUSAL THRU 1800-EXIT               02100001
021100         GO TO 1000-EXIT                                          02110001
021200     END-IF.                                                      02120001
021300     MOVE WS-CS-IN-FILE(CYC-THIS-X)  TO WS-CY-FILE-IN.            02130001
021400     MOVE WS-CS-OUT-FILE(CYC-THIS-X) TO WS-CY-FILE-OUT.           02140001
021500     PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT.                    02150001
021600     IF WS-CY-CLEARED                                             02160001
021700         PERFORM 1200-CHECK-ONE-WAIT THRU 1200-EXIT               02170001
021800             VARYING CYC-WX FROM 1 BY 1                           02180001
021900             UNTIL CYC-WX > WS-CW-WAIT-COUNT                      02190001
022000                OR WS-CY-REFUSED                                  02200001
022100     END-IF.                                                      02210001
022200     IF WS-CY-CLEARED                                             02220001
022300         PERFORM 1300-CHECK-PREDECESSOR THRU 1300-EXIT            02230001
022400     END-IF.                                                      02240001
022500     IF WS-CY-REFUSED                                             02250001
022600         PERFORM 1800-RECORD-REFUSAL THRU 1800-EXIT               02260001
022700         GO TO 1000-EXIT                                          02270001
022800     END-IF.                                                      02280001
022900     PERFORM 1400-SET-GENERATIONS THRU 1400-EXIT.                 02290001
023000     MOVE "S" TO CYC-EVENT.                                       02300001
023100     PERFORM 3000-WRITE-EVENT THRU 3000-EXIT.                     02310001
023200 1000-EXIT.                                                       02320001
023300     EXIT.                                                        02330001
023400*                                                                 02340001
023500*------------------------------------------------------------     02350001
023600*1100-LOAD-HISTORY                                                02360001
023700*    READS THE WHOLE CONTROL FILE INTO THE STEP TABLE.  NO        02370001
023800*    FILE YET IS THE FIRST NIGHT - NOTHING HAS RUN.  A FILE       02380001
023900*    THAT IS THERE BUT WILL NOT OPEN REFUSES THE STEP:            02390001
024000*    WITHOUT IT THERE IS NO KNOWING WHAT HAS RUN.                 02400001
024100*------------------------------------------------------------     02410001
024200 1100-LOAD-HISTORY.                                               02420001
024300     PERFORM 1110-CLEAR-ONE-STEP THRU 1110-EXIT                   02430001
024400         VARYING CYC-SX FROM 1 BY 1                               02440001
024500         UNTIL CYC-SX > WS-CS-STEP-COUNT.                         02450001
024600     MOVE ZERO TO CYC-RECORD-NO.                                  02460001
024700     SET CYC-NOT-END-OF-FILE TO TRUE.                             02470001
024800     OPEN INPUT CONTROL-FILE.                                     02480001
024900     IF CYC-CONTROL-STATUS = "35"                                 02490001
025000         GO TO 1100-EXIT                                          02500001
025100     END-IF.                                                      02510001
025200     IF CYC-CONTROL-STATUS NOT = "00"                             02520001
025300         MOVE CYC-CONTROL-STATUS TO CYC-NF-STATUS                 02530001
025400         MOVE CYC-NO-FILE-MSG    TO WS-CY-MESSAGE                 02540001
025500         SET WS-CY-REFUSED TO TRUE                                02550001
025600         GO TO 1100-EXIT                                          02560001
025700     END-IF.                                                      02570001
025800     PERFORM 1120-LOAD-ONE-EVENT THRU 1120-EXIT                   02580001
025900         UNTIL CYC-END-OF-FILE.                                   02590001
026000     CLOSE CONTROL-FILE.                                          02600001
026100 1100-EXIT.                                                       02610001
026200     EXIT.                                                        02620001
026300*                                                                 02630001
026400*------------------------------------------------------------     02640001
026500*1110-CLEAR-ONE-STEP                                              02650001
026600*    EMPTIES ONE ENTRY OF THE STEP TABLE.                         02660001
026700*------------------------------------------------------------     02670001
026800 1110-CLEAR-ONE-STEP.                                             02680001
026900     MOVE ZERO   TO CYC-ST-LAST-START(CYC-SX).                    02690001
027000     MOVE ZERO   TO CYC-ST-LAST-END(CYC-SX).                      02700001
027100     MOVE SPACES TO CYC-ST-RUN-ID(CYC-SX).                        02710001
027200     MOVE ZERO   TO CYC-ST-READ(CYC-SX).                          02720001
027300     MOVE ZERO   TO CYC-ST-WRITTEN(CYC-SX).                       02730001
027400 1110-EXIT.                                                       02740001
027500     EXIT.                                                        02750001
027600*                                                                 02760001
027700*------------------------------------------------------------     02770001
027800*1120-LOAD-ONE-EVENT                                              02780001
027900*    READS ONE CONTROL RECORD AND NOTES IT AGAINST ITS STEP.      02790001
028000*    A REFUSAL CHANGES NOTHING - THE STEP NEVER RAN.  A STEP      02800001
028100*    NO LONGER ON THE SCHEDULE IS PASSED OVER.  AN END WITH       02810002
028110*    RETURN CODE 8 OR WORSE IS NOT NOTED - THE STEP DID NOT       02811002
028120*    DO ITS WORK, SO IT STILL COUNTS AS UNFINISHED.               02812002
028200*------------------------------------------------------------     02820001
028300 1120-LOAD-ONE-EVENT.                                             02830001
028400     READ CONTROL-FILE                                            02840001
028500         AT END                                                   02850001
028600             SET CYC-END-OF-FILE TO TRUE                          02860001
028700             GO TO 1120-EXIT                                      02870001
028800     END-READ.                                                    02880001
028900     ADD 1 TO CYC-RECORD-NO.                                      02890001
029000     MOVE CL-PROGRAM  TO CYC-FIND-PROGRAM.                        02900001
029100     MOVE CL-FUNCTION TO CYC-FIND-FUNCTION.                       02910001
029200     PERFORM 1900-FIND-STEP THRU 1900-EXIT.                       02920001
029300     IF CYC-FOUND-X = ZERO                                        02930001
029400         GO TO 1120-EXIT                                          02940001
029500     END-IF.                                                      02950001
029600     IF CL-STEP-STARTED                                           02960001
029700         MOVE CYC-RECORD-NO TO CYC-ST-LAST-START(CYC-FOUND-X)     02970001
029800     END-IF.                                                      02980001
029900     IF CL-STEP-ENDED AND CL-RETURN-CODE < 8                      02990002
030000         MOVE CYC-RECORD-NO TO CYC-ST-LAST-END(CYC-FOUND-X)       03000001
030100         MOVE CL-RUN-ID     TO CYC-ST-RUN-ID(CYC-FOUND-X)         03010001
030200         MOVE CL-COUNT-IN   TO CYC-ST-READ(CYC-FOUND-X)           03020001
030300         MOVE CL-COUNT-OUT  TO CYC-ST-WRITTEN(CYC-FOUND-X)        03030001
030400     END-IF.                                                      03040001
030500 1120-EXIT.                                                       03050001
030600     EXIT.                                                        03060001
030700*                                                                 03070001
030800*------------------------------------------------------------     03080001
030900*1200-CHECK-ONE-WAIT                                              03090001
031000*    FOR A WAIT BELONGING TO THIS STEP, REFUSES THE STEP          03100001
031100*    WHEN THE QUEUE'S PRODUCER HAS FINISHED SINCE THE             03110001
031200*    QUEUE WAS LAST SWAPPED - ITS NEW FILE IS STILL SITTING       03120001
031300*    THERE, AND READING OR APPENDING TO THE OLD QUEUE NOW         03130001
031400*    WOULD REPEAT OR LOSE WORK.                                   03140001
031500*------------------------------------------------------------     03150001
031600 1200-CHECK-ONE-WAIT.                                             03160001
031700     IF WS-CW-PROGRAM(CYC-WX) NOT = WS-CY-PROGRAM                 03170001
031800        OR WS-CW-FUNCTION(CYC-WX) NOT = WS-CY-FUNCTION            03180001
031900         GO TO 1200-EXIT                                          03190001
032000     END-IF.                                                      03200001
032100     MOVE WS-CW-FILE(CYC-WX) TO CYC-FIND-FILE.                    03210001
032200     PERFORM 1950-FIND-SWAP THRU 1950-EXIT.                       03220001
032300     IF CYC-SWAP-X = ZERO OR CYC-PRODUCER-X = ZERO                03230001
032400         GO TO 1200-EXIT                                          03240001
032500     END-IF.                                                      03250001
032600     IF CYC-ST-LAST-END(CYC-PRODUCER-X)                           03260001
032700             > CYC-ST-LAST-END(CYC-SWAP-X)                        03270001
032800         MOVE WS-CS-IN-FILE(CYC-SWAP-X)  TO CYC-SM-NEW-FILE       03280001
032900         MOVE WS-CS-OUT-FILE(CYC-SWAP-X) TO CYC-SM-LIVE-FILE      03290001
033000         MOVE WS-CS-FUNCTION(CYC-SWAP-X) TO CYC-SM-FUNCTION       03300001
033100         MOVE CYC-SWAP-MSG TO WS-CY-MESSAGE                       03310001
033200         SET WS-CY-REFUSED TO TRUE                                03320001
033300     END-IF.                                                      03330001
033400 1200-EXIT.                                                       03340001
033500     EXIT.                                                        03350001
033600*                                                                 03360001
033700*------------------------------------------------------------     03370001
033800*1300-CHECK-PREDECESSOR                                           03380001
033900*    REFUSES THE STEP UNLESS ITS PREDECESSOR HAS FINISHED -       03390001
034000*    ITS LAST START HAS A CLEAN END AFTER IT, ONE WITH A          03400002
034100*    RETURN CODE UNDER 8 - AND FINISHED SINCE THIS STEP           03410002
034200*    LAST DID.  A STEP THAT ABENDED OR ENDED WITH RC 8 OR         03420002
034300*    WORSE HAS NOT FINISHED, SO IT CAN SIMPLY BE RERUN.  A        03430002
034400*    STEP WITH NO PREDECESSOR (THE BACKUP THAT OPENS THE          03440002
034410*    CYCLE, AND THE AS-REQUIRED PRODUCERS) IS ALWAYS CLEARED.     03441002
034500*------------------------------------------------------------     03450001
034600 1300-CHECK-PREDECESSOR.                                          03460001
034700     IF WS-CS-PRED-PGM(CYC-THIS-X) = SPACES                       03470001
034800         GO TO 1300-EXIT                                          03480001
034900     END-IF.                                                      03490001
035000     MOVE WS-CS-PRED-PGM(CYC-THIS-X)  TO CYC-FIND-PROGRAM.        03500001
035100     MOVE WS-CS-PRED-FUNC(CYC-THIS-X) TO CYC-FIND-FUNCTION.       03510001
035200     PERFORM 1900-FIND-STEP THRU 1900-EXIT.                       03520001
035300     MOVE CYC-FOUND-X TO CYC-PRED-X.                              03530001
035400     IF CYC-PRED-X = ZERO                                         03540001
035500         GO TO 1300-EXIT                                          03550001
035600     END-IF.                                                      03560001
035700     IF CYC-ST-LAST-START(CYC-PRED-X)                             03570001
035800             > CYC-ST-LAST-END(CYC-PRED-X)                        03580001
035900         MOVE WS-CS-PRED-PGM(CYC-THIS-X)  TO CYC-UM-PROGRAM       03590001
036000         MOVE WS-CS-PRED-FUNC(CYC-THIS-X) TO CYC-UM-FUNCTION      03600001
036100         MOVE CYC-UNFINISHED-MSG TO WS-CY-MESSAGE                 03610001
036200         SET WS-CY-REFUSED TO TRUE                                03620001
036300         GO TO 1300-EXIT                                          03630001
036400     END-IF.                                                      03640001
036500     IF CYC-ST-LAST-END(CYC-PRED-X) = ZERO                        03650001
036600         MOVE WS-CS-PRED-PGM(CYC-THIS-X)  TO CYC-NR-PRED-PROGRAM  03660001
036700         MOVE WS-CS-PRED-FUNC(CYC-THIS-X) TO CYC-NR-PRED-FUNCTION 03670001
036800         MOVE WS-CY-PROGRAM     TO CYC-NR-PROGRAM                 03680001
036900         MOVE WS-CY-FUNCTION    TO CYC-NR-FUNCTION                03690001
037000         MOVE CYC-NEVER-RUN-MSG TO WS-CY-MESSAGE                  03700001
037100         SET WS-CY-REFUSED TO TRUE                                03710001
037200         GO TO 1300-EXIT                                          03720001
037300     END-IF.                                                      03730001
037400     IF CYC-ST-LAST-END(CYC-PRED-X)                               03740001
037500             NOT > CYC-ST-LAST-END(CYC-THIS-X)                    03750001
037600         MOVE WS-CS-PRED-PGM(CYC-THIS-X)  TO CYC-NS-PRED-PROGRAM  03760001
037700         MOVE WS-CS-PRED-FUNC(CYC-THIS-X) TO CYC-NS-PRED-FUNCTION 03770001
037800         MOVE WS-CY-PROGRAM     TO CYC-NS-PROGRAM                 03780001
037900         MOVE WS-CY-FUNCTION    TO CYC-NS-FUNCTION                03790001
038000         MOVE CYC-NOT-SINCE-MSG TO WS-CY-MESSAGE                  03800001
038100         SET WS-CY-REFUSED TO TRUE                                03810001
038200     END-IF.                                                      03820001
038300 1300-EXIT.                                                       03830001
038400     EXIT.                                                        03840001
038500*                                                                 03850001
038600*------------------------------------------------------------     03860001
038700*1400-SET-GENERATIONS                                             03870001
038800*    FILLS IN WHAT THE CALLER AND THE S RECORD NEED: THE          03880001
038900*    PREDECESSOR'S LAST RUN ID AND COUNTS, AND THE                03890001
039000*    GENERATION OF EACH FILE.  A SWAP CONSUMES THE NEW FILE       03900001
039100*    ITS PRODUCER WROTE AND PRODUCES A FRESH GENERATION OF        03910001
039200*    THE QUEUE.  ANY OTHER STEP READING OR APPENDING TO A         03920001
039300*    SWAPPED QUEUE WORKS ON ITS CURRENT GENERATION; ANY           03930001
039400*    OTHER FILE IT PRODUCES IS A GENERATION OF ITS OWN.           03940001
039500*    INPUTS FROM OUTSIDE THE CYCLE HAVE NO GENERATION.            03950001
039600*------------------------------------------------------------     03960001
039700 1400-SET-GENERATIONS.                                            03970001
039800     IF CYC-PRED-X > ZERO                                         03980001
039900         MOVE CYC-ST-RUN-ID(CYC-PRED-X)   TO WS-CY-PRED-RUN-ID    03990001
040000         MOVE CYC-ST-READ(CYC-PRED-X)     TO WS-CY-PRED-READ      04000001
040100         MOVE CYC-ST-WRITTEN(CYC-PRED-X)  TO WS-CY-PRED-WRITTEN   04010001
040200     END-IF.                                                      04020001
040300     IF WS-CS-SWAP-STEP(CYC-THIS-X)                               04030001
040400         MOVE WS-CY-PRED-RUN-ID TO WS-CY-GEN-IN                   04040001
040500         MOVE WS-CY-RUN-ID      TO WS-CY-GEN-OUT                  04050001
040600         GO TO 1400-EXIT                                          04060001
040700     END-IF.                                                      04070001
040800     MOVE WS-CY-FILE-IN TO CYC-FIND-FILE.                         04080001
040900     PERFORM 1500-CURRENT-GENERATION THRU 1500-EXIT.              04090001
041000     MOVE CYC-GENERATION TO WS-CY-GEN-IN.                         04100001
041100     MOVE WS-CY-FILE-OUT TO CYC-FIND-FILE.                        04110001
041200     PERFORM 1500-CURRENT-GENERATION THRU 1500-EXIT.              04120001
041300     IF CYC-GENERATION = SPACES                                   04130001
041400         MOVE WS-CY-RUN-ID   TO WS-CY-GEN-OUT                     04140001
041500     ELSE                                                         04150001
041600         MOVE CYC-GENERATION TO WS-CY-GEN-OUT                     04160001
041700     END-IF.                                                      04170001
041800 1400-EXIT.                                                       04180001
041900     EXIT.                                                        04190001
042000*                                                                 04200001
042100*------------------------------------------------------------     04210001
042200*1500-CURRENT-GENERATION                                          04220001
042300*    THE CURRENT GENERATION OF A SWAPPED QUEUE IS THE RUN         04230001
042400*    ID OF THE LAST SWAP THAT ENDED, OR INITIAL WHEN IT HAS       04240001
042500*    NEVER BEEN SWAPPED.  A FILE THAT IS NOT A SWAPPED            04250001
042600*    QUEUE COMES BACK BLANK.                                      04260001
042700*------------------------------------------------------------     04270001
042800 1500-CURRENT-GENERATION.                                         04280001
042900     MOVE SPACES TO CYC-GENERATION.                               04290001
043000     PERFORM 1950-FIND-SWAP THRU 1950-EXIT.                       04300001
043100     IF CYC-SWAP-X = ZERO                                         04310001
043200         GO TO 1500-EXIT                                          04320001
043300     END-IF.                                                      04330001
043400     IF CYC-ST-LAST-END(CYC-SWAP-X) = ZERO                        04340001
043500         MOVE "INITIAL" TO CYC-GENERATION                         04350001
043600     ELSE                                                         04360001
043700         MOVE CYC-ST-RUN-ID(CYC-SWAP-X) TO CYC-GENERATION         04370001
043800     END-IF.                                                      04380001
043900 1500-EXIT.                                                       04390001
044000     EXIT.                                                        04400001
044100*                                                                 04410001
044200*------------------------------------------------------------     04420001
044300*1800-RECORD-REFUSAL                                              04430001
044400*    WRITES THE R RECORD FOR A REFUSED STEP.                      04440001
044500*------------------------------------------------------------     04450001
044600 1800-RECORD-REFUSAL.                                             04460001
044700     MOVE "R" TO CYC-EVENT.                                       04470001
044800     PERFORM 3000-WRITE-EVENT THRU 3000-EXIT.                     04480001
044900 1800-EXIT.                                                       04490001
045000     EXIT.                                                        04500001
045100*                                                                 04510001
045200*------------------------------------------------------------     04520001
045300*1900-FIND-STEP                                                   04530001
045400*    LOOKS UP CYC-FIND-PROGRAM AND CYC-FIND-FUNCTION ON THE       04540001
045500*    SCHEDULE.  CYC-FOUND-X COMES BACK ZERO WHEN THE STEP         04550001
045600*    IS NOT THERE.                                                04560001
045700*------------------------------------------------------------     04570001
045800 1900-FIND-STEP.                                                  04580001
045900     MOVE ZERO TO CYC-FOUND-X.                                    04590001
046000     PERFORM 1910-TEST-ONE-STEP THRU 1910-EXIT                    04600001
046100         VARYING CYC-SX FROM 1 BY 1                               04610001
046200         UNTIL CYC-SX > WS-CS-STEP-COUNT                          04620001
046300            OR CYC-FOUND-X > ZERO.                                04630001
046400 1900-EXIT.                                                       04640001
046500     EXIT.                                                        04650001
046600*                                                                 04660001
046700*------------------------------------------------------------     04670001
046800*1910-TEST-ONE-STEP                                               04680001
046900*    TESTS ONE SCHEDULE ENTRY AGAINST THE STEP WANTED.            04690001
047000*------------------------------------------------------------     04700001
047100 1910-TEST-ONE-STEP.                                              04710001
047200     IF WS-CS-PROGRAM(CYC-SX) = CYC-FIND-PROGRAM                  04720001
047300        AND WS-CS-FUNCTION(CYC-SX) = CYC-FIND-FUNCTION            04730001
047400         MOVE CYC-SX TO CYC-FOUND-X                               04740001
047500     END-IF.                                                      04750001
047600 1910-EXIT.                                                       04760001
047700     EXIT.                                                        04770001
047800*                                                                 04780001
047900*------------------------------------------------------------     04790001
048000*1950-FIND-SWAP                                                   04800001
048100*    FINDS THE SWAP STEP THAT REPLACES CYC-FIND-FILE, AND         04810001
048200*    THE STEP THAT PRODUCES THE NEW FILE IT SWAPS IN.  BOTH       04820001
048300*    COME BACK ZERO WHEN THE FILE IS NOT A SWAPPED QUEUE.         04830001
048400*------------------------------------------------------------     04840001
048500 1950-FIND-SWAP.                                                  04850001
048600     MOVE ZERO TO CYC-SWAP-X.                                     04860001
048700     MOVE ZERO TO CYC-PRODUCER-X.                                 04870001
048800     PERFORM 1960-TEST-ONE-SWAP THRU 1960-EXIT                    04880001
048900         VARYING CYC-SX FROM 1 BY 1                               04890001
049000         UNTIL CYC-SX > WS-CS-STEP-COUNT                          04900001
049100            OR CYC-SWAP-X > ZERO.                                 04910001
049200     IF CYC-SWAP-X > ZERO                                         04920001
049300         MOVE WS-CS-PRED-PGM(CYC-SWAP-X)  TO CYC-FIND-PROGRAM     04930001
049400         MOVE WS-CS-PRED-FUNC(CYC-SWAP-X) TO CYC-FIND-FUNCTION    04940001
049500         PERFORM 1900-FIND-STEP THRU 1900-EXIT                    04950001
049600         MOVE CYC-FOUND-X TO CYC-PRODUCER-X                       04960001
049700     END-IF.                                                      04970001
049800 1950-EXIT.                                                       04980001
049900     EXIT.                                                        04990001
050000*                                                                 05000001
050100*------------------------------------------------------------     05010001
050200*1960-TEST-ONE-SWAP                                               05020001
050300*    TESTS ONE SCHEDULE ENTRY FOR THE SWAP OF THE FILE.           05030001
050400*------------------------------------------------------------     05040001
050500 1960-TEST-ONE-SWAP.                                              05050001
050600     IF WS-CS-SWAP-STEP(CYC-SX)                                   05060001
050700        AND WS-CS-OUT-FILE(CYC-SX) = CYC-FIND-FILE                05070001
050800         MOVE CYC-SX TO CYC-SWAP-X                                05080001
050900     END-IF.                                                      05090001
051000 1960-EXIT.                                                       05100001
051100     EXIT.                                                        05110001
051200*                                                                 05120001
051300*------------------------------------------------------------     05130001
051400*2000-END-STEP                                                    05140001
051500*    WRITES THE E RECORD WITH THE CALLER'S RETURN CODE AND        05150001
051600*    COUNTS.  THE FILES AND GENERATIONS ARE STILL IN THE          05160001
051700*    PARM FROM THE START CALL.                                    05170001
051800*------------------------------------------------------------     05180001
051900 2000-END-STEP.                                                   05190001
052000     MOVE "E" TO CYC-EVENT.                                       05200001
052100     PERFORM 3000-WRITE-EVENT THRU 3000-EXIT.                     05210001
052200 2000-EXIT.                                                       05220001
052300     EXIT.                                                        05230001
052400*                                                                 05240001
052500*------------------------------------------------------------     05250001
052600*3000-WRITE-EVENT                                                 05260001
052700*    APPENDS ONE EVENT TO THE CONTROL FILE, CREATING IT THE       05270001
052800*    FIRST TIME - THE SAME EXTEND-THEN-OUTPUT FALLBACK THE        05280001
052900*    AUDIT LOG USES.  A START THAT CANNOT BE RECORDED IS          05290001
053000*    REFUSED: A STEP RUN WITHOUT A TRACE IS EXACTLY WHAT          05300001
053100*    THIS FILE IS HERE TO PREVENT.  AN END THAT CANNOT BE         05310001
053200*    RECORDED IS SAID LOUDLY; THE NEXT STEP WILL THEN BE          05320001
053300*    REFUSED UNTIL THE FILE IS PUT RIGHT.                         05330001
053400*------------------------------------------------------------     05340001
053500 3000-WRITE-EVENT.                                                05350001
053600     ACCEPT CYC-TODAY-DATE FROM DATE YYYYMMDD.                    05360001
053700     ACCEPT CYC-NOW-TIME FROM TIME.                               05370001
053800     MOVE SPACES            TO CL-CYCLE-RECORD.                   05380001
053900     MOVE WS-CY-PROGRAM     TO CL-PROGRAM.                        05390001
054000     MOVE WS-CY-FUNCTION    TO CL-FUNCTION.                       05400001
054100     MOVE CYC-EVENT         TO CL-EVENT.                          05410001
054200     MOVE CYC-TODAY-DATE    TO CL-DATE.                           05420001
054300     MOVE CYC-NOW-TIME      TO CL-TIME.                           05430001
054400     MOVE WS-CY-RUN-ID      TO CL-RUN-ID.                         05440001
054500     MOVE WS-CY-FILE-IN     TO CL-FILE-IN.                        05450001
054600     MOVE WS-CY-GEN-IN      TO CL-GEN-IN.                         05460001
054700     MOVE WS-CY-FILE-OUT    TO CL-FILE-OUT.                       05470001
054800     MOVE WS-CY-GEN-OUT     TO CL-GEN-OUT.                        05480001
054900     IF CL-STEP-ENDED                                             05490001
055000         MOVE WS-CY-RETURN-CODE TO CL-RETURN-CODE                 05500001
055100         MOVE WS-CY-COUNT-IN    TO CL-COUNT-IN                    05510001
055200         MOVE WS-CY-COUNT-OUT   TO CL-COUNT-OUT                   05520001
055300     ELSE                                                         05530001
055400         MOVE ZERO              TO CL-RETURN-CODE                 05540001
055500         MOVE ZERO              TO CL-COUNT-IN                    05550001
055600         MOVE ZERO              TO CL-COUNT-OUT                   05560001
055700     END-IF.                                                      05570001
055800     IF CL-STEP-REFUSED                                           05580001
055900         MOVE WS-CY-MESSAGE     TO CL-MESSAGE                     05590001
056000     END-IF.                                                      05600001
056100     OPEN EXTEND CONTROL-FILE.                                    05610001
056200     IF CYC-CONTROL-STATUS = "35"                                 05620001
056300         OPEN OUTPUT CONTROL-FILE                                 05630001
056400     END-IF.                                                      05640001
056500     IF CYC-CONTROL-STATUS = "00"                                 05650001
056600         WRITE CL-CYCLE-RECORD                                    05660001
056700     END-IF.                                                      05670001
056800     IF CYC-CONTROL-STATUS NOT = "00"                             05680001
056900         DISPLAY "HELCYCL - CYCLE CONTROL FILE STATUS "           05690001
057000             CYC-CONTROL-STATUS " - " WS-CY-PROGRAM " "           05700001
057100             WS-CY-FUNCTION " EVENT " CYC-EVENT                   05710001
057200             " NOT RECORDED"                                      05720001
057300         IF CYC-EVENT = "S"                                       05730001
057400             MOVE CYC-CONTROL-STATUS TO CYC-NF-STATUS             05740001
057500             MOVE CYC-NO-FILE-MSG    TO WS-CY-MESSAGE             05750001
057600             SET WS-CY-REFUSED TO TRUE                            05760001
057700         END-IF                                                   05770001
057800     END-IF.                                                      05780001
057900     CLOSE CONTROL-FILE.                                          05790001
058000 3000-EXIT.                                                       05800001
058100     EXIT.                                                        05810001
