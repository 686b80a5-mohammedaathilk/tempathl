002632*09/02/2026 RJM  THE BIRTH DATE NOW GOES ONTO THE MASTER          00263209
002633*                WITH THE DETERMINATION, FOR THE HELFCST          00263309
002634*                FORECAST - SAME AS HELWOR.                       00263409
002635*10/15/2026 RJM  BENEFIT PROGRAM CATALOG.  A CORRECTED RECORD     00263510
002636*                UNDER AN UNKNOWN, CLOSED, OR NOT-YET-OPEN        00263610
002637*                PROGRAM NOW FAILS HELVAL AND STAYS ON THE        00263710
002638*                QUEUE, AND A PROGRAM NOT TAKING NEW              00263810
002639*                APPLICATIONS TURNS AWAY AN APPLICANT WITH NO     00263910
002640*                MASTER RECORD UNDER IT (2060) - BOTH EXACTLY     00264010
002641*                AS ON THE MAIN RUN.  THE CORRECTION REPORT       00264110
002642*                CARRIES THE PROGRAM CODE ON THE END, SAME AS     00264210
002643*                ELIGIBILITY-REPORT.                              00264310
002650*10/15/2026 RJM  A CORRECTION IS NOT A NEW CAPTURE, SO THE        00265011
002651*                SOURCE SITE ALREADY ON THE MASTER RECORD IS      00265111
002652*                CARRIED ACROSS THE REWRITE IN 2160.              00265211
002653*10/15/2026 RJM  RETURNED MAIL.  A CORRECTION CLEARS THE          00265312
002654*                MASTER'S UNDELIVERABLE-ADDRESS FLAG - THE        00265412
002655*                ELIGIBILITY UNIT HAS WORKED THE RECORD - SO      00265512
002656*                HELLTRS RELEASES THE APPLICANT'S LETTERS.        00265612
002657*10/15/2026 RJM  NIGHTLY CYCLE CONTROL.  THE RUN RECORDS ITS      00265713
002658*                START AND END WITH HELCYCL AND IS REFUSED (RC    00265813
002659*                12) UNLESS HELWOR HAS RUN SINCE IT LAST DID      00265913
002660*                AND THE LAST REWRITTEN QUEUE HAS BEEN SWAPPED    00266013
002661*                IN.  THE SWAP ITSELF IS NOW THE HELSWAP E        00266113
002662*                STEP, NOT A HAND COPY; IT CHECKS THE QUEUE       00266213
002663*                RECORDS READ AND WRITTEN HERE, WHICH ARE         00266313
002664*                RECORDED AT THE END OF THE RUN.                  00266413
002665*10/15/2026 RJM  THE EXCEPTION QUEUE NOW CARRIES THE PROGRAM      00266514
002666*                CODE AND THE SOURCE SITE OF THE CAPTURE ON THE   00266614
002667*                END, FOR THE BACKLOG REPORT.  THEY ARE CARRIED   00266714
002668*                ACROSS THE QUEUE REWRITE LIKE THE ADDRESS.       00266814
002669*10/15/2026 RJM  OPERATOR SECURITY.  THE CORRECTED RECORD NOW     00266915
002670*                CARRIES THE ID OF THE OPERATOR WHO KEYED IT      00267015
002671*                ON THE END (CF-OPERATOR-VIEW).  AN OPERATOR      00267115
002672*                WHO IS UNKNOWN, REVOKED, OR WITHOUT CORRECT      00267215
002673*                AUTHORITY (HELOPER) HAS THE CORRECTION           00267315
002674*                REFUSED - IT IS COUNTED AND NAMED, AND ITS       00267415
002675*                QUEUE ENTRY STAYS OUTSTANDING.  THE AUDIT        00267515
002676*                RECORD CARRIES THE OPERATOR ID.                  00267615
002677*10/15/2026 RJM  DETERMINATIONS POSTED TO HELSPAN SPAN HISTORY.   00267716
002678*10/15/2026 RJM  THE REBUILT MASTER NOW HAS AM-RECERT-DUE         00267817
002679*                ZEROED - A CORRECTION ANSWERS AN OPEN NOTICE -   00267917
002680*                INSTEAD OF LEFT AS SPACES.                       00268017
002681*----------------------------------------------------------       00268106
002700 ENVIRONMENT DIVISION.                                            00270001
002800 CONFIGURATION SECTION.                                           00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
007840               WS-CITY          BY CF-CITY                        00784008
007850               WS-STATE         BY CF-STATE                       00785008
007860               WS-POSTAL        BY CF-POSTAL.                     00786008
007861*----------------------------------------------------------       00786115
007862*CF-OPERATOR-VIEW - THE SAME RECORD WITH THE ID OF THE            00786215
007863*OPERATOR WHO KEYED THE CORRECTION ON THE END, PAST THE           00786315
007864*APPLCREC FIELDS THE MAIN APPLICANT FILE SHARES                   00786415
007865*----------------------------------------------------------       00786515
007866 01  CF-OPERATOR-VIEW.                                            00786615
007867     05  FILLER              PIC X(125).                          00786715
007868     05  CF-OPERATOR         PIC X(08).                           00786815
007900                                                                  00790001
008000*----------------------------------------------------------       00800001
008100*EXCEPTION-QUEUE - THE PERMANENT OUTSTANDING-EXCEPTION            00810005
009660     05  XQ-STATE            PIC X(02).                           00966008
009670     05  FILLER              PIC X(02).                           00967008
009680     05  XQ-POSTAL           PIC X(10).                           00968008
009681     05  FILLER              PIC X(02).                           00968114
009682     05  XQ-PROGRAM          PIC X(03).                           00968214
009683     05  FILLER              PIC X(02).                           00968314
009684     05  XQ-SITE             PIC X(10).                           00968414
009700                                                                  00970001
009800*----------------------------------------------------------       00980001
009900*CORRECTION-REPORT - ONE OUTPUT LINE PER CORRECTED                00990001
011180     05  CR-STATE            PIC X(02).                           01118008
011190     05  FILLER              PIC X(02).                           01119008
011195     05  CR-POSTAL           PIC X(10).                           01119508
011196     05  FILLER              PIC X(02).                           01119610
011197     05  CR-PROGRAM          PIC X(03).                           01119710
011200                                                                  01120001
011300*----------------------------------------------------------       01130001
011400*NEW-EXCEPTION-QUEUE - THE QUEUE ENTRIES STILL OUTSTANDING        01140001
011500*AFTER THIS CYCLE, REWRITTEN IN THE SAME LAYOUT.                  01150001
011600*HELSWAP E SWAPS THIS FILE IN OVER THE OLD QUEUE.                 01160013
011700*----------------------------------------------------------       01170001
011800 FD  NEW-EXCEPTION-QUEUE.                                         01180001
011900 01  NQ-QUEUE-RECORD.                                             01190001
013060     05  NQ-STATE            PIC X(02).                           01306008
013070     05  FILLER              PIC X(02).                           01307008
013080     05  NQ-POSTAL           PIC X(10).                           01308008
013081     05  FILLER              PIC X(02).                           01308114
013082     05  NQ-PROGRAM          PIC X(03).                           01308214
013083     05  FILLER              PIC X(02).                           01308314
013084     05  NQ-SITE             PIC X(10).                           01308414
013100                                                                  01310001
013200*----------------------------------------------------------       01320001
013300*UNRESOLVED-REPORT - EXCEPTIONS STILL OUTSTANDING LONGER          01330001
019850*BY HELELIG, AND ECHOED TO THE AUDIT LOG                          01985006
019860*----------------------------------------------------------       01986006
019870 COPY ELIGRULE.                                                   01987006
019871                                                                  01987110
019872*----------------------------------------------------------       01987210
019873*WS-PROG-CAT - THE CATALOG ENTRY FOR THE CURRENT                  01987310
019874*APPLICANT'S PROGRAM, AS RETURNED BY HELPCAT                      01987410
019875*----------------------------------------------------------       01987510
019876 COPY PROGCAT.                                                    01987610
019900                                                                  01990001
020000*----------------------------------------------------------       02000001
020100*WS-EOF-SW - SET WHEN CORRECTION-FILE IS EXHAUSTED                02010001
022700     88  WS-MATCH-NOT-FOUND           VALUE 'N'.                  02270001
022800                                                                  02280001
022900 01  WS-EXCEPTION-REASON  PIC X(20)   VALUE SPACES.               02290001
022910 01  WS-CORR-OPERATOR     PIC X(08)   VALUE SPACES.               02291015
023000 01  WS-QUEUE-STATUS      PIC X(02)   VALUE SPACES.               02300001
023100 01  WS-AGE-PARM-STATUS   PIC X(02)   VALUE SPACES.               02310001
023200 01  WS-DAYS-PARM-STATUS  PIC X(02)   VALUE SPACES.               02320001
024000 01  WS-MASTER-SW         PIC X(01)   VALUE 'N'.                  02400001
024100     88  WS-MASTER-FOUND              VALUE 'Y'.                  02410001
024200     88  WS-MASTER-NOT-FOUND          VALUE 'N'.                  02420001
024201 01  WS-PRIOR-SITE        PIC X(10)   VALUE SPACES.               02420111
024210                                                                  02421004
024220*----------------------------------------------------------       02422004
024230*WS-MASTER-DOWN-SW - SET WHEN APPLICANT-MASTER CANNOT BE          02423004
028220         10  WS-QE-CITY      PIC X(20).                           02822008
028230         10  WS-QE-STATE     PIC X(02).                           02823008
028240         10  WS-QE-POSTAL    PIC X(10).                           02824008
028250         10  WS-QE-PROGRAM   PIC X(03).                           02825014
028260         10  WS-QE-SITE      PIC X(10).                           02826014
028300         10  WS-QE-DONE-SW   PIC X(01).                           02830001
028400                                                                  02840001
028500 77  WS-QUEUE-MAX         PIC 9(05) COMP     VALUE 2000.          02850001
029000 77  WS-FAILED-COUNT      PIC 9(05) COMP     VALUE ZERO.          02900001
029100 77  WS-UNRESOLVED-COUNT  PIC 9(05) COMP     VALUE ZERO.          02910001
029200 77  WS-AGED-COUNT        PIC 9(05) COMP     VALUE ZERO.          02920001
029201 77  WS-QUEUE-READ        PIC 9(05) COMP     VALUE ZERO.          02920113
029202 77  WS-REFUSED-COUNT     PIC 9(05) COMP     VALUE ZERO.          02920215
029203*----------------------------------------------------------       02920315
029204*HELOPER INTERFACE                                                02920415
029205*----------------------------------------------------------       02920515
029206 COPY OPERPARM.                                                   02920615
029207*----------------------------------------------------------       02920716
029208*HELSPAN INTERFACE                                                02920816
029209*----------------------------------------------------------       02920916
029210 COPY SPANPARM.                                                   02921016
029211*----------------------------------------------------------       02921116
029220*WS-RUN-ID - UNIQUE STAMP FOR THIS CORRECTION CYCLE,              02922003
029230*CARRIED ON THE SHARED AUDIT LOG                                  02923003
029240*----------------------------------------------------------       02924003
029290 01  WS-TIME-WORK.                                                02929003
029291     05  WS-TW-HHMMSS     PIC 9(06).                              02929103
029292     05  FILLER           PIC 9(02).                              02929203
029293                                                                  02929313
029294*----------------------------------------------------------       02929413
029295*HELCYCL INTERFACE                                                02929513
029296*----------------------------------------------------------       02929613
029297 COPY CYCLPARM.                                                   02929713
029300 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          02930001
029400 77  WS-TODAY-INT         PIC S9(09) COMP    VALUE ZERO.          02940001
029500 77  WS-DAYS-OUT          PIC S9(09) COMP    VALUE ZERO.          02950001
029800 77  WS-FAILED-ED         PIC ZZZZ9.                              02980001
029900 77  WS-UNRESOLVED-ED     PIC ZZZZ9.                              02990001
030000 77  WS-AGED-ED           PIC ZZZZ9.                              03000001
030010 77  WS-REFUSED-ED        PIC ZZZZ9.                              03001015
030100*                                                                 03010001
030200 PROCEDURE DIVISION.                                              03020001
030300*============================================================     03030001
032420     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            03242003
032430     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            03243003
032440     DISPLAY "HELCORR - RUN ID " WS-RUN-ID.                       03244003
032450     PERFORM 1050-CHECK-CYCLE THRU 1050-EXIT.                     03245013
032500     COMPUTE WS-TODAY-INT =                                       03250001
032600         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).                 03260001
032700     PERFORM 1100-READ-AGE-LIMIT THRU 1100-EXIT.                  03270001
033700 1000-EXIT.                                                       03370001
033800     EXIT.                                                        03380001
033900*                                                                 03390001
033901*------------------------------------------------------------     03390113
033902*1050-CHECK-CYCLE                                                 03390213
033903*    RECORDS THE START OF THE STEP WITH HELCYCL.  A REFUSED       03390313
033904*    STEP STOPS HERE WITH RETURN CODE 12, BEFORE ANY FILE IS      03390413
033905*    OPENED.                                                      03390513
033906*------------------------------------------------------------     03390613
033907 1050-CHECK-CYCLE.                                                03390713
033908     SET WS-CY-STEP-START TO TRUE.                                03390813
033909     MOVE "HELCORR"    TO WS-CY-PROGRAM.                          03390913
033910     MOVE SPACE        TO WS-CY-FUNCTION.                         03391013
033911     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           03391113
033912     CALL "HELCYCL" USING WS-CYCLE-PARM.                          03391213
033913     IF WS-CY-REFUSED                                             03391313
033914         DISPLAY "HELCORR - " WS-CY-MESSAGE                       03391413
033915         DISPLAY "HELCORR - STEP REFUSED - RETURN CODE 12"        03391513
033916         MOVE 12 TO RETURN-CODE                                   03391613
033917         STOP RUN                                                 03391713
033918     END-IF.                                                      03391813
033919 1050-EXIT.                                                       03391913
033920     EXIT.                                                        03392013
033921*                                                                 03392113
034000*------------------------------------------------------------     03400001
034100*1100-READ-AGE-LIMIT                                              03410001
034200*    READS THE ELIGIBILITY AGE LIMIT FROM THE OPTIONAL            03420001
041400         AT END                                                   04140001
041500             SET WS-END-OF-QUEUE TO TRUE                          04150001
041600         NOT AT END                                               04160001
041610             ADD 1 TO WS-QUEUE-READ                               04161013
041700             IF WS-QUEUE-COUNT < WS-QUEUE-MAX                     04170001
041800                 ADD 1 TO WS-QUEUE-COUNT                          04180001
041900                 MOVE XQ-NAME    TO WS-QE-NAME(WS-QUEUE-COUNT)    04190001
042420                 MOVE XQ-CITY    TO WS-QE-CITY(WS-QUEUE-COUNT)    04242008
042430                 MOVE XQ-STATE   TO WS-QE-STATE(WS-QUEUE-COUNT)   04243008
042440                 MOVE XQ-POSTAL  TO WS-QE-POSTAL(WS-QUEUE-COUNT)  04244008
042450                 MOVE XQ-PROGRAM TO WS-QE-PROGRAM(WS-QUEUE-COUNT) 04245014
042460                 MOVE XQ-SITE    TO WS-QE-SITE(WS-QUEUE-COUNT)    04246014
042500                 MOVE 'N'        TO WS-QE-DONE-SW(WS-QUEUE-COUNT) 04250001
042600             ELSE                                                 04260001
042700                 DISPLAY "HELCORR - QUEUE TABLE FULL, ENTRY "     04270001
044720     MOVE XQ-CITY    TO NQ-CITY.                                  04472008
044730     MOVE XQ-STATE   TO NQ-STATE.                                 04473008
044740     MOVE XQ-POSTAL  TO NQ-POSTAL.                                04474008
044750     MOVE XQ-PROGRAM TO NQ-PROGRAM.                               04475014
044760     MOVE XQ-SITE    TO NQ-SITE.                                  04476014
044800     WRITE NQ-QUEUE-RECORD.                                       04480001
044900     ADD 1 TO WS-UNRESOLVED-COUNT.                                04490001
045000 1220-EXIT.                                                       04500001
048600*    DETERMINATION, REPORTED, LOGGED, PUT ON THE MASTER,          04860001
048700*    AND MATCHED OFF AGAINST THE OUTSTANDING QUEUE.  A            04870001
048800*    RECORD THAT STILL FAILS LEAVES ITS QUEUE ENTRY               04880001
048900*    OUTSTANDING FOR THE NEXT CYCLE, AND SO DOES A                04890015
048910*    CORRECTION KEYED BY AN OPERATOR WITHOUT CORRECT              04891015
048920*    AUTHORITY.                                                   04892015
049000*------------------------------------------------------------     04900001
049100 2000-PROCESS-CORRECTION.                                         04910001
049200     ADD 1 TO WS-CORR-COUNT.                                      04920001
049300     PERFORM 2040-CHECK-OPERATOR THRU 2040-EXIT.                  04930015
049310     IF WS-OP-AUTHORIZED                                          04931015
049320         PERFORM 2050-VALIDATE THRU 2050-EXIT                     04932015
049330     END-IF.                                                      04933015
049340     IF NOT WS-OP-AUTHORIZED                                      04934015
049350         ADD 1 TO WS-REFUSED-COUNT                                04935015
049360     ELSE IF WS-AGE-VALID                                         04936015
049500         PERFORM 2150-DETERMINE-ELIGIBILITY THRU 2150-EXIT        04950001
049600         PERFORM 2160-UPDATE-MASTER THRU 2160-EXIT                04960001
049700         PERFORM 2200-WRITE-CORR-LINE THRU 2200-EXIT              04970001
050400 2000-EXIT.                                                       05040001
050500     EXIT.                                                        05050001
050600*                                                                 05060001
050601*------------------------------------------------------------     05060115
050602*2040-CHECK-OPERATOR                                              05060215
050603*    CHECKS THE OPERATOR WHO KEYED THE CORRECTION AGAINST         05060315
050604*    THE SECURITY FILE (HELOPER).  CORRECT AUTHORITY OR           05060415
050605*    BETTER IS NEEDED; ANYTHING ELSE IS REFUSED AND SAID.         05060515
050606*------------------------------------------------------------     05060615
050607 2040-CHECK-OPERATOR.                                             05060715
050608     MOVE WS-CORR-OPERATOR TO WS-OP-OPERATOR.                     05060815
050609     SET WS-OP-NEED-CORRECT TO TRUE.                              05060915
050610     CALL "HELOPER" USING WS-OPER-PARM.                           05061015
050611     IF NOT WS-OP-AUTHORIZED                                      05061115
050612         DISPLAY "HELCORR - CORRECTION REFUSED, " WS-OP-REASON    05061215
050613             ": " WS-APPL-ID " " WS-PROGRAM-CODE                  05061315
050614             " OPERATOR " WS-CORR-OPERATOR                        05061415
050615     END-IF.                                                      05061515
050616 2040-EXIT.                                                       05061615
050617     EXIT.                                                        05061715
050618*                                                                 05061815
050700*------------------------------------------------------------     05070001
050800*2050-VALIDATE                                                    05080001
050900*    CALLS HELVAL TO APPLY EXACTLY THE SAME VALIDATION            05090001
051300 2050-VALIDATE.                                                   05130001
051400     CALL "HELVAL" USING WS-APPLICANT-REC, WS-TODAY-DATE,         05140002
051500                          WS-AGE-SW, WS-EXCEPTION-REASON.         05150002
051510     PERFORM 2060-CHECK-NEW-APPS THRU 2060-EXIT.                  05151010
051600 2050-EXIT.                                                       05160001
051700     EXIT.                                                        05170001
051701*                                                                 05170110
051702*------------------------------------------------------------     05170210
051703*2060-CHECK-NEW-APPS                                              05170310
051704*    A PROGRAM THE CATALOG MARKS AS NOT TAKING NEW                05170410
051705*    APPLICATIONS STILL SERVES THE APPLICANTS ALREADY IN          05170510
051706*    IT, SO A CORRECTED RECORD IS ONLY TURNED AWAY WHEN           05170610
051707*    THERE IS NO MASTER RECORD FOR IT UNDER THAT PROGRAM -        05170710
051708*    THE SAME TEST THE MAIN RUN APPLIES.                          05170810
051709*------------------------------------------------------------     05170910
051710 2060-CHECK-NEW-APPS.                                             05171010
051711     IF WS-AGE-INVALID OR WS-PROGRAM-CODE = SPACES                05171110
051712         GO TO 2060-EXIT                                          05171210
051713     END-IF.                                                      05171310
051714     CALL "HELPCAT" USING WS-PROGRAM-CODE, WS-PROG-CAT.           05171410
051715     IF NOT WS-PC-FOUND OR WS-PC-ACCEPTING-NEW                    05171510
051716         GO TO 2060-EXIT                                          05171610
051717     END-IF.                                                      05171710
051718     IF WS-APPL-ID NOT = SPACES AND WS-MASTER-UP                  05171810
051719         MOVE WS-APPL-ID      TO AM-APPL-ID                       05171910
051720         MOVE WS-PROGRAM-CODE TO AM-PROGRAM                       05172010
051721         READ APPLICANT-MASTER                                    05172110
051722         IF WS-MASTER-STATUS = "00"                               05172210
051723             GO TO 2060-EXIT                                      05172310
051724         END-IF                                                   05172410
051725     END-IF.                                                      05172510
051726     SET WS-AGE-INVALID TO TRUE.                                  05172610
051727     MOVE "NO NEW APPLICATIONS" TO WS-EXCEPTION-REASON.           05172710
051728 2060-EXIT.                                                       05172810
051729     EXIT.                                                        05172910
051800*                                                                 05180001
051900*------------------------------------------------------------     05190001
052000*2100-READ-CORRECTION                                             05200001
053240             MOVE CF-CITY    TO WS-CITY                           05324008
053250             MOVE CF-STATE   TO WS-STATE                          05325008
053260             MOVE CF-POSTAL  TO WS-POSTAL                         05326008
053270             MOVE CF-OPERATOR TO WS-CORR-OPERATOR                 05327015
053300     END-READ.                                                    05330001
053400 2100-EXIT.                                                       05340001
053500     EXIT.                                                        05350001
056200     READ APPLICANT-MASTER.                                       05620001
056300     IF WS-MASTER-STATUS = "00"                                   05630001
056400         SET WS-MASTER-FOUND TO TRUE                              05640001
056410         MOVE AM-LAST-SITE TO WS-PRIOR-SITE                       05641011
056500     ELSE                                                         05650001
056600         SET WS-MASTER-NOT-FOUND TO TRUE                          05660001
056610         MOVE SPACES TO WS-PRIOR-SITE                             05661011
056700     END-IF.                                                      05670001
056800     MOVE SPACES     TO AM-MASTER-RECORD.                         05680001
056900     MOVE WS-APPL-ID TO AM-APPL-ID.                               05690001
057180     MOVE WS-STATE   TO AM-STATE.                                 05718008
057190     MOVE WS-POSTAL  TO AM-POSTAL.                                05719008
057195     MOVE WS-BIRTH-DATE TO AM-BIRTH-DATE.                         05719509
057196     MOVE WS-PRIOR-SITE TO AM-LAST-SITE.                          05719611
057197     MOVE 'N'        TO AM-UNDELIV-SW.                            05719712
057198     MOVE ZERO       TO AM-UNDELIV-DATE.                          05719812
057199     MOVE ZERO       TO AM-RECERT-DUE.                            05719917
057200     IF WS-ELIGIBLE                                               05720001
057300         MOVE "ELIGIBLE"     TO AM-DETERMINATION                  05730001
057400     ELSE                                                         05740001
058100         WRITE AM-MASTER-RECORD                                   05810001
058200     END-IF.                                                      05820001
058210     PERFORM 9510-CHECK-MASTER THRU 9510-EXIT.                    05821004
058220     PERFORM 2165-POST-SPAN THRU 2165-EXIT.                       05822016
058300 2160-EXIT.                                                       05830001
058400     EXIT.                                                        05840001
058500*                                                                 05850001
058501*------------------------------------------------------------     05850116
058502*2165-POST-SPAN                                                   05850216
058503*    POSTS THE DETERMINATION JUST WRITTEN TO THE MASTER TO        05850316
058504*    THE SPAN HISTORY.  HELSPAN CLOSES THE SPAN IN FORCE AND      05850416
058505*    OPENS A NEW ONE WHEN THE DETERMINATION OR TIER CHANGED.      05850516
058506*------------------------------------------------------------     05850616
058507 2165-POST-SPAN.                                                  05850716
058508     SET WS-SH-POST          TO TRUE.                             05850816
058509     MOVE AM-APPL-ID         TO WS-SH-APPL-ID.                    05850916
058510     MOVE AM-PROGRAM         TO WS-SH-PROGRAM.                    05851016
058511     MOVE AM-LAST-DATE       TO WS-SH-DATE.                       05851116
058512     MOVE AM-DETERMINATION   TO WS-SH-DETERMINATION.              05851216
058513     MOVE AM-TIER            TO WS-SH-TIER.                       05851316
058514     MOVE WS-RUN-ID          TO WS-SH-RUN-ID.                     05851416
058515     CALL "HELSPAN" USING WS-SPAN-PARM.                           05851516
058516     IF WS-SH-FILE-ERROR                                          05851616
058517         MOVE "SPANHIST"        TO WS-STATUS-FILE                 05851716
058518         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 05851816
058519         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   05851916
058520     END-IF.                                                      05852016
058521 2165-EXIT.                                                       05852116
058522     EXIT.                                                        05852216
058523*                                                                 05852316
058600*------------------------------------------------------------     05860001
058700*2200-WRITE-CORR-LINE                                             05870001
058800*    BUILDS AND WRITES ONE CORRECTION-REPORT RECORD.  THE         05880001
060230     MOVE WS-CITY    TO CR-CITY.                                  06023008
060240     MOVE WS-STATE   TO CR-STATE.                                 06024008
060250     MOVE WS-POSTAL  TO CR-POSTAL.                                06025008
060260     MOVE WS-PROGRAM-CODE TO CR-PROGRAM.                          06026010
060300     WRITE CR-REPORT-LINE.                                        06030001
060400 2200-EXIT.                                                       06040001
060500     EXIT.                                                        06050001
062440     MOVE WS-TIER          TO AL-TIER.                            06244006
062450     MOVE WS-ER-AGE-LIMIT  TO AL-AGE-LIMIT.                       06245006
062460     MOVE WS-ER-EFFECTIVE  TO AL-RULE-EFF.                        06246006
062470     MOVE WS-CORR-OPERATOR TO AL-OPERATOR.                        06247015
062500     WRITE AL-LOG-RECORD.                                         06250001
062600 2300-EXIT.                                                       06260001
062700     EXIT.                                                        06270001
068100     IF WS-MASTER-UP                                              06810004
068110         CLOSE APPLICANT-MASTER                                   06811004
068120     END-IF.                                                      06812004
068130     SET WS-SH-CLOSE TO TRUE.                                     06813016
068140     CALL "HELSPAN" USING WS-SPAN-PARM.                           06814016
068200     MOVE WS-CORR-COUNT       TO WS-CORR-COUNT-ED.                06820001
068300     MOVE WS-RESOLVED-COUNT   TO WS-RESOLVED-ED.                  06830001
068400     MOVE WS-FAILED-COUNT     TO WS-FAILED-ED.                    06840001
068500     MOVE WS-UNRESOLVED-COUNT TO WS-UNRESOLVED-ED.                06850001
068600     MOVE WS-AGED-COUNT       TO WS-AGED-ED.                      06860001
068610     MOVE WS-REFUSED-COUNT    TO WS-REFUSED-ED.                   06861015
068700     DISPLAY "HELCORR - CORRECTIONS READ: " WS-CORR-COUNT-ED.     06870001
068710     DISPLAY "HELCORR - REFUSED, OPERATOR: " WS-REFUSED-ED.       06871015
068800     DISPLAY "HELCORR - EXCEPTIONS RESOLVED: " WS-RESOLVED-ED.    06880001
068900     DISPLAY "HELCORR - STILL FAILING EDIT: " WS-FAILED-ED.       06890001
069000     DISPLAY "HELCORR - STILL OUTSTANDING: " WS-UNRESOLVED-ED.    06900001
069110     IF WS-MASTER-DOWN AND RETURN-CODE = ZERO                     06911004
069120         MOVE 4 TO RETURN-CODE                                    06912004
069130     END-IF.                                                      06913004
069140     PERFORM 9050-END-CYCLE THRU 9050-EXIT.                       06914013
069200 9000-EXIT.                                                       06920001
069300     EXIT.                                                        06930001
069400*                                                                 06940001
069401*------------------------------------------------------------     06940113
069402*9050-END-CYCLE                                                   06940213
069403*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        06940313
069404*    CODE, THE QUEUE RECORDS READ, AND THE QUEUE RECORDS          06940413
069405*    WRITTEN TO THE NEW QUEUE.                                    06940513
069406*------------------------------------------------------------     06940613
069407 9050-END-CYCLE.                                                  06940713
069408     SET WS-CY-STEP-END TO TRUE.                                  06940813
069409     MOVE RETURN-CODE         TO WS-CY-RETURN-CODE.               06940913
069410     MOVE WS-QUEUE-READ       TO WS-CY-COUNT-IN.                  06941013
069411     MOVE WS-UNRESOLVED-COUNT TO WS-CY-COUNT-OUT.                 06941113
069412     CALL "HELCYCL" USING WS-CYCLE-PARM.                          06941213
069413     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       06941313
069414 9050-EXIT.                                                       06941413
069415     EXIT.                                                        06941513
069416*                                                                 06941613
069500*------------------------------------------------------------     06950001
069600*9100-WRITE-OUTSTANDING                                           06960001
069700*    CARRIES ONE STILL-OUTSTANDING QUEUE ENTRY TO THE NEW         06970001
071120     MOVE WS-QE-CITY(WS-QX)     TO NQ-CITY.                       07112008
071130     MOVE WS-QE-STATE(WS-QX)    TO NQ-STATE.                      07113008
071140     MOVE WS-QE-POSTAL(WS-QX)   TO NQ-POSTAL.                     07114008
071150     MOVE WS-QE-PROGRAM(WS-QX)  TO NQ-PROGRAM.                    07115014
071160     MOVE WS-QE-SITE(WS-QX)     TO NQ-SITE.                       07116014
071200     WRITE NQ-QUEUE-RECORD.                                       07120001
071300     ADD 1 TO WS-UNRESOLVED-COUNT.                                07130001
071400     PERFORM 9150-AGE-ONE-ENTRY THRU 9150-EXIT.                   07140001
