000100*----------------------------------------------------------       00010001
000200*HELSIM - RULE-CHANGE IMPACT SIMULATION (WHAT-IF RUN)             00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELSIM.                                              00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE FIRST ANYONE SAW OF       00140001
001500*                A NEW AGE LIMIT OR TIER BREAK WAS AFTER          00150001
001600*                HELREDET HAD ALREADY REWRITTEN THE MASTER.       00160001
001700*                THIS RUN TAKES A PROPOSED RULE RECORD IN         00170001
001800*                THE RULEFILE LAYOUT AND PUTS EVERY MASTER        00180001
001900*                RECORD UNDER THAT PROGRAM THROUGH HELVAL         00190001
002000*                AND HELELIG TWICE - ONCE UNDER THE RULE IN       00200001
002100*                FORCE TODAY, ONCE UNDER THE PROPOSED ONE -       00210001
002200*                AND PRINTS WHAT WOULD MOVE: THE APPLICANTS       00220001
002300*                WHOSE DECISION WOULD FLIP, THE FLIP COUNTS       00230001
002400*                EACH WAY, AND THE DECISION AND TIER MOVES        00240001
002500*                BY STATE AND BY SITE OF LAST CAPTURE.  IT        00250001
002600*                IS READ-ONLY - NOTHING ON THE MASTER OR          00260001
002700*                THE AUDIT LOG IS TOUCHED - SO IT CAN BE RUN      00270001
002800*                AS OFTEN AS MANAGEMENT AND THE STATE WANT        00280001
002900*                BEFORE THE RULE GOES ON RULEFILE.                00290001
002910*10/15/2026 RJM  THE RETURN CODE 4 FOR A FULL MOVEMENT TABLE IS   00291002
002920*                SET IN 9000-TERMINATE FROM THE UNTABLED COUNT,   00292002
002930*                SO THE HELVAL AND HELELIG CALLS CANNOT CLEAR IT. 00293002
003000*----------------------------------------------------------       00300001
003100 ENVIRONMENT DIVISION.                                            00310001
003200 CONFIGURATION SECTION.                                           00320001
003300 INPUT-OUTPUT SECTION.                                            00330001
003400 FILE-CONTROL.                                                    00340001
003500     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00350001
003600         ORGANIZATION IS INDEXED                                  00360001
003700         ACCESS MODE IS SEQUENTIAL                                00370001
003800         RECORD KEY IS AM-REC-KEY                                 00380001
003900         FILE STATUS IS WS-MASTER-STATUS.                         00390001
004000                                                                  00400001
004100     SELECT PROPOSED-RULE-FILE ASSIGN TO "SIMRULE"                00410001
004200         ORGANIZATION IS LINE SEQUENTIAL                          00420001
004300         FILE STATUS IS WS-SIM-RULE-STATUS.                       00430001
004400                                                                  00440001
004500     SELECT AGE-PARM-FILE ASSIGN TO "AGEPARM"                     00450001
004600         ORGANIZATION IS LINE SEQUENTIAL                          00460001
004700         FILE STATUS IS WS-AGE-PARM-STATUS.                       00470001
004800                                                                  00480001
004900     SELECT IMPACT-REPORT ASSIGN TO "SIMRPT"                      00490001
005000         ORGANIZATION IS LINE SEQUENTIAL                          00500001
005100         FILE STATUS IS WS-REPORT-STATUS.                         00510001
005200                                                                  00520001
005300 DATA DIVISION.                                                   00530001
005400 FILE SECTION.                                                    00540001
005500*----------------------------------------------------------       00550001
005600*APPLICANT-MASTER - THE PERMANENT PER-APPLICANT-AND-              00560001
005700*PROGRAM RECORD, READ END TO END AND NEVER WRITTEN HERE           00570001
005800*----------------------------------------------------------       00580001
005900 FD  APPLICANT-MASTER.                                            00590001
006000 COPY APPLMREC.                                                   00600001
006100                                                                  00610001
006200*----------------------------------------------------------       00620001
006300*PROPOSED-RULE-FILE - ONE RECORD IN THE SAME LAYOUT AS A          00630001
006400*RULEFILE RECORD: PROGRAM, EFFECTIVE DATE, AGE LIMIT, MINOR       00640001
006500*AGE, SENIOR AGE.  REQUIRED - THERE IS NOTHING TO SIMULATE        00650001
006600*WITHOUT IT.                                                      00660001
006700*----------------------------------------------------------       00670001
006800 FD  PROPOSED-RULE-FILE.                                          00680001
006900 01  SR-RULE-RECORD.                                              00690001
007000     05  SR-PROGRAM          PIC X(03).                           00700001
007100     05  FILLER              PIC X(01).                           00710001
007200     05  SR-EFFECTIVE        PIC 9(08).                           00720001
007300     05  FILLER              PIC X(01).                           00730001
007400     05  SR-AGE-LIMIT        PIC 9(03).                           00740001
007500     05  FILLER              PIC X(01).                           00750001
007600     05  SR-MINOR-AGE        PIC 9(03).                           00760001
007700     05  FILLER              PIC X(01).                           00770001
007800     05  SR-SENIOR-AGE       PIC 9(03).                           00780001
007900                                                                  00790001
008000*----------------------------------------------------------       00800001
008100*AGE-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE              00810001
008200*HOLDING THE FALLBACK ELIGIBILITY AGE LIMIT, READ THE SAME        00820001
008300*WAY THE MAIN RUN READS IT                                        00830001
008400*----------------------------------------------------------       00840001
008500 FD  AGE-PARM-FILE.                                               00850001
008600 01  AP-PARM-RECORD.                                              00860001
008700     05  AP-AGE-LIMIT        PIC 9(03).                           00870001
008800                                                                  00880001
008900*----------------------------------------------------------       00890001
009000*IMPACT-REPORT - THE RULES IN COMPARISON, THE APPLICANTS          00900001
009100*WHO WOULD FLIP, THE RUN COUNTS, AND THE MOVEMENT TABLES          00910001
009200*----------------------------------------------------------       00920001
009300 FD  IMPACT-REPORT.                                               00930001
009400 01  SP-PRINT-LINE           PIC X(132).                          00940001
009500                                                                  00950001
009600 WORKING-STORAGE SECTION.                                         00960001
009700                                                                  00970001
009800 COPY APPLCREC.                                                   00980001
009900                                                                  00990001
010000*----------------------------------------------------------       01000001
010100*WS-ELIG-RULE - THE RULE IN FORCE TODAY FOR THE PROGRAM,          01010001
010200*AS RETURNED BY HELRULE                                           01020001
010300*----------------------------------------------------------       01030001
010400 COPY ELIGRULE.                                                   01040001
010500                                                                  01050001
010600*----------------------------------------------------------       01060001
010700*WS-PROPOSED-RULE - THE RULE UNDER STUDY, BUILT FROM              01070001
010800*PROPOSED-RULE-FILE IN THE SAME SHAPE HELELIG TAKES               01080001
010900*----------------------------------------------------------       01090001
011000 COPY ELIGRULE                                                    01100001
011100     REPLACING WS-ELIG-RULE      BY WS-PROPOSED-RULE              01110001
011200               WS-ER-PROGRAM     BY WS-PR-PROGRAM                 01120001
011300               WS-ER-EFFECTIVE   BY WS-PR-EFFECTIVE               01130001
011400               WS-ER-AGE-LIMIT   BY WS-PR-AGE-LIMIT               01140001
011500               WS-ER-MINOR-AGE   BY WS-PR-MINOR-AGE               01150001
011600               WS-ER-SENIOR-AGE  BY WS-PR-SENIOR-AGE.             01160001
011700                                                                  01170001
011800*----------------------------------------------------------       01180001
011900*WS-PROG-CAT - CATALOG ENTRY FOR THE PROGRAM, FOR THE             01190001
012000*DESCRIPTION ON THE HEADING                                       01200001
012100*----------------------------------------------------------       01210001
012200 COPY PROGCAT.                                                    01220001
012300                                                                  01230001
012400*----------------------------------------------------------       01240001
012500*WS-EOF-SW - SET WHEN APPLICANT-MASTER IS EXHAUSTED               01250001
012600*----------------------------------------------------------       01260001
012700 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01270001
012800     88  WS-END-OF-FILE              VALUE 'Y'.                   01280001
012900     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01290001
013000                                                                  01300001
013100*----------------------------------------------------------       01310001
013200*WS-AGE-SW - RESULT OF THE HELVAL VALIDATION CALL                 01320001
013300*----------------------------------------------------------       01330001
013400 01  WS-AGE-SW            PIC X(01)   VALUE 'N'.                  01340001
013500     88  WS-AGE-VALID                 VALUE 'Y'.                  01350001
013600     88  WS-AGE-INVALID               VALUE 'N'.                  01360001
013700                                                                  01370001
013800 01  WS-EXCEPTION-REASON  PIC X(20)   VALUE SPACES.               01380001
013900 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               01390001
014000 01  WS-SIM-RULE-STATUS   PIC X(02)   VALUE SPACES.               01400001
014100 01  WS-AGE-PARM-STATUS   PIC X(02)   VALUE SPACES.               01410001
014200 01  WS-REPORT-STATUS     PIC X(02)   VALUE SPACES.               01420001
014300                                                                  01430001
014400*----------------------------------------------------------       01440001
014500*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       01450001
014600*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          01460001
014700*----------------------------------------------------------       01470001
014800 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               01480001
014900 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               01490001
015000                                                                  01500001
015100*------------------------------------------------------------     01510001
015200*WS-AGE-LIMIT - FALLBACK ELIGIBILITY CUTOFF, APPLIED BY           01520001
015300*HELRULE WHEN THE RULES FILE CARRIES NO RULE FOR THE              01530001
015400*PROGRAM.  READ FROM AGE-PARM-FILE; DEFAULTS TO 18.               01540001
015500*------------------------------------------------------------     01550001
015600 01  WS-AGE-LIMIT          PIC 9(03)   VALUE 18.                  01560001
015700                                                                  01570001
015800*------------------------------------------------------------     01580001
015900*WS-RUN-DATE - THE PROCESSING DATE FOR THIS RUN.  BOTH            01590001
016000*RULES ARE APPLIED TO THE APPLICANT AS OF TODAY, SO THE           01600001
016100*ONLY DIFFERENCE BETWEEN THE TWO RESULTS IS THE RULE.             01610001
016200*------------------------------------------------------------     01620001
016300 01  WS-RUN-DATE           PIC 9(08)   VALUE ZERO.                01630001
016400                                                                  01640001
016500*------------------------------------------------------------     01650001
016600*THE DETERMINATION AND TIER HELELIG RETURNS UNDER EACH RULE       01660001
016700*------------------------------------------------------------     01670001
016800 01  WS-CUR-CODE             PIC X(01)   VALUE SPACES.            01680001
016900     88  WS-CUR-ELIGIBLE                 VALUE "E".               01690001
017000 01  WS-CUR-TIER             PIC X(08)   VALUE SPACES.            01700001
017100 01  WS-NEW-CODE             PIC X(01)   VALUE SPACES.            01710001
017200     88  WS-NEW-ELIGIBLE                 VALUE "E".               01720001
017300 01  WS-NEW-TIER             PIC X(08)   VALUE SPACES.            01730001
017400                                                                  01740001
017500*------------------------------------------------------------     01750001
017600*WS-TIER-WORK / WS-TIER-X - A TIER NAME AND ITS ROW IN THE        01760001
017700*MOVEMENT CELLS (1 MINOR, 2 STANDARD, 3 SENIOR)                   01770001
017800*------------------------------------------------------------     01780001
017900 01  WS-TIER-WORK            PIC X(08)   VALUE SPACES.            01790001
018000 77  WS-TIER-X            PIC 9(05) COMP     VALUE ZERO.          01800001
018100 77  WS-FROM-X            PIC 9(05) COMP     VALUE ZERO.          01810001
018200 77  WS-TO-X              PIC 9(05) COMP     VALUE ZERO.          01820001
018300                                                                  01830001
018400*----------------------------------------------------------       01840001
018500*WS-MOVE-TABLE - ONE ENTRY PER STATE (KIND S) AND PER SITE        01850001
018600*OF LAST CAPTURE (KIND C) THAT HAS ANY MOVEMENT, KEPT IN          01860001
018700*KIND-THEN-KEY ORDER SO EACH BREAKOUT PRINTS SORTED.  EACH        01870001
018800*ENTRY COUNTS THE DECISION FLIPS EACH WAY AND A FROM/TO           01880001
018900*GRID OF TIER MOVES.                                              01890001
019000*----------------------------------------------------------       01900001
019100 01  WS-MOVE-TABLE.                                               01910001
019200     05  WS-MV-ENTRY OCCURS 200 TIMES.                            01920001
019300         10  WS-MV-GROUP.                                         01930001
019400             15  WS-MV-KIND      PIC X(01).                       01940001
019500             15  WS-MV-KEY       PIC X(10).                       01950001
019600         10  WS-MV-MOVES.                                         01960001
019700             15  WS-MV-E-TO-N    PIC 9(05) COMP.                  01970001
019800             15  WS-MV-N-TO-E    PIC 9(05) COMP.                  01980001
019900             15  WS-MV-FROM OCCURS 3 TIMES.                       01990001
020000                 20  WS-MV-TO    PIC 9(05) COMP                   02000001
020100                                 OCCURS 3 TIMES.                  02010001
020200                                                                  02020001
020300*----------------------------------------------------------       02030001
020400*WS-MOVE-WORK - ONE ENTRY'S COUNTS BEING BUILT OR PRINTED;        02040001
020500*WS-MOVE-TOTAL - THE SAME COUNTS FOR THE WHOLE PROGRAM.           02050001
020600*BOTH HAVE THE SHAPE OF WS-MV-MOVES.                              02060001
020700*----------------------------------------------------------       02070001
020800 01  WS-MOVE-WORK.                                                02080001
020900     05  WS-MW-E-TO-N            PIC 9(05) COMP.                  02090001
021000     05  WS-MW-N-TO-E            PIC 9(05) COMP.                  02100001
021100     05  WS-MW-FROM OCCURS 3 TIMES.                               02110001
021200         10  WS-MW-TO            PIC 9(05) COMP                   02120001
021300                                 OCCURS 3 TIMES.                  02130001
021400 01  WS-MOVE-TOTAL.                                               02140001
021500     05  WS-MT-E-TO-N            PIC 9(05) COMP.                  02150001
021600     05  WS-MT-N-TO-E            PIC 9(05) COMP.                  02160001
021700     05  WS-MT-FROM OCCURS 3 TIMES.                               02170001
021800         10  WS-MT-TO            PIC 9(05) COMP                   02180001
021900                                 OCCURS 3 TIMES.                  02190001
022000                                                                  02200001
022100*----------------------------------------------------------       02210001
022200*WS-LOOK-GROUP - THE KIND AND KEY BEING LOOKED UP IN              02220001
022300*WS-MOVE-TABLE                                                    02230001
022400*----------------------------------------------------------       02240001
022500 01  WS-LOOK-GROUP.                                               02250001
022600     05  WS-LOOK-KIND            PIC X(01).                       02260001
022700     05  WS-LOOK-KEY             PIC X(10).                       02270001
022800                                                                  02280001
022900 01  WS-SCAN-SW           PIC X(01)   VALUE 'N'.                  02290001
023000     88  WS-SCAN-DONE                 VALUE 'Y'.                  02300001
023100     88  WS-SCAN-NOT-DONE             VALUE 'N'.                  02310001
023200                                                                  02320001
023300 01  WS-FULL-SW           PIC X(01)   VALUE 'N'.                  02330001
023400     88  WS-TABLE-FULL                VALUE 'Y'.                  02340001
023500     88  WS-TABLE-NOT-FULL            VALUE 'N'.                  02350001
023600                                                                  02360001
023700 01  WS-PRINT-KIND        PIC X(01)   VALUE SPACES.               02370001
023800                                                                  02380001
023900 77  WS-MV-COUNT          PIC 9(05) COMP     VALUE ZERO.          02390001
024000 77  WS-MV-MAX            PIC 9(05) COMP     VALUE 200.           02400001
024100 77  WS-MX                PIC 9(05) COMP     VALUE ZERO.          02410001
024200 77  WS-MY                PIC 9(05) COMP     VALUE ZERO.          02420001
024300 77  WS-READ-COUNT        PIC 9(08) COMP     VALUE ZERO.          02430001
024400 77  WS-PROGRAM-COUNT     PIC 9(08) COMP     VALUE ZERO.          02440001
024500 77  WS-NOT-SUBJECT-COUNT PIC 9(08) COMP     VALUE ZERO.          02450001
024600 77  WS-SKIPPED-COUNT     PIC 9(08) COMP     VALUE ZERO.          02460001
024700 77  WS-EXAMINED-COUNT    PIC 9(08) COMP     VALUE ZERO.          02470001
024800 77  WS-E-TO-N-COUNT      PIC 9(08) COMP     VALUE ZERO.          02480001
024900 77  WS-N-TO-E-COUNT      PIC 9(08) COMP     VALUE ZERO.          02490001
025000 77  WS-TIER-ONLY-COUNT   PIC 9(08) COMP     VALUE ZERO.          02500001
025100 77  WS-UNCHANGED-COUNT   PIC 9(08) COMP     VALUE ZERO.          02510001
025200 77  WS-UNTABLED-COUNT    PIC 9(08) COMP     VALUE ZERO.          02520001
025300 77  WS-COUNT-ED          PIC Z(07)9.                             02530001
025400                                                                  02540001
025500*----------------------------------------------------------       02550001
025600*REPORT LINES                                                     02560001
025700*----------------------------------------------------------       02570001
025800 01  WS-HEADING-1.                                                02580001
025900     05  FILLER              PIC X(31)                            02590001
026000         VALUE "RULE CHANGE IMPACT SIMULATION  ".                 02600001
026100     05  FILLER              PIC X(08)  VALUE "PROGRAM ".         02610001
026200     05  WS-H1-PROGRAM       PIC X(03).                           02620001
026300     05  FILLER              PIC X(01)  VALUE SPACES.             02630001
026400     05  WS-H1-DESC          PIC X(30).                           02640001
026500     05  FILLER              PIC X(06)  VALUE "  RUN ".           02650001
026600     05  WS-H1-DATE          PIC 9(08).                           02660001
026700     05  FILLER              PIC X(45)  VALUE SPACES.             02670001
026800 01  WS-RULE-LINE.                                                02680001
026900     05  WS-RL-LABEL         PIC X(15).                           02690001
027000     05  FILLER              PIC X(10)  VALUE "EFFECTIVE ".       02700001
027100     05  WS-RL-EFFECTIVE     PIC 9(08).                           02710001
027200     05  FILLER              PIC X(13)  VALUE "  AGE LIMIT ".     02720001
027300     05  WS-RL-LIMIT         PIC ZZ9.                             02730001
027400     05  FILLER              PIC X(15)  VALUE "  MINOR UNDER ".   02740001
027500     05  WS-RL-MINOR         PIC ZZ9.                             02750001
027600     05  FILLER              PIC X(13)  VALUE "  SENIOR AT ".     02760001
027700     05  WS-RL-SENIOR        PIC ZZ9.                             02770001
027800     05  FILLER              PIC X(49)  VALUE SPACES.             02780001
027900 01  WS-TITLE-LINE           PIC X(132).                          02790001
028000 01  WS-FLIP-HEADING.                                             02800001
028100     05  FILLER              PIC X(12)  VALUE "APPL ID".          02810001
028200     05  FILLER              PIC X(32)  VALUE "NAME".             02820001
028300     05  FILLER              PIC X(05)  VALUE "AGE".              02830001
028400     05  FILLER              PIC X(04)  VALUE "ST".               02840001
028500     05  FILLER              PIC X(12)  VALUE "SITE".             02850001
028600     05  FILLER              PIC X(30)                            02860001
028700         VALUE "CURRENT RULE -> PROPOSED RULE".                   02870001
028800     05  FILLER              PIC X(37)  VALUE SPACES.             02880001
028900 01  WS-FLIP-LINE.                                                02890001
029000     05  WS-FL-APPL-ID       PIC X(10).                           02900001
029100     05  FILLER              PIC X(02)  VALUE SPACES.             02910001
029200     05  WS-FL-NAME          PIC X(30).                           02920001
029300     05  FILLER              PIC X(02)  VALUE SPACES.             02930001
029400     05  WS-FL-AGE           PIC ZZ9.                             02940001
029500     05  FILLER              PIC X(02)  VALUE SPACES.             02950001
029600     05  WS-FL-STATE         PIC X(02).                           02960001
029700     05  FILLER              PIC X(02)  VALUE SPACES.             02970001
029800     05  WS-FL-SITE          PIC X(10).                           02980001
029900     05  FILLER              PIC X(02)  VALUE SPACES.             02990001
030000     05  WS-FL-CUR-DET       PIC X(12).                           03000001
030100     05  FILLER              PIC X(01)  VALUE SPACES.             03010001
030200     05  WS-FL-CUR-TIER      PIC X(08).                           03020001
030300     05  FILLER              PIC X(04)  VALUE " -> ".             03030001
030400     05  WS-FL-NEW-DET       PIC X(12).                           03040001
030500     05  FILLER              PIC X(01)  VALUE SPACES.             03050001
030600     05  WS-FL-NEW-TIER      PIC X(08).                           03060001
030700     05  FILLER              PIC X(21)  VALUE SPACES.             03070001
030800 01  WS-COUNT-LINE.                                               03080001
030900     05  WS-CL-LABEL         PIC X(40).                           03090001
031000     05  WS-CL-COUNT         PIC Z(07)9.                          03100001
031100     05  FILLER              PIC X(84)  VALUE SPACES.             03110001
031200 01  WS-MOVE-HEADING.                                             03120001
031300     05  WS-MH-KEY           PIC X(12).                           03130001
031400     05  FILLER              PIC X(17)                            03140001
031500         VALUE "ELIG>NOT NOT>ELIG".                               03150001
031600     05  FILLER              PIC X(48)                            03160001
031700         VALUE " MIN>STD MIN>SEN STD>MIN STD>SEN SEN>MIN SEN>STD".03170001
031800     05  FILLER              PIC X(55)  VALUE SPACES.             03180001
031900 01  WS-MOVE-LINE.                                                03190001
032000     05  WS-ML-KEY           PIC X(10).                           03200001
032100     05  FILLER              PIC X(02)  VALUE SPACES.             03210001
032200     05  WS-ML-E-TO-N        PIC Z(07)9.                          03220001
032300     05  FILLER              PIC X(01)  VALUE SPACES.             03230001
032400     05  WS-ML-N-TO-E        PIC Z(07)9.                          03240001
032500     05  WS-ML-TIER-COL OCCURS 6 TIMES.                           03250001
032600         10  FILLER          PIC X(01).                           03260001
032700         10  WS-ML-TIER-N    PIC Z(06)9.                          03270001
032800     05  FILLER              PIC X(55)  VALUE SPACES.             03280001
032900*                                                                 03290001
033000 PROCEDURE DIVISION.                                              03300001
033100*============================================================     03310001
033200*0000-MAINLINE                                                    03320001
033300*    RUNS EVERY MASTER RECORD UNDER THE PROPOSED RULE'S           03330001
033400*    PROGRAM THROUGH BOTH RULES, PRINTS THE IMPACT, AND           03340001
033500*    CLOSES DOWN.                                                 03350001
033600*============================================================     03360001
033700 0000-MAINLINE.                                                   03370001
033800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      03380001
033900     PERFORM 2000-SIMULATE-ONE THRU 2000-EXIT                     03390001
034000         UNTIL WS-END-OF-FILE.                                    03400001
034100     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       03410001
034200     GOBACK.                                                      03420001
034300*                                                                 03430001
034400*------------------------------------------------------------     03440001
034500*1000-INITIALIZE                                                  03450001
034600*    READS THE PROPOSED RULE AND THE FALLBACK AGE LIMIT,          03460001
034700*    LOOKS UP THE RULE IN FORCE TODAY, OPENS THE FILES,           03470001
034800*    PRINTS THE HEADING, AND PRIMES THE MASTER READ.  NO          03480001
034900*    USABLE PROPOSED RULE, OR NO MASTER, ENDS THE RUN WITH        03490001
035000*    RETURN CODE 8 - THERE IS NOTHING TO SIMULATE.                03500001
035100*------------------------------------------------------------     03510001
035200 1000-INITIALIZE.                                                 03520001
035300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       03530001
035400     PERFORM 2250-CLEAR-WORK THRU 2250-EXIT.                      03540001
035500     MOVE WS-MOVE-WORK TO WS-MOVE-TOTAL.                          03550001
035600     PERFORM 1100-READ-PROPOSED-RULE THRU 1100-EXIT.              03560001
035700     IF WS-END-OF-FILE                                            03570001
035800         GO TO 1000-EXIT                                          03580001
035900     END-IF.                                                      03590001
036000     PERFORM 1150-READ-AGE-LIMIT THRU 1150-EXIT.                  03600001
036100     CALL "HELRULE" USING WS-PR-PROGRAM, WS-RUN-DATE,             03610001
036200                           WS-AGE-LIMIT, WS-ELIG-RULE.            03620001
036300     CALL "HELPCAT" USING WS-PR-PROGRAM, WS-PROG-CAT.             03630001
036400     OPEN INPUT APPLICANT-MASTER.                                 03640001
036500     IF WS-MASTER-STATUS NOT = "00"                               03650001
036600         DISPLAY "HELSIM - APPLICANT MASTER UNAVAILABLE, "        03660001
036700             "STATUS " WS-MASTER-STATUS                           03670001
036800         MOVE 8 TO RETURN-CODE                                    03680001
036900         SET WS-END-OF-FILE TO TRUE                               03690001
037000         GO TO 1000-EXIT                                          03700001
037100     END-IF.                                                      03710001
037200     OPEN OUTPUT IMPACT-REPORT.                                   03720001
037300     PERFORM 9530-CHECK-SIMRPT THRU 9530-EXIT.                    03730001
037400     PERFORM 1200-PRINT-HEADING THRU 1200-EXIT.                   03740001
037500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     03750001
037600 1000-EXIT.                                                       03760001
037700     EXIT.                                                        03770001
037800*                                                                 03780001
037900*------------------------------------------------------------     03790001
038000*1100-READ-PROPOSED-RULE                                          03800001
038100*    READS THE PROPOSED RULE AND HOLDS IT TO THE SAME EDITS       03810001
038200*    HELRULE APPLIES TO A RULEFILE RECORD.  A MISSING,            03820001
038300*    EMPTY, OR UNUSABLE RECORD ENDS THE RUN WITH RC 8.            03830001
038400*------------------------------------------------------------     03840001
038500 1100-READ-PROPOSED-RULE.                                         03850001
038600     OPEN INPUT PROPOSED-RULE-FILE.                               03860001
038700     IF WS-SIM-RULE-STATUS NOT = "00"                             03870001
038800         DISPLAY "HELSIM - NO PROPOSED RULE FILE (SIMRULE), "     03880001
038900             "STATUS " WS-SIM-RULE-STATUS                         03890001
039000         DISPLAY "HELSIM - NOTHING SIMULATED"                     03900001
039100         MOVE 8 TO RETURN-CODE                                    03910001
039200         SET WS-END-OF-FILE TO TRUE                               03920001
039300         GO TO 1100-EXIT                                          03930001
039400     END-IF.                                                      03940001
039500     READ PROPOSED-RULE-FILE                                      03950001
039600         AT END                                                   03960001
039700             MOVE SPACES TO SR-RULE-RECORD                        03970001
039800     END-READ.                                                    03980001
039900     CLOSE PROPOSED-RULE-FILE.                                    03990001
040000     IF SR-PROGRAM = SPACES                                       04000001
040100        OR SR-EFFECTIVE NOT NUMERIC                               04010001
040200        OR SR-AGE-LIMIT NOT NUMERIC                               04020001
040300        OR SR-AGE-LIMIT = ZERO                                    04030001
040400        OR SR-MINOR-AGE NOT NUMERIC                               04040001
040500        OR SR-SENIOR-AGE NOT NUMERIC                              04050001
040600         DISPLAY "HELSIM - PROPOSED RULE WILL NOT VALIDATE: "     04060001
040700             SR-RULE-RECORD                                       04070001
040800         DISPLAY "HELSIM - NOTHING SIMULATED"                     04080001
040900         MOVE 8 TO RETURN-CODE                                    04090001
041000         SET WS-END-OF-FILE TO TRUE                               04100001
041100         GO TO 1100-EXIT                                          04110001
041200     END-IF.                                                      04120001
041300     MOVE SR-PROGRAM    TO WS-PR-PROGRAM.                         04130001
041400     MOVE SR-EFFECTIVE  TO WS-PR-EFFECTIVE.                       04140001
041500     MOVE SR-AGE-LIMIT  TO WS-PR-AGE-LIMIT.                       04150001
041600     MOVE SR-MINOR-AGE  TO WS-PR-MINOR-AGE.                       04160001
041700     MOVE SR-SENIOR-AGE TO WS-PR-SENIOR-AGE.                      04170001
041800 1100-EXIT.                                                       04180001
041900     EXIT.                                                        04190001
042000*                                                                 04200001
042100*------------------------------------------------------------     04210001
042200*1150-READ-AGE-LIMIT                                              04220001
042300*    READS THE FALLBACK ELIGIBILITY AGE LIMIT FROM THE            04230001
042400*    OPTIONAL AGE-PARM-FILE, THE SAME WAY THE MAIN RUN            04240001
042500*    DOES.                                                        04250001
042600*------------------------------------------------------------     04260001
042700 1150-READ-AGE-LIMIT.                                             04270001
042800     OPEN INPUT AGE-PARM-FILE.                                    04280001
042900     IF WS-AGE-PARM-STATUS = "00"                                 04290001
043000         READ AGE-PARM-FILE                                       04300001
043100             AT END                                               04310001
043200                 CONTINUE                                         04320001
043300             NOT AT END                                           04330001
043400                 IF AP-AGE-LIMIT IS NUMERIC                       04340001
043500                    AND AP-AGE-LIMIT > ZERO                       04350001
043600                     MOVE AP-AGE-LIMIT TO WS-AGE-LIMIT            04360001
043700                 END-IF                                           04370001
043800         END-READ                                                 04380001
043900         CLOSE AGE-PARM-FILE                                      04390001
044000     END-IF.                                                      04400001
044100 1150-EXIT.                                                       04410001
044200     EXIT.                                                        04420001
044300*                                                                 04430001
044400*------------------------------------------------------------     04440001
044500*1200-PRINT-HEADING                                               04450001
044600*    PRINTS THE TITLE, THE TWO RULES SIDE BY SIDE, AND THE        04460001
044700*    HEADING FOR THE LIST OF APPLICANTS WHO WOULD FLIP.           04470001
044800*------------------------------------------------------------     04480001
044900 1200-PRINT-HEADING.                                              04490001
045000     MOVE WS-PR-PROGRAM     TO WS-H1-PROGRAM.                     04500001
045100     MOVE WS-PC-DESCRIPTION TO WS-H1-DESC.                        04510001
045200     MOVE WS-RUN-DATE       TO WS-H1-DATE.                        04520001
045300     MOVE WS-HEADING-1      TO SP-PRINT-LINE.                     04530001
045400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      04540001
045500     MOVE SPACES            TO SP-PRINT-LINE.                     04550001
045600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      04560001
045700     MOVE "CURRENT RULE:"   TO WS-RL-LABEL.                       04570001
045800     MOVE WS-ER-EFFECTIVE   TO WS-RL-EFFECTIVE.                   04580001
045900     MOVE WS-ER-AGE-LIMIT   TO WS-RL-LIMIT.                       04590001
046000     MOVE WS-ER-MINOR-AGE   TO WS-RL-MINOR.                       04600001
046100     MOVE WS-ER-SENIOR-AGE  TO WS-RL-SENIOR.                      04610001
046200     MOVE WS-RULE-LINE      TO SP-PRINT-LINE.                     04620001
046300     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      04630001
046400     MOVE "PROPOSED RULE:"  TO WS-RL-LABEL.                       04640001
046500     MOVE WS-PR-EFFECTIVE   TO WS-RL-EFFECTIVE.                   04650001
046600     MOVE WS-PR-AGE-LIMIT   TO WS-RL-LIMIT.                       04660001
046700     MOVE WS-PR-MINOR-AGE   TO WS-RL-MINOR.                       04670001
046800     MOVE WS-PR-SENIOR-AGE  TO WS-RL-SENIOR.                      04680001
046900     MOVE WS-RULE-LINE      TO SP-PRINT-LINE.                     04690001
047000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      04700001
047100     MOVE SPACES            TO SP-PRINT-LINE.                     04710001
047200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      04720001
047300     MOVE "APPLICANTS WHOSE DECISION WOULD FLIP"                  04730001
047400                            TO WS-TITLE-LINE.                     04740001
047500     MOVE WS-TITLE-LINE     TO SP-PRINT-LINE.                     04750001
047600     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      04760001
047700     MOVE WS-FLIP-HEADING   TO SP-PRINT-LINE.                     04770001
047800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      04780001
047900 1200-EXIT.                                                       04790001
048000     EXIT.                                                        04800001
048100*                                                                 04810001
048200*------------------------------------------------------------     04820001
048300*2000-SIMULATE-ONE                                                04830001
048400*    PUTS ONE MASTER RECORD UNDER THE PROGRAM THROUGH THE         04840001
048500*    SHARED VALIDATION AND THEN THROUGH HELELIG UNDER EACH        04850001
048600*    RULE.  ONLY A PLAIN DETERMINATION IS SUBJECT TO A RULE       04860001
048700*    CHANGE - A RETIRED RECORD OR AN APPEAL DECISION IS           04870001
048800*    COUNTED AND PASSED BY, THE SAME AS HELREDET DOES.  A         04880001
048900*    RECORD THAT NO LONGER PASSES HELVAL IS COUNTED AS            04890001
049000*    SKIPPED.                                                     04900001
049100*------------------------------------------------------------     04910001
049200 2000-SIMULATE-ONE.                                               04920001
049300     ADD 1 TO WS-READ-COUNT.                                      04930001
049400     IF AM-PROGRAM NOT = WS-PR-PROGRAM                            04940001
049500         GO TO 2000-NEXT                                          04950001
049600     END-IF.                                                      04960001
049700     ADD 1 TO WS-PROGRAM-COUNT.                                   04970001
049800     IF AM-DETERMINATION NOT = "ELIGIBLE"                         04980001
049900        AND AM-DETERMINATION NOT = "NOT ELIGIBLE"                 04990001
050000         ADD 1 TO WS-NOT-SUBJECT-COUNT                            05000001
050100         GO TO 2000-NEXT                                          05010001
050200     END-IF.                                                      05020001
050300     MOVE SPACES        TO WS-APPLICANT-REC.                      05030001
050400     MOVE AM-NAME       TO WS-NAME.                               05040001
050500     MOVE AM-AGE        TO WS-AGE.                                05050001
050600     MOVE AM-AGE        TO WS-AGE2.                               05060001
050700     MOVE AM-APPL-ID    TO WS-APPL-ID.                            05070001
050800     MOVE AM-PROGRAM    TO WS-PROGRAM-CODE.                       05080001
050900     IF AM-BIRTH-DATE IS NUMERIC AND AM-BIRTH-DATE > ZERO         05090001
051000         MOVE AM-BIRTH-DATE TO WS-BIRTH-DATE                      05100001
051100     END-IF.                                                      05110001
051200     CALL "HELVAL" USING WS-APPLICANT-REC, WS-RUN-DATE,           05120001
051300                          WS-AGE-SW, WS-EXCEPTION-REASON.         05130001
051400     IF WS-AGE-INVALID                                            05140001
051500         ADD 1 TO WS-SKIPPED-COUNT                                05150001
051600         GO TO 2000-NEXT                                          05160001
051700     END-IF.                                                      05170001
051800     ADD 1 TO WS-EXAMINED-COUNT.                                  05180001
051900     CALL "HELELIG" USING WS-APPLICANT-REC, WS-ELIG-RULE,         05190001
052000                           WS-CUR-CODE, WS-CUR-TIER.              05200001
052100     CALL "HELELIG" USING WS-APPLICANT-REC, WS-PROPOSED-RULE,     05210001
052200                           WS-NEW-CODE, WS-NEW-TIER.              05220001
052300     IF WS-NEW-CODE = WS-CUR-CODE                                 05230001
052400        AND WS-NEW-TIER = WS-CUR-TIER                             05240001
052500         ADD 1 TO WS-UNCHANGED-COUNT                              05250001
052600         GO TO 2000-NEXT                                          05260001
052700     END-IF.                                                      05270001
052800     PERFORM 2200-COUNT-MOVE THRU 2200-EXIT.                      05280001
052900 2000-NEXT.                                                       05290001
053000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     05300001
053100 2000-EXIT.                                                       05310001
053200     EXIT.                                                        05320001
053300*                                                                 05330001
053400*------------------------------------------------------------     05340001
053500*2100-READ-MASTER                                                 05350001
053600*    READS THE NEXT MASTER RECORD IN KEY ORDER.                   05360001
053700*------------------------------------------------------------     05370001
053800 2100-READ-MASTER.                                                05380001
053900     READ APPLICANT-MASTER                                        05390001
054000         AT END                                                   05400001
054100             SET WS-END-OF-FILE TO TRUE                           05410001
054200     END-READ.                                                    05420001
054300     IF WS-MASTER-STATUS NOT = "00"                               05430001
054400        AND WS-MASTER-STATUS NOT = "10"                           05440001
054500         MOVE "APPLMAST"        TO WS-STATUS-FILE                 05450001
054600         MOVE WS-MASTER-STATUS  TO WS-STATUS-CODE                 05460001
054700         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   05470001
054800     END-IF.                                                      05480001
054900 2100-EXIT.                                                       05490001
055000     EXIT.                                                        05500001
055100*                                                                 05510001
055200*------------------------------------------------------------     05520001
055300*2200-COUNT-MOVE                                                  05530001
055400*    BUILDS THE MOVEMENT FOR ONE APPLICANT WHOSE DECISION         05540001
055500*    OR TIER WOULD CHANGE, ADDS IT TO THE PROGRAM TOTAL AND       05550001
055600*    TO THE APPLICANT'S STATE AND SITE ENTRIES, AND LISTS         05560001
055700*    THE APPLICANT WHEN THE DECISION ITSELF WOULD FLIP.           05570001
055800*------------------------------------------------------------     05580001
055900 2200-COUNT-MOVE.                                                 05590001
056000     PERFORM 2250-CLEAR-WORK THRU 2250-EXIT.                      05600001
056100     IF WS-NEW-CODE = WS-CUR-CODE                                 05610001
056200         ADD 1 TO WS-TIER-ONLY-COUNT                              05620001
056300     ELSE                                                         05630001
056400         IF WS-CUR-ELIGIBLE                                       05640001
056500             ADD 1 TO WS-E-TO-N-COUNT                             05650001
056600             MOVE 1 TO WS-MW-E-TO-N                               05660001
056700         ELSE                                                     05670001
056800             ADD 1 TO WS-N-TO-E-COUNT                             05680001
056900             MOVE 1 TO WS-MW-N-TO-E                               05690001
057000         END-IF                                                   05700001
057100         PERFORM 2500-LIST-FLIP THRU 2500-EXIT                    05710001
057200     END-IF.                                                      05720001
057300     IF WS-NEW-TIER NOT = WS-CUR-TIER                             05730001
057400         MOVE WS-CUR-TIER TO WS-TIER-WORK                         05740001
057500         PERFORM 2300-TIER-INDEX THRU 2300-EXIT                   05750001
057600         MOVE WS-TIER-X   TO WS-FROM-X                            05760001
057700         MOVE WS-NEW-TIER TO WS-TIER-WORK                         05770001
057800         PERFORM 2300-TIER-INDEX THRU 2300-EXIT                   05780001
057900         MOVE WS-TIER-X   TO WS-TO-X                              05790001
058000         MOVE 1 TO WS-MW-TO(WS-FROM-X, WS-TO-X)                   05800001
058100     END-IF.                                                      05810001
058200     ADD WS-MW-E-TO-N TO WS-MT-E-TO-N.                            05820001
058300     ADD WS-MW-N-TO-E TO WS-MT-N-TO-E.                            05830001
058400     IF WS-NEW-TIER NOT = WS-CUR-TIER                             05840001
058500         ADD 1 TO WS-MT-TO(WS-FROM-X, WS-TO-X)                    05850001
058600     END-IF.                                                      05860001
058700     MOVE "S"          TO WS-LOOK-KIND.                           05870001
058800     MOVE AM-STATE     TO WS-LOOK-KEY.                            05880001
058900     PERFORM 2400-ADD-TO-ENTRY THRU 2400-EXIT.                    05890001
059000     MOVE "C"          TO WS-LOOK-KIND.                           05900001
059100     MOVE AM-LAST-SITE TO WS-LOOK-KEY.                            05910001
059200     PERFORM 2400-ADD-TO-ENTRY THRU 2400-EXIT.                    05920001
059300 2200-EXIT.                                                       05930001
059400     EXIT.                                                        05940001
059500*                                                                 05950001
059600*------------------------------------------------------------     05960001
059700*2250-CLEAR-WORK                                                  05970001
059800*    ZEROES THE WORK COUNTS BEFORE ONE APPLICANT'S MOVE IS        05980001
059900*    BUILT IN THEM.                                               05990001
060000*------------------------------------------------------------     06000001
060100 2250-CLEAR-WORK.                                                 06010001
060200     MOVE ZERO TO WS-MW-E-TO-N.                                   06020001
060300     MOVE ZERO TO WS-MW-N-TO-E.                                   06030001
060400     PERFORM 2260-CLEAR-CELL THRU 2260-EXIT                       06040001
060500         VARYING WS-FROM-X FROM 1 BY 1 UNTIL WS-FROM-X > 3        06050001
060600         AFTER WS-TO-X FROM 1 BY 1 UNTIL WS-TO-X > 3.             06060001
060700 2250-EXIT.                                                       06070001
060800     EXIT.                                                        06080001
060900*                                                                 06090001
061000 2260-CLEAR-CELL.                                                 06100001
061100     MOVE ZERO TO WS-MW-TO(WS-FROM-X, WS-TO-X).                   06110001
061200 2260-EXIT.                                                       06120001
061300     EXIT.                                                        06130001
061400*                                                                 06140001
061500*------------------------------------------------------------     06150001
061600*2300-TIER-INDEX                                                  06160001
061700*    TURNS THE TIER NAME IN WS-TIER-WORK INTO ITS ROW IN          06170001
061800*    THE MOVEMENT GRID.                                           06180001
061900*------------------------------------------------------------     06190001
062000 2300-TIER-INDEX.                                                 06200001
062100     IF WS-TIER-WORK = "MINOR"                                    06210001
062200         MOVE 1 TO WS-TIER-X                                      06220001
062300     ELSE IF WS-TIER-WORK = "SENIOR"                              06230001
062400         MOVE 3 TO WS-TIER-X                                      06240001
062500     ELSE                                                         06250001
062600         MOVE 2 TO WS-TIER-X                                      06260001
062700     END-IF.                                                      06270001
062800 2300-EXIT.                                                       06280001
062900     EXIT.                                                        06290001
063000*                                                                 06300001
063100*------------------------------------------------------------     06310001
063200*2400-ADD-TO-ENTRY                                                06320001
063300*    FINDS THE TABLE ENTRY FOR WS-LOOK-GROUP, OPENING ONE IN      06330001
063400*    ITS SORTED PLACE IF THIS IS THE FIRST MOVE FOR IT, AND       06340001
063500*    ADDS THE WORK COUNTS TO IT.  ONCE THE TABLE IS FULL A        06350001
063600*    NEW STATE OR SITE IS COUNTED IN THE PROGRAM TOTAL ONLY,      06360001
063700*    AND THE RUN ENDS WITH RETURN CODE 4.                         06370001
063800*------------------------------------------------------------     06380001
063900 2400-ADD-TO-ENTRY.                                               06390001
064000     MOVE 1 TO WS-MX.                                             06400001
064100     SET WS-SCAN-NOT-DONE TO TRUE.                                06410001
064200     PERFORM 2410-SCAN-ONE THRU 2410-EXIT                         06420001
064300         UNTIL WS-SCAN-DONE.                                      06430001
064400     IF WS-MX NOT > WS-MV-COUNT                                   06440001
064500         IF WS-MV-GROUP(WS-MX) = WS-LOOK-GROUP                    06450001
064600             GO TO 2400-ADD                                       06460001
064700         END-IF                                                   06470001
064800     END-IF.                                                      06480001
064900     IF WS-MV-COUNT NOT < WS-MV-MAX                               06490001
065000         ADD 1 TO WS-UNTABLED-COUNT                               06500001
065100         IF WS-TABLE-NOT-FULL                                     06510001
065200             SET WS-TABLE-FULL TO TRUE                            06520001
065300             DISPLAY "HELSIM - MOVEMENT TABLE FULL, LATER "       06530001
065400                 "STATES/SITES COUNTED IN TOTALS ONLY"            06540001
065600         END-IF                                                   06560001
065700         GO TO 2400-EXIT                                          06570001
065800     END-IF.                                                      06580001
065900     PERFORM 2420-SHIFT-ONE THRU 2420-EXIT                        06590001
066000         VARYING WS-MY FROM WS-MV-COUNT BY -1                     06600001
066100         UNTIL WS-MY < WS-MX.                                     06610001
066200     ADD 1 TO WS-MV-COUNT.                                        06620001
066300     MOVE WS-LOOK-GROUP TO WS-MV-GROUP(WS-MX).                    06630001
066400     MOVE WS-MOVE-WORK  TO WS-MV-MOVES(WS-MX).                    06640001
066500     GO TO 2400-EXIT.                                             06650001
066600 2400-ADD.                                                        06660001
066700     ADD WS-MW-E-TO-N TO WS-MV-E-TO-N(WS-MX).                     06670001
066800     ADD WS-MW-N-TO-E TO WS-MV-N-TO-E(WS-MX).                     06680001
066900     IF WS-NEW-TIER NOT = WS-CUR-TIER                             06690001
067000         ADD 1 TO WS-MV-TO(WS-MX, WS-FROM-X, WS-TO-X)             06700001
067100     END-IF.                                                      06710001
067200 2400-EXIT.                                                       06720001
067300     EXIT.                                                        06730001
067400*                                                                 06740001
067500*------------------------------------------------------------     06750001
067600*2410-SCAN-ONE                                                    06760001
067700*    STEPS WS-MX ALONG THE TABLE UNTIL IT REACHES THE FIRST       06770001
067800*    ENTRY NOT BELOW WS-LOOK-GROUP, OR THE END OF THE TABLE.      06780001
067900*------------------------------------------------------------     06790001
068000 2410-SCAN-ONE.                                                   06800001
068100     IF WS-MX > WS-MV-COUNT                                       06810001
068200         SET WS-SCAN-DONE TO TRUE                                 06820001
068300         GO TO 2410-EXIT                                          06830001
068400     END-IF.                                                      06840001
068500     IF WS-MV-GROUP(WS-MX) NOT < WS-LOOK-GROUP                    06850001
068600         SET WS-SCAN-DONE TO TRUE                                 06860001
068700         GO TO 2410-EXIT                                          06870001
068800     END-IF.                                                      06880001
068900     ADD 1 TO WS-MX.                                              06890001
069000 2410-EXIT.                                                       06900001
069100     EXIT.                                                        06910001
069200*                                                                 06920001
069300*------------------------------------------------------------     06930001
069400*2420-SHIFT-ONE                                                   06940001
069500*    MOVES ONE ENTRY UP A SLOT TO OPEN THE SORTED PLACE FOR       06950001
069600*    A NEW ONE.                                                   06960001
069700*------------------------------------------------------------     06970001
069800 2420-SHIFT-ONE.                                                  06980001
069900     MOVE WS-MV-ENTRY(WS-MY) TO WS-MV-ENTRY(WS-MY + 1).           06990001
070000 2420-EXIT.                                                       07000001
070100     EXIT.                                                        07010001
070200*                                                                 07020001
070300*------------------------------------------------------------     07030001
070400*2500-LIST-FLIP                                                   07040001
070500*    PRINTS ONE APPLICANT WHOSE DECISION WOULD FLIP UNDER         07050001
070600*    THE PROPOSED RULE.                                           07060001
070700*------------------------------------------------------------     07070001
070800 2500-LIST-FLIP.                                                  07080001
070900     MOVE AM-APPL-ID      TO WS-FL-APPL-ID.                       07090001
071000     MOVE AM-NAME         TO WS-FL-NAME.                          07100001
071100     MOVE WS-AGE          TO WS-FL-AGE.                           07110001
071200     MOVE AM-STATE        TO WS-FL-STATE.                         07120001
071300     MOVE AM-LAST-SITE    TO WS-FL-SITE.                          07130001
071400     IF WS-CUR-ELIGIBLE                                           07140001
071500         MOVE "ELIGIBLE"      TO WS-FL-CUR-DET                    07150001
071600         MOVE "NOT ELIGIBLE"  TO WS-FL-NEW-DET                    07160001
071700     ELSE                                                         07170001
071800         MOVE "NOT ELIGIBLE"  TO WS-FL-CUR-DET                    07180001
071900         MOVE "ELIGIBLE"      TO WS-FL-NEW-DET                    07190001
072000     END-IF.                                                      07200001
072100     MOVE WS-CUR-TIER     TO WS-FL-CUR-TIER.                      07210001
072200     MOVE WS-NEW-TIER     TO WS-FL-NEW-TIER.                      07220001
072300     MOVE WS-FLIP-LINE    TO SP-PRINT-LINE.                       07230001
072400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      07240001
072500 2500-EXIT.                                                       07250001
072600     EXIT.                                                        07260001
072700*                                                                 07270001
072800*------------------------------------------------------------     07280001
072900*3000-PRINT-COUNTS                                                07290001
073000*    PRINTS THE RUN COUNTS UNDER THE FLIP LIST.                   07300001
073100*------------------------------------------------------------     07310001
073200 3000-PRINT-COUNTS.                                               07320001
073300     MOVE SPACES TO SP-PRINT-LINE.                                07330001
073400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      07340001
073500     MOVE "MASTER RECORDS READ:" TO WS-CL-LABEL.                  07350001
073600     MOVE WS-READ-COUNT TO WS-CL-COUNT.                           07360001
073700     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07370001
073800     MOVE "RECORDS UNDER THE PROGRAM:" TO WS-CL-LABEL.            07380001
073900     MOVE WS-PROGRAM-COUNT TO WS-CL-COUNT.                        07390001
074000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07400001
074100     MOVE "  RETIRED OR UNDER APPEAL, NOT SUBJECT:"               07410001
074200                           TO WS-CL-LABEL.                        07420001
074300     MOVE WS-NOT-SUBJECT-COUNT TO WS-CL-COUNT.                    07430001
074400     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07440001
074500     MOVE "  SKIPPED (BAD DATA):" TO WS-CL-LABEL.                 07450001
074600     MOVE WS-SKIPPED-COUNT TO WS-CL-COUNT.                        07460001
074700     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07470001
074800     MOVE "  EXAMINED UNDER BOTH RULES:" TO WS-CL-LABEL.          07480001
074900     MOVE WS-EXAMINED-COUNT TO WS-CL-COUNT.                       07490001
075000     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07500001
075100     MOVE "    ELIGIBLE -> NOT ELIGIBLE:" TO WS-CL-LABEL.         07510001
075200     MOVE WS-E-TO-N-COUNT TO WS-CL-COUNT.                         07520001
075300     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07530001
075400     MOVE "    NOT ELIGIBLE -> ELIGIBLE:" TO WS-CL-LABEL.         07540001
075500     MOVE WS-N-TO-E-COUNT TO WS-CL-COUNT.                         07550001
075600     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07560001
075700     MOVE "    TIER CHANGE ONLY:" TO WS-CL-LABEL.                 07570001
075800     MOVE WS-TIER-ONLY-COUNT TO WS-CL-COUNT.                      07580001
075900     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07590001
076000     MOVE "    UNCHANGED:" TO WS-CL-LABEL.                        07600001
076100     MOVE WS-UNCHANGED-COUNT TO WS-CL-COUNT.                      07610001
076200     PERFORM 3100-WRITE-COUNT THRU 3100-EXIT.                     07620001
076300 3000-EXIT.                                                       07630001
076400     EXIT.                                                        07640001
076500*                                                                 07650001
076600 3100-WRITE-COUNT.                                                07660001
076700     MOVE WS-COUNT-LINE TO SP-PRINT-LINE.                         07670001
076800     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      07680001
076900 3100-EXIT.                                                       07690001
077000     EXIT.                                                        07700001
077100*                                                                 07710001
077200*------------------------------------------------------------     07720001
077300*3200-PRINT-MOVES                                                 07730001
077400*    PRINTS ONE BREAKOUT OF THE MOVEMENT TABLE - EVERY ENTRY      07740001
077500*    OF KIND WS-PRINT-KIND, IN KEY ORDER - FOLLOWED BY THE        07750001
077600*    PROGRAM TOTAL LINE.                                          07760001
077700*------------------------------------------------------------     07770001
077800 3200-PRINT-MOVES.                                                07780001
077900     MOVE SPACES TO SP-PRINT-LINE.                                07790001
078000     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      07800001
078100     MOVE WS-TITLE-LINE   TO SP-PRINT-LINE.                       07810001
078200     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      07820001
078300     MOVE WS-MOVE-HEADING TO SP-PRINT-LINE.                       07830001
078400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      07840001
078500     PERFORM 3210-PRINT-ENTRY THRU 3210-EXIT                      07850001
078600         VARYING WS-MX FROM 1 BY 1                                07860001
078700         UNTIL WS-MX > WS-MV-COUNT.                               07870001
078800     MOVE WS-MOVE-TOTAL   TO WS-MOVE-WORK.                        07880001
078900     MOVE SPACES          TO WS-MOVE-LINE.                        07890001
079000     MOVE "TOTAL"         TO WS-ML-KEY.                           07900001
079100     PERFORM 3250-WRITE-MOVE-LINE THRU 3250-EXIT.                 07910001
079200 3200-EXIT.                                                       07920001
079300     EXIT.                                                        07930001
079400*                                                                 07940001
079500 3210-PRINT-ENTRY.                                                07950001
079600     IF WS-MV-KIND(WS-MX) NOT = WS-PRINT-KIND                     07960001
079700         GO TO 3210-EXIT                                          07970001
079800     END-IF.                                                      07980001
079900     MOVE WS-MV-MOVES(WS-MX) TO WS-MOVE-WORK.                     07990001
080000     MOVE SPACES             TO WS-MOVE-LINE.                     08000001
080100     MOVE WS-MV-KEY(WS-MX)   TO WS-ML-KEY.                        08010001
080200     IF WS-MV-KEY(WS-MX) = SPACES                                 08020001
080300         MOVE "(NONE)"       TO WS-ML-KEY                         08030001
080400     END-IF.                                                      08040001
080500     PERFORM 3250-WRITE-MOVE-LINE THRU 3250-EXIT.                 08050001
080600 3210-EXIT.                                                       08060001
080700     EXIT.                                                        08070001
080800*                                                                 08080001
080900*------------------------------------------------------------     08090001
081000*3250-WRITE-MOVE-LINE                                             08100001
081100*    EDITS THE COUNTS IN WS-MOVE-WORK ONTO A MOVEMENT LINE        08110001
081200*    UNDER THE KEY ALREADY IN WS-ML-KEY AND WRITES IT.            08120001
081300*------------------------------------------------------------     08130001
081400 3250-WRITE-MOVE-LINE.                                            08140001
081500     MOVE WS-MW-E-TO-N   TO WS-ML-E-TO-N.                         08150001
081600     MOVE WS-MW-N-TO-E   TO WS-ML-N-TO-E.                         08160001
081700     MOVE WS-MW-TO(1, 2) TO WS-ML-TIER-N(1).                      08170001
081800     MOVE WS-MW-TO(1, 3) TO WS-ML-TIER-N(2).                      08180001
081900     MOVE WS-MW-TO(2, 1) TO WS-ML-TIER-N(3).                      08190001
082000     MOVE WS-MW-TO(2, 3) TO WS-ML-TIER-N(4).                      08200001
082100     MOVE WS-MW-TO(3, 1) TO WS-ML-TIER-N(5).                      08210001
082200     MOVE WS-MW-TO(3, 2) TO WS-ML-TIER-N(6).                      08220001
082300     MOVE WS-MOVE-LINE   TO SP-PRINT-LINE.                        08230001
082400     PERFORM 8000-WRITE-LINE THRU 8000-EXIT.                      08240001
082500 3250-EXIT.                                                       08250001
082600     EXIT.                                                        08260001
082700*                                                                 08270001
082800*------------------------------------------------------------     08280001
082900*8000-WRITE-LINE                                                  08290001
083000*    WRITES THE LINE IN SP-PRINT-LINE TO THE IMPACT REPORT.       08300001
083100*------------------------------------------------------------     08310001
083200 8000-WRITE-LINE.                                                 08320001
083300     WRITE SP-PRINT-LINE.                                         08330001
083400     PERFORM 9530-CHECK-SIMRPT THRU 9530-EXIT.                    08340001
083500 8000-EXIT.                                                       08350001
083600     EXIT.                                                        08360001
083700*                                                                 08370001
083800*------------------------------------------------------------     08380001
083900*9000-TERMINATE                                                   08390001
084000*    PRINTS THE COUNTS AND THE TWO MOVEMENT BREAKOUTS,            08400001
084100*    CLOSES THE FILES, AND REPORTS THE RUN COUNTS.  MOVES         08410002
084110*    LEFT OUT OF A FULL TABLE END THE RUN WITH RETURN CODE 4.     08411002
084200*------------------------------------------------------------     08420001
084300 9000-TERMINATE.                                                  08430001
084400     IF WS-MASTER-STATUS NOT = "00"                               08440001
084500        AND WS-MASTER-STATUS NOT = "10"                           08450001
084600         GO TO 9000-EXIT                                          08460001
084700     END-IF.                                                      08470001
084800     IF WS-E-TO-N-COUNT = ZERO AND WS-N-TO-E-COUNT = ZERO         08480001
084900         MOVE "  NO APPLICANT WOULD CHANGE DETERMINATION"         08490001
085000                            TO WS-TITLE-LINE                      08500001
085100         MOVE WS-TITLE-LINE TO SP-PRINT-LINE                      08510001
085200         PERFORM 8000-WRITE-LINE THRU 8000-EXIT                   08520001
085300     END-IF.                                                      08530001
085400     PERFORM 3000-PRINT-COUNTS THRU 3000-EXIT.                    08540001
085500     MOVE "MOVEMENT BY STATE" TO WS-TITLE-LINE.                   08550001
085600     MOVE "STATE"             TO WS-MH-KEY.                       08560001
085700     MOVE "S"                 TO WS-PRINT-KIND.                   08570001
085800     PERFORM 3200-PRINT-MOVES THRU 3200-EXIT.                     08580001
085900     MOVE "MOVEMENT BY SITE OF LAST CAPTURE" TO WS-TITLE-LINE.    08590001
086000     MOVE "SITE"              TO WS-MH-KEY.                       08600001
086100     MOVE "C"                 TO WS-PRINT-KIND.                   08610001
086200     PERFORM 3200-PRINT-MOVES THRU 3200-EXIT.                     08620001
086300     CLOSE APPLICANT-MASTER.                                      08630001
086400     CLOSE IMPACT-REPORT.                                         08640001
086500     MOVE WS-READ-COUNT      TO WS-COUNT-ED.                      08650001
086600     DISPLAY "HELSIM - MASTER RECORDS READ: " WS-COUNT-ED.        08660001
086700     MOVE WS-EXAMINED-COUNT  TO WS-COUNT-ED.                      08670001
086800     DISPLAY "HELSIM - RECORDS EXAMINED FOR " WS-PR-PROGRAM       08680001
086900         ": " WS-COUNT-ED.                                        08690001
087000     MOVE WS-E-TO-N-COUNT    TO WS-COUNT-ED.                      08700001
087100     DISPLAY "HELSIM - WOULD LOSE ELIGIBILITY: " WS-COUNT-ED.     08710001
087200     MOVE WS-N-TO-E-COUNT    TO WS-COUNT-ED.                      08720001
087300     DISPLAY "HELSIM - WOULD GAIN ELIGIBILITY: " WS-COUNT-ED.     08730001
087400     MOVE WS-TIER-ONLY-COUNT TO WS-COUNT-ED.                      08740001
087500     DISPLAY "HELSIM - TIER CHANGE ONLY: " WS-COUNT-ED.           08750001
087600     MOVE WS-SKIPPED-COUNT   TO WS-COUNT-ED.                      08760001
087700     DISPLAY "HELSIM - RECORDS SKIPPED (BAD DATA): "              08770001
087800         WS-COUNT-ED.                                             08780001
087900     IF WS-UNTABLED-COUNT > ZERO                                  08790001
088000         MOVE WS-UNTABLED-COUNT TO WS-COUNT-ED                    08800001
088100         DISPLAY "HELSIM - MOVES NOT BROKEN OUT (TABLE FULL): "   08810001
088200             WS-COUNT-ED                                          08820001
088210         MOVE 4 TO RETURN-CODE                                    08821002
088300     END-IF.                                                      08830001
088400 9000-EXIT.                                                       08840001
088500     EXIT.                                                        08850001
088600*                                                                 08860001
088700*------------------------------------------------------------     08870001
088800*9500-FILE-ERROR                                                  08880001
088900*    NAMES THE FAILING FILE AND STATUS ON THE CONSOLE AND         08890001
089000*    ENDS THE RUN WITH RETURN CODE 16 - THE SAME HANDLING         08900001
089100*    THE MAIN RUN USES.                                           08910001
089200*------------------------------------------------------------     08920001
089300 9500-FILE-ERROR.                                                 08930001
089400     DISPLAY "HELSIM - FILE ERROR ON " WS-STATUS-FILE             08940001
089500         " STATUS " WS-STATUS-CODE.                               08950001
089600     DISPLAY "HELSIM - RUN ABENDED - RETURN CODE 16".             08960001
089700     MOVE 16 TO RETURN-CODE.                                      08970001
089800     STOP RUN.                                                    08980001
089900 9500-EXIT.                                                       08990001
090000     EXIT.                                                        09000001
090100*                                                                 09010001
090200 9530-CHECK-SIMRPT.                                               09020001
090300     IF WS-REPORT-STATUS NOT = "00"                               09030001
090400         MOVE "SIMRPT"            TO WS-STATUS-FILE               09040001
090500         MOVE WS-REPORT-STATUS    TO WS-STATUS-CODE               09050001
090600         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   09060001
090700     END-IF.                                                      09070001
090800 9530-EXIT.                                                       09080001
090900     EXIT.                                                        09090001
