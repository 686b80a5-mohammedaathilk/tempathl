000100*----------------------------------------------------------       00010001
000200*HELPCAT - BENEFIT PROGRAM CATALOG LOOKUP                         00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELPCAT.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  ANY PROGRAM CODE AT           00140001
001500*                ALL WAS BEING ACCEPTED - A MISTYPED CODE         00150001
001600*                QUIETLY PICKED UP THE DEFAULT RULE, WAS          00160001
001700*                DETERMINED, LANDED ON THE MASTER UNDER A         00170001
001800*                BOGUS KEY, AND WENT TO THE STATE.  THIS          00180001
001900*                SUBPROGRAM LOADS THE MAINTAINED PROGRAM          00190001
002000*                CATALOG ONCE PER RUN AND, FOR A GIVEN            00200001
002100*                CODE, RETURNS THE CATALOG ENTRY IN THE           00210001
002200*                SHARED PROGCAT LAYOUT - THE SAME WAY             00220001
002300*                HELRULE SERVES THE RULES FILE.  HELVAL           00230001
002400*                EDITS THE CODE AGAINST IT AND THE                00240001
002500*                REPORTS PRINT ITS DESCRIPTION.  A                00250001
002600*                MISSING CATALOG IS SAID LOUDLY AND               00260001
002700*                COMES BACK AS NO-CATALOG, SO THE CALLER          00270001
002800*                DECIDES WHAT THAT MEANS.                         00280001
002810*10/15/2026 RJM  THE CATALOG RECORD CARRIES THE PROGRAM'S         00281002
002820*                RECERTIFICATION PERIOD IN DAYS ON THE END, FOR   00282002
002830*                HELRCERT.  A RECORD WITHOUT ONE (BLANK) LOADS    00283002
002840*                AS ZERO - NO RECERTIFICATION - RATHER THAN       00284002
002850*                BEING DROPPED.                                   00285002
002900*----------------------------------------------------------       00290001
003000 ENVIRONMENT DIVISION.                                            00300001
003100 CONFIGURATION SECTION.                                           00310001
003200 INPUT-OUTPUT SECTION.                                            00320001
003300 FILE-CONTROL.                                                    00330001
003400     SELECT CATALOG-FILE ASSIGN TO "PROGCAT"                      00340001
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350001
003600         FILE STATUS IS PCT-CATALOG-STATUS.                       00360001
003700                                                                  00370001
003800 DATA DIVISION.                                                   00380001
003900 FILE SECTION.                                                    00390001
004000*----------------------------------------------------------       00400001
004100*CATALOG-FILE - ONE RECORD PER BENEFIT PROGRAM: THE CODE,         00410001
004200*THE DESCRIPTION, THE DATE THE PROGRAM OPENED, THE DATE IT        00420001
004300*CLOSED (ZERO WHILE IT IS STILL RUNNING), AND Y OR N FOR          00430001
004400*WHETHER IT IS TAKING NEW APPLICATIONS.  MAINTAINED BY            00440001
004500*OPERATIONS ALONGSIDE THE RULES FILE.                             00450001
004510*THE LAST FIELD IS THE RECERTIFICATION PERIOD IN DAYS;            00451002
004520*BLANK OR ZERO MEANS THE PROGRAM HAS NONE.                        00452002
004600*----------------------------------------------------------       00460001
004700 FD  CATALOG-FILE.                                                00470001
004800 01  CF-CATALOG-RECORD.                                           00480001
004900     05  CF-PROGRAM          PIC X(03).                           00490001
005000     05  FILLER              PIC X(01).                           00500001
005100     05  CF-DESCRIPTION      PIC X(30).                           00510001
005200     05  FILLER              PIC X(01).                           00520001
005300     05  CF-OPEN-DATE        PIC 9(08).                           00530001
005400     05  FILLER              PIC X(01).                           00540001
005500     05  CF-CLOSE-DATE       PIC 9(08).                           00550001
005600     05  FILLER              PIC X(01).                           00560001
005700     05  CF-ACCEPTING        PIC X(01).                           00570001
005710     05  FILLER              PIC X(01).                           00571002
005720     05  CF-RECERT-DAYS      PIC 9(04).                           00572002
005800                                                                  00580001
005900 WORKING-STORAGE SECTION.                                         00590001
006000                                                                  00600001
006100*----------------------------------------------------------       00610001
006200*PCT-LOADED-SW - SET ONCE THE CATALOG HAS BEEN LOADED.            00620001
006300*THE TABLE SURVIVES BETWEEN CALLS, SO THE FILE IS READ            00630001
006400*ONCE PER RUN NO MATTER HOW MANY LOOKUPS ARE MADE.                00640001
006500*----------------------------------------------------------       00650001
006600 01  PCT-LOADED-SW       PIC X(01)   VALUE 'N'.                   00660001
006700     88  PCT-TABLE-LOADED            VALUE 'Y'.                   00670001
006800     88  PCT-TABLE-NOT-LOADED        VALUE 'N'.                   00680001
006900                                                                  00690001
007000*----------------------------------------------------------       00700001
007100*PCT-EOF-SW - SET WHEN CATALOG-FILE IS EXHAUSTED                  00710001
007200*----------------------------------------------------------       00720001
007300 01  PCT-EOF-SW          PIC X(01)   VALUE 'N'.                   00730001
007400     88  PCT-END-OF-FILE             VALUE 'Y'.                   00740001
007500     88  PCT-NOT-END-OF-FILE         VALUE 'N'.                   00750001
007600                                                                  00760001
007700*----------------------------------------------------------       00770001
007800*PCT-AVAIL-SW - WHETHER A CATALOG WAS THERE TO LOAD               00780001
007900*----------------------------------------------------------       00790001
008000 01  PCT-AVAIL-SW        PIC X(01)   VALUE 'N'.                   00800001
008100     88  PCT-CATALOG-AVAILABLE       VALUE 'Y'.                   00810001
008200     88  PCT-CATALOG-MISSING         VALUE 'N'.                   00820001
008300                                                                  00830001
008400 01  PCT-CATALOG-STATUS  PIC X(02)   VALUE SPACES.                00840001
008500                                                                  00850001
008600*----------------------------------------------------------       00860001
008700*PCT-CATALOG-TABLE - EVERY USABLE CATALOG RECORD, HELD FOR        00870001
008800*THE LOOKUPS.  A FILE PAST THE TABLE LIMIT STOPS LOADING          00880001
008900*AND SAYS SO.                                                     00890001
009000*----------------------------------------------------------       00900001
009100 01  PCT-CATALOG-TABLE.                                           00910001
009200     05  PCT-CATALOG-ENTRY OCCURS 200 TIMES.                      00920001
009300         10  PCT-EN-PROGRAM  PIC X(03).                           00930001
009400         10  PCT-EN-DESC     PIC X(30).                           00940001
009500         10  PCT-EN-OPEN     PIC 9(08).                           00950001
009600         10  PCT-EN-CLOSE    PIC 9(08).                           00960001
009700         10  PCT-EN-ACCEPT   PIC X(01).                           00970001
009710         10  PCT-EN-RECERT   PIC 9(04).                           00971002
009800                                                                  00980001
009900 77  PCT-CATALOG-MAX     PIC 9(05) COMP     VALUE 200.            00990001
010000 77  PCT-CATALOG-COUNT   PIC 9(05) COMP     VALUE ZERO.           01000001
010100 77  PCT-CX              PIC 9(05) COMP     VALUE ZERO.           01010001
010200 77  PCT-FOUND-X         PIC 9(05) COMP     VALUE ZERO.           01020001
010300                                                                  01030001
010400 LINKAGE SECTION.                                                 01040001
010500                                                                  01050001
010600*----------------------------------------------------------       01060001
010700*PCT-PROGRAM-CODE - THE BENEFIT PROGRAM TO LOOK UP                01070001
010800*----------------------------------------------------------       01080001
010900 01  PCT-PROGRAM-CODE    PIC X(03).                               01090001
011000                                                                  01100001
011100*----------------------------------------------------------       01110001
011200*THE CATALOG ENTRY, RETURNED TO THE CALLER                        01120001
011300*----------------------------------------------------------       01130001
011400 COPY PROGCAT.                                                    01140001
011500*                                                                 01150001
011600 PROCEDURE DIVISION USING PCT-PROGRAM-CODE, WS-PROG-CAT.          01160001
011700*============================================================     01170001
011800*0000-MAINLINE                                                    01180001
011900*    LOADS THE CATALOG ON THE FIRST CALL OF THE RUN, FINDS        01190001
012000*    THE ENTRY FOR THE PROGRAM, AND RETURNS CONTROL TO THE        01200001
012100*    CALLER.                                                      01210001
012200*============================================================     01220001
012300 0000-MAINLINE.                                                   01230001
012400     IF PCT-TABLE-NOT-LOADED                                      01240001
012500         PERFORM 1000-LOAD-CATALOG THRU 1000-EXIT                 01250001
012600         SET PCT-TABLE-LOADED TO TRUE                             01260001
012700     END-IF.                                                      01270001
012800     PERFORM 2000-FIND-PROGRAM THRU 2000-EXIT.                    01280001
012900     GOBACK.                                                      01290001
013000*                                                                 01300001
013100*------------------------------------------------------------     01310001
013200*1000-LOAD-CATALOG                                                01320001
013300*    LOADS EVERY USABLE CATALOG RECORD INTO THE TABLE.  A         01330001
013400*    MISSING FILE IS REPORTED ONCE; EVERY LOOKUP THEN COMES       01340001
013500*    BACK NO-CATALOG.                                             01350001
013600*------------------------------------------------------------     01360001
013700 1000-LOAD-CATALOG.                                               01370001
013800     OPEN INPUT CATALOG-FILE.                                     01380001
013900     IF PCT-CATALOG-STATUS = "00"                                 01390001
014000         SET PCT-CATALOG-AVAILABLE TO TRUE                        01400001
014100         PERFORM 1100-LOAD-ONE-PROGRAM THRU 1100-EXIT             01410001
014200             UNTIL PCT-END-OF-FILE                                01420001
014300         CLOSE CATALOG-FILE                                       01430001
014400     ELSE                                                         01440001
014500         DISPLAY "HELPCAT - NO PROGRAM CATALOG, STATUS "          01450001
014600             PCT-CATALOG-STATUS " - PROGRAM CODES NOT "           01460001
014700             "CHECKED"                                            01470001
014800     END-IF.                                                      01480001
014900 1000-EXIT.                                                       01490001
015000     EXIT.                                                        01500001
015100*                                                                 01510001
015200*------------------------------------------------------------     01520001
015300*1100-LOAD-ONE-PROGRAM                                            01530001
015400*    READS ONE CATALOG RECORD INTO THE TABLE.  A RECORD           01540001
015500*    THAT WILL NOT VALIDATE IS DROPPED LOUDLY RATHER THAN         01550001
015600*    TRUSTED; A RECORD PAST THE TABLE LIMIT IS DROPPED            01560001
015700*    LOUDLY RATHER THAN SILENTLY.  A DROPPED PROGRAM              01570001
015800*    LOOKS UNKNOWN, SO ITS APPLICANTS GO TO EXCEPTIONS -          01580001
015900*    WHICH IS WHERE THEY BELONG UNTIL THE CATALOG IS              01590001
016000*    FIXED.                                                       01600001
016100*------------------------------------------------------------     01610001
016200 1100-LOAD-ONE-PROGRAM.                                           01620001
016300     READ CATALOG-FILE                                            01630001
016400         AT END                                                   01640001
016500             SET PCT-END-OF-FILE TO TRUE                          01650001
016600             GO TO 1100-EXIT                                      01660001
016700     END-READ.                                                    01670001
016800     IF CF-PROGRAM = SPACES                                       01680001
016900        OR CF-OPEN-DATE NOT NUMERIC                               01690001
017000        OR CF-CLOSE-DATE NOT NUMERIC                              01700001
017100        OR (CF-ACCEPTING NOT = "Y" AND CF-ACCEPTING NOT = "N")    01710001
017200         DISPLAY "HELPCAT - CATALOG RECORD DROPPED, WILL "        01720001
017300             "NOT VALIDATE: " CF-CATALOG-RECORD                   01730001
017400         GO TO 1100-EXIT                                          01740001
017500     END-IF.                                                      01750001
017600     IF PCT-CATALOG-COUNT NOT < PCT-CATALOG-MAX                   01760001
017700         DISPLAY "HELPCAT - CATALOG TABLE FULL, RECORD "          01770001
017800             "DROPPED: " CF-CATALOG-RECORD                        01780001
017900         GO TO 1100-EXIT                                          01790001
018000     END-IF.                                                      01800001
018100     ADD 1 TO PCT-CATALOG-COUNT.                                  01810001
018200     MOVE CF-PROGRAM     TO PCT-EN-PROGRAM(PCT-CATALOG-COUNT).    01820001
018300     MOVE CF-DESCRIPTION TO PCT-EN-DESC(PCT-CATALOG-COUNT).       01830001
018400     MOVE CF-OPEN-DATE   TO PCT-EN-OPEN(PCT-CATALOG-COUNT).       01840001
018500     MOVE CF-CLOSE-DATE  TO PCT-EN-CLOSE(PCT-CATALOG-COUNT).      01850001
018600     MOVE CF-ACCEPTING   TO PCT-EN-ACCEPT(PCT-CATALOG-COUNT).     01860001
018610     IF CF-RECERT-DAYS IS NUMERIC                                 01861002
018620         MOVE CF-RECERT-DAYS TO PCT-EN-RECERT(PCT-CATALOG-COUNT)  01862002
018630     ELSE                                                         01863002
018640         MOVE ZERO           TO PCT-EN-RECERT(PCT-CATALOG-COUNT)  01864002
018650     END-IF.                                                      01865002
018700 1100-EXIT.                                                       01870001
018800     EXIT.                                                        01880001
018900*                                                                 01890001
019000*------------------------------------------------------------     01900001
019100*2000-FIND-PROGRAM                                                01910001
019200*    RETURNS THE CATALOG ENTRY FOR THE REQUESTED PROGRAM.         01920001
019300*    NOT FOUND (OR NO CATALOG) RETURNS THE BARE CODE AS           01930001
019400*    THE DESCRIPTION, ZERO DATES, AND NOT ACCEPTING.              01940001
019500*------------------------------------------------------------     01950001
019600 2000-FIND-PROGRAM.                                               01960001
019700     MOVE PCT-PROGRAM-CODE TO WS-PC-PROGRAM.                      01970001
019800     MOVE ZERO TO PCT-FOUND-X.                                    01980001
019900     PERFORM 2100-CHECK-ONE-PROGRAM THRU 2100-EXIT                01990001
020000         VARYING PCT-CX FROM 1 BY 1                               02000001
020100         UNTIL PCT-CX > PCT-CATALOG-COUNT                         02010001
020200            OR PCT-FOUND-X > ZERO.                                02020001
020300     IF PCT-FOUND-X > ZERO                                        02030001
020400         SET WS-PC-FOUND TO TRUE                                  02040001
020500         MOVE PCT-EN-DESC(PCT-FOUND-X)   TO WS-PC-DESCRIPTION     02050001
020600         MOVE PCT-EN-OPEN(PCT-FOUND-X)   TO WS-PC-OPEN-DATE       02060001
020700         MOVE PCT-EN-CLOSE(PCT-FOUND-X)  TO WS-PC-CLOSE-DATE      02070001
020800         MOVE PCT-EN-ACCEPT(PCT-FOUND-X) TO WS-PC-ACCEPTING       02080001
020810         MOVE PCT-EN-RECERT(PCT-FOUND-X) TO WS-PC-RECERT-DAYS     02081002
020900     ELSE                                                         02090001
021000         IF PCT-CATALOG-AVAILABLE                                 02100001
021100             SET WS-PC-NOT-FOUND TO TRUE                          02110001
021200         ELSE                                                     02120001
021300             SET WS-PC-NO-CATALOG TO TRUE                         02130001
021400         END-IF                                                   02140001
021500         MOVE PCT-PROGRAM-CODE TO WS-PC-DESCRIPTION               02150001
021600         MOVE ZERO             TO WS-PC-OPEN-DATE                 02160001
021700         MOVE ZERO             TO WS-PC-CLOSE-DATE                02170001
021710         MOVE ZERO             TO WS-PC-RECERT-DAYS               02171002
021800         SET WS-PC-NOT-ACCEPTING TO TRUE                          02180001
021900     END-IF.                                                      02190001
022000 2000-EXIT.                                                       02200001
022100     EXIT.                                                        02210001
022200*                                                                 02220001
022300*------------------------------------------------------------     02230001
022400*2100-CHECK-ONE-PROGRAM                                           02240001
022500*    TESTS ONE TABLE ENTRY AGAINST THE REQUESTED PROGRAM.         02250001
022600*------------------------------------------------------------     02260001
022700 2100-CHECK-ONE-PROGRAM.                                          02270001
022800     IF PCT-EN-PROGRAM(PCT-CX) = PCT-PROGRAM-CODE                 02280001
022900         MOVE PCT-CX TO PCT-FOUND-X                               02290001
023000     END-IF.                                                      02300001
023100 2100-EXIT.                                                       02310001
023200     EXIT.                                                        02320001
