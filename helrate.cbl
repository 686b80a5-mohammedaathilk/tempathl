000100*----------------------------------------------------------       00010001
000200*HELRATE - BENEFIT RATE LOOKUP BY PROGRAM AND DATE                00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELRATE.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE MONTHLY PAYMENT RUN       00140001
001500*                PRICES EACH PAYMENT FROM A RATE PER PROGRAM      00150001
001600*                AND TIER.  THIS SUBPROGRAM LOADS THE             00160001
001700*                EFFECTIVE-DATED RATE FILE ONCE PER RUN, THE      00170001
001800*                SAME WAY HELRULE LOADS THE RULES FILE, AND       00180001
001900*                FOR A GIVEN PROGRAM CODE AND DATE RETURNS        00190001
002000*                THE MINOR, STANDARD, AND SENIOR MONTHLY          00200001
002100*                RATES IN FORCE IN THE SHARED BENRATE             00210001
002200*                LAYOUT.  UNLIKE A RULE, A RATE HAS NO SAFE       00220001
002300*                DEFAULT, SO A PROGRAM WITH NO RATE ON FILE       00230001
002400*                COMES BACK NOT FOUND FOR THE CALLER TO           00240001
002500*                HOLD THE PAYMENT.                                00250001
002600*----------------------------------------------------------       00260001
002700 ENVIRONMENT DIVISION.                                            00270001
002800 CONFIGURATION SECTION.                                           00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
003000 FILE-CONTROL.                                                    00300001
003100     SELECT RATE-FILE ASSIGN TO "RATEFILE"                        00310001
003200         ORGANIZATION IS LINE SEQUENTIAL                          00320001
003300         FILE STATUS IS RAT-RATE-STATUS.                          00330001
003400                                                                  00340001
003500 DATA DIVISION.                                                   00350001
003600 FILE SECTION.                                                    00360001
003700*----------------------------------------------------------       00370001
003800*RATE-FILE - ONE RECORD PER PROGRAM AND EFFECTIVE DATE:           00380001
003900*THE MONTHLY BENEFIT FOR EACH TIER, IN CENTS WITH NO              00390001
004000*DECIMAL POINT, THAT TAKES EFFECT ON THAT DATE.  MAINTAINED       00400001
004100*BY THE FINANCE OFFICE; A NEW RATE IS A NEW RECORD, NEVER         00410001
004200*AN OVERTYPED OLD ONE, SO A LATE PAYMENT FOR A PAST MONTH         00420001
004300*IS STILL PRICED AT THE RATE IN FORCE THEN.                       00430001
004400*----------------------------------------------------------       00440001
004500 FD  RATE-FILE.                                                   00450001
004600 01  RT-RATE-RECORD.                                              00460001
004700     05  RT-PROGRAM          PIC X(03).                           00470001
004800     05  FILLER              PIC X(01).                           00480001
004900     05  RT-EFFECTIVE        PIC 9(08).                           00490001
005000     05  FILLER              PIC X(01).                           00500001
005100     05  RT-MINOR-RATE       PIC 9(05)V99.                        00510001
005200     05  FILLER              PIC X(01).                           00520001
005300     05  RT-STANDARD-RATE    PIC 9(05)V99.                        00530001
005400     05  FILLER              PIC X(01).                           00540001
005500     05  RT-SENIOR-RATE      PIC 9(05)V99.                        00550001
005600                                                                  00560001
005700 WORKING-STORAGE SECTION.                                         00570001
005800                                                                  00580001
005900*----------------------------------------------------------       00590001
006000*RAT-LOADED-SW - SET ONCE THE RATE FILE HAS BEEN LOADED.          00600001
006100*THE TABLE SURVIVES BETWEEN CALLS, SO THE FILE IS READ            00610001
006200*ONCE PER RUN NO MATTER HOW MANY LOOKUPS ARE MADE.                00620001
006300*----------------------------------------------------------       00630001
006400 01  RAT-LOADED-SW       PIC X(01)   VALUE 'N'.                   00640001
006500     88  RAT-TABLE-LOADED            VALUE 'Y'.                   00650001
006600     88  RAT-TABLE-NOT-LOADED        VALUE 'N'.                   00660001
006700                                                                  00670001
006800*----------------------------------------------------------       00680001
006900*RAT-EOF-SW - SET WHEN RATE-FILE IS EXHAUSTED                     00690001
007000*----------------------------------------------------------       00700001
007100 01  RAT-EOF-SW          PIC X(01)   VALUE 'N'.                   00710001
007200     88  RAT-END-OF-FILE             VALUE 'Y'.                   00720001
007300     88  RAT-NOT-END-OF-FILE         VALUE 'N'.                   00730001
007400                                                                  00740001
007500 01  RAT-RATE-STATUS     PIC X(02)   VALUE SPACES.                00750001
007600                                                                  00760001
007700*----------------------------------------------------------       00770001
007800*RAT-RATE-TABLE - EVERY USABLE RATE RECORD, HELD FOR THE          00780001
007900*PER-PAYMENT LOOKUPS.  A FILE PAST THE TABLE LIMIT STOPS          00790001
008000*LOADING AND SAYS SO.                                             00800001
008100*----------------------------------------------------------       00810001
008200 01  RAT-RATE-TABLE.                                              00820001
008300     05  RAT-RATE-ENTRY OCCURS 200 TIMES.                         00830001
008400         10  RAT-EN-PROGRAM  PIC X(03).                           00840001
008500         10  RAT-EN-EFFECTIVE PIC 9(08).                          00850001
008600         10  RAT-EN-MINOR    PIC 9(05)V99.                        00860001
008700         10  RAT-EN-STANDARD PIC 9(05)V99.                        00870001
008800         10  RAT-EN-SENIOR   PIC 9(05)V99.                        00880001
008900                                                                  00890001
009000 77  RAT-RATE-MAX        PIC 9(05) COMP     VALUE 200.            00900001
009100 77  RAT-RATE-COUNT      PIC 9(05) COMP     VALUE ZERO.           00910001
009200 77  RAT-RX              PIC 9(05) COMP     VALUE ZERO.           00920001
009300 77  RAT-BEST-X          PIC 9(05) COMP     VALUE ZERO.           00930001
009400 77  RAT-BEST-EFF        PIC 9(08)          VALUE ZERO.           00940001
009500                                                                  00950001
009600 LINKAGE SECTION.                                                 00960001
009700                                                                  00970001
009800*----------------------------------------------------------       00980001
009900*RAT-PROGRAM-CODE - THE BENEFIT PROGRAM BEING PAID                00990001
010000*----------------------------------------------------------       01000001
010100 01  RAT-PROGRAM-CODE    PIC X(03).                               01010001
010200                                                                  01020001
010300*----------------------------------------------------------       01030001
010400*RAT-RATE-DATE - THE DATE TO PRICE AT (YYYYMMDD), NORMALLY        01040001
010500*THE FIRST OF THE MONTH BEING PAID.  THE RATES RETURNED           01050001
010600*ARE THE ONES IN FORCE ON THIS DATE.                              01060001
010700*----------------------------------------------------------       01070001
010800 01  RAT-RATE-DATE       PIC 9(08).                               01080001
010900                                                                  01090001
011000*----------------------------------------------------------       01100001
011100*THE RATES IN FORCE, RETURNED TO THE CALLER                       01110001
011200*----------------------------------------------------------       01120001
011300 COPY BENRATE.                                                    01130001
011400*                                                                 01140001
011500 PROCEDURE DIVISION USING RAT-PROGRAM-CODE, RAT-RATE-DATE,        01150001
011600                          WS-BENEFIT-RATE.                        01160001
011700*============================================================     01170001
011800*0000-MAINLINE                                                    01180001
011900*    LOADS THE RATE FILE ON THE FIRST CALL OF THE RUN,            01190001
012000*    FINDS THE RATES IN FORCE FOR THE PROGRAM AND DATE, AND       01200001
012100*    RETURNS CONTROL TO THE CALLER.                               01210001
012200*============================================================     01220001
012300 0000-MAINLINE.                                                   01230001
012400     IF RAT-TABLE-NOT-LOADED                                      01240001
012500         PERFORM 1000-LOAD-RATES THRU 1000-EXIT                   01250001
012600         SET RAT-TABLE-LOADED TO TRUE                             01260001
012700     END-IF.                                                      01270001
012800     PERFORM 2000-FIND-RATE THRU 2000-EXIT.                       01280001
012900     GOBACK.                                                      01290001
013000*                                                                 01300001
013100*------------------------------------------------------------     01310001
013200*1000-LOAD-RATES                                                  01320001
013300*    LOADS EVERY USABLE RATE-FILE RECORD INTO THE TABLE.          01330001
013400*    A MISSING OR EMPTY FILE MEANS EVERY LOOKUP COMES BACK        01340001
013500*    NOT FOUND, AND SAYS SO ONCE HERE.                            01350001
013600*------------------------------------------------------------     01360001
013700 1000-LOAD-RATES.                                                 01370001
013800     OPEN INPUT RATE-FILE.                                        01380001
013900     IF RAT-RATE-STATUS = "00"                                    01390001
014000         PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT                01400001
014100             UNTIL RAT-END-OF-FILE                                01410001
014200         CLOSE RATE-FILE                                          01420001
014300     ELSE                                                         01430001
014400         DISPLAY "HELRATE - NO RATE FILE, STATUS "                01440001
014500             RAT-RATE-STATUS " - NO PAYMENT CAN BE PRICED"        01450001
014600     END-IF.                                                      01460001
014700 1000-EXIT.                                                       01470001
014800     EXIT.                                                        01480001
014900*                                                                 01490001
015000*------------------------------------------------------------     01500001
015100*1100-LOAD-ONE-RATE                                               01510001
015200*    READS ONE RATE RECORD INTO THE TABLE.  A RECORD THAT         01520001
015300*    WILL NOT VALIDATE IS DROPPED LOUDLY RATHER THAN PAID         01530001
015400*    FROM AS GARBAGE; A RECORD PAST THE TABLE LIMIT IS            01540001
015500*    DROPPED LOUDLY RATHER THAN SILENTLY.                         01550001
015600*------------------------------------------------------------     01560001
015700 1100-LOAD-ONE-RATE.                                              01570001
015800     READ RATE-FILE                                               01580001
015900         AT END                                                   01590001
016000             SET RAT-END-OF-FILE TO TRUE                          01600001
016100             GO TO 1100-EXIT                                      01610001
016200     END-READ.                                                    01620001
016300     IF RT-PROGRAM = SPACES                                       01630001
016400        OR RT-EFFECTIVE NOT NUMERIC                               01640001
016500        OR RT-MINOR-RATE NOT NUMERIC                              01650001
016600        OR RT-STANDARD-RATE NOT NUMERIC                           01660001
016700        OR RT-SENIOR-RATE NOT NUMERIC                             01670001
016800         DISPLAY "HELRATE - RATE RECORD DROPPED, WILL "           01680001
016900             "NOT VALIDATE: " RT-RATE-RECORD                      01690001
017000         GO TO 1100-EXIT                                          01700001
017100     END-IF.                                                      01710001
017200     IF RAT-RATE-COUNT NOT < RAT-RATE-MAX                         01720001
017300         DISPLAY "HELRATE - RATE TABLE FULL, RECORD "             01730001
017400             "DROPPED: " RT-RATE-RECORD                           01740001
017500         GO TO 1100-EXIT                                          01750001
017600     END-IF.                                                      01760001
017700     ADD 1 TO RAT-RATE-COUNT.                                     01770001
017800     MOVE RT-PROGRAM       TO RAT-EN-PROGRAM(RAT-RATE-COUNT).     01780001
017900     MOVE RT-EFFECTIVE     TO RAT-EN-EFFECTIVE(RAT-RATE-COUNT).   01790001
018000     MOVE RT-MINOR-RATE    TO RAT-EN-MINOR(RAT-RATE-COUNT).       01800001
018100     MOVE RT-STANDARD-RATE TO RAT-EN-STANDARD(RAT-RATE-COUNT).    01810001
018200     MOVE RT-SENIOR-RATE   TO RAT-EN-SENIOR(RAT-RATE-COUNT).      01820001
018300 1100-EXIT.                                                       01830001
018400     EXIT.                                                        01840001
018500*                                                                 01850001
018600*------------------------------------------------------------     01860001
018700*2000-FIND-RATE                                                   01870001
018800*    RETURNS THE RATES WITH THE LATEST EFFECTIVE DATE NOT         01880001
018900*    AFTER THE RATE DATE FOR THE REQUESTED PROGRAM.  NO           01890001
019000*    MATCH RETURNS ZERO RATES AND AN EFFECTIVE DATE OF            01900001
019100*    ZERO, FLAGGED NOT FOUND.                                     01910001
019200*------------------------------------------------------------     01920001
019300 2000-FIND-RATE.                                                  01930001
019400     MOVE ZERO TO RAT-BEST-X.                                     01940001
019500     MOVE ZERO TO RAT-BEST-EFF.                                   01950001
019600     PERFORM 2100-CHECK-ONE-RATE THRU 2100-EXIT                   01960001
019700         VARYING RAT-RX FROM 1 BY 1                               01970001
019800         UNTIL RAT-RX > RAT-RATE-COUNT.                           01980001
019900     IF RAT-BEST-X > ZERO                                         01990001
020000         MOVE RAT-EN-PROGRAM(RAT-BEST-X)   TO WS-BR-PROGRAM       02000001
020100         MOVE RAT-EN-EFFECTIVE(RAT-BEST-X) TO WS-BR-EFFECTIVE     02010001
020200         MOVE RAT-EN-MINOR(RAT-BEST-X)     TO WS-BR-MINOR-RATE    02020001
020300         MOVE RAT-EN-STANDARD(RAT-BEST-X)                         02030001
020400                                   TO WS-BR-STANDARD-RATE         02040001
020500         MOVE RAT-EN-SENIOR(RAT-BEST-X)    TO WS-BR-SENIOR-RATE   02050001
020600         SET WS-BR-FOUND TO TRUE                                  02060001
020700     ELSE                                                         02070001
020800         MOVE RAT-PROGRAM-CODE  TO WS-BR-PROGRAM                  02080001
020900         MOVE ZERO              TO WS-BR-EFFECTIVE                02090001
021000         MOVE ZERO              TO WS-BR-MINOR-RATE               02100001
021100         MOVE ZERO              TO WS-BR-STANDARD-RATE            02110001
021200         MOVE ZERO              TO WS-BR-SENIOR-RATE              02120001
021300         SET WS-BR-NOT-FOUND TO TRUE                              02130001
021400     END-IF.                                                      02140001
021500 2000-EXIT.                                                       02150001
021600     EXIT.                                                        02160001
021700*                                                                 02170001
021800*------------------------------------------------------------     02180001
021900*2100-CHECK-ONE-RATE                                              02190001
022000*    TESTS ONE TABLE ENTRY AGAINST THE REQUESTED PROGRAM          02200001
022100*    AND DATE, KEEPING THE LATEST QUALIFYING EFFECTIVE            02210001
022200*    DATE SEEN SO FAR.                                            02220001
022300*------------------------------------------------------------     02230001
022400 2100-CHECK-ONE-RATE.                                             02240001
022500     IF RAT-EN-PROGRAM(RAT-RX) = RAT-PROGRAM-CODE                 02250001
022600        AND RAT-EN-EFFECTIVE(RAT-RX) NOT > RAT-RATE-DATE          02260001
022700        AND (RAT-BEST-X = ZERO                                    02270001
022800             OR RAT-EN-EFFECTIVE(RAT-RX) > RAT-BEST-EFF)          02280001
022900         MOVE RAT-RX TO RAT-BEST-X                                02290001
023000         MOVE RAT-EN-EFFECTIVE(RAT-RX) TO RAT-BEST-EFF            02300001
023100     END-IF.                                                      02310001
023200 2100-EXIT.                                                       02320001
023300     EXIT.                                                        02330001
