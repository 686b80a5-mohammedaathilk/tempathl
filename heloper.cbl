000100*----------------------------------------------------------       00010001
000200*HELOPER - OPERATOR SECURITY LOOKUP                               00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELOPER.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  HELINQ TOOK ONE SHARED        00140001
001500*                SUPERVISOR CODE AND THE AUDIT LOG ONLY SAID      00150001
001600*                WHICH RUN MADE A CHANGE, SO AFTER A DISPUTED     00160001
001700*                NAME CORRECTION NOBODY COULD SAY WHO KEYED       00170001
001800*                IT.  THIS SUBPROGRAM LOADS THE OPERATOR          00180001
001900*                SECURITY FILE ONCE PER RUN AND, FOR A GIVEN      00190001
002000*                OPERATOR AND THE AUTHORITY A CHANGE NEEDS,       00200001
002100*                SAYS WHETHER THAT OPERATOR MAY MAKE IT - THE     00210001
002200*                SAME WAY HELPCAT SERVES THE PROGRAM CATALOG.     00220001
002300*                HELINQ SIGNS ON AGAINST IT; HELCORR, HELDUPR     00230001
002400*                AND HELAPPL CHECK THE OPERATOR ON EACH           00240001
002500*                TRANSACTION.  A MISSING FILE IS SAID LOUDLY      00250001
002600*                AND REFUSES EVERYONE: NO CHANGE GOES ON THE      00260001
002700*                MASTER WITHOUT A KNOWN OPERATOR BEHIND IT.       00270001
002800*----------------------------------------------------------       00280001
002900 ENVIRONMENT DIVISION.                                            00290001
003000 CONFIGURATION SECTION.                                           00300001
003100 INPUT-OUTPUT SECTION.                                            00310001
003200 FILE-CONTROL.                                                    00320001
003300     SELECT SECURITY-FILE ASSIGN TO "OPERSEC"                     00330001
003400         ORGANIZATION IS LINE SEQUENTIAL                          00340001
003500         FILE STATUS IS OPS-SECURITY-STATUS.                      00350001
003600                                                                  00360001
003700 DATA DIVISION.                                                   00370001
003800 FILE SECTION.                                                    00380001
003900*----------------------------------------------------------       00390001
004000*SECURITY-FILE - ONE RECORD PER OPERATOR: THE OPERATOR ID,        00400001
004100*THE NAME, THE AUTHORITY (I INQUIRY ONLY, C CORRECT, R            00410001
004200*RETIRE, A APPEALS DECISION), AND THE STATUS (A ACTIVE, R         00420001
004300*REVOKED).  MAINTAINED BY THE UNIT SUPERVISOR THROUGH             00430001
004400*OPERATIONS ALONGSIDE THE PROGRAM CATALOG.  A REVOKED             00440001
004500*OPERATOR STAYS ON THE FILE SO THE MONTHLY OPERATOR REPORT        00450001
004600*CAN STILL NAME THEM.                                             00460001
004700*----------------------------------------------------------       00470001
004800 FD  SECURITY-FILE.                                               00480001
004900 01  OS-SECURITY-RECORD.                                          00490001
005000     05  OS-OPERATOR         PIC X(08).                           00500001
005100     05  FILLER              PIC X(01).                           00510001
005200     05  OS-NAME             PIC X(30).                           00520001
005300     05  FILLER              PIC X(01).                           00530001
005400     05  OS-AUTHORITY        PIC X(01).                           00540001
005500         88  OS-AUTHORITY-VALID        VALUE "I" "C" "R" "A".     00550001
005600     05  FILLER              PIC X(01).                           00560001
005700     05  OS-STATUS           PIC X(01).                           00570001
005800         88  OS-STATUS-VALID           VALUE "A" "R".             00580001
005900                                                                  00590001
006000 WORKING-STORAGE SECTION.                                         00600001
006100                                                                  00610001
006200*----------------------------------------------------------       00620001
006300*OPS-LOADED-SW - SET ONCE THE SECURITY FILE HAS BEEN LOADED.      00630001
006400*THE TABLE SURVIVES BETWEEN CALLS, SO THE FILE IS READ            00640001
006500*ONCE PER RUN NO MATTER HOW MANY CHECKS ARE MADE.                 00650001
006600*----------------------------------------------------------       00660001
006700 01  OPS-LOADED-SW       PIC X(01)   VALUE 'N'.                   00670001
006800     88  OPS-TABLE-LOADED            VALUE 'Y'.                   00680001
006900     88  OPS-TABLE-NOT-LOADED        VALUE 'N'.                   00690001
007000                                                                  00700001
007100*----------------------------------------------------------       00710001
007200*OPS-EOF-SW - SET WHEN SECURITY-FILE IS EXHAUSTED                 00720001
007300*----------------------------------------------------------       00730001
007400 01  OPS-EOF-SW          PIC X(01)   VALUE 'N'.                   00740001
007500     88  OPS-END-OF-FILE             VALUE 'Y'.                   00750001
007600     88  OPS-NOT-END-OF-FILE         VALUE 'N'.                   00760001
007700                                                                  00770001
007800*----------------------------------------------------------       00780001
007900*OPS-AVAIL-SW - WHETHER A SECURITY FILE WAS THERE TO LOAD         00790001
008000*----------------------------------------------------------       00800001
008100 01  OPS-AVAIL-SW        PIC X(01)   VALUE 'N'.                   00810001
008200     88  OPS-SECURITY-AVAILABLE      VALUE 'Y'.                   00820001
008300     88  OPS-SECURITY-MISSING        VALUE 'N'.                   00830001
008400                                                                  00840001
008500 01  OPS-SECURITY-STATUS PIC X(02)   VALUE SPACES.                00850001
008600                                                                  00860001
008700*----------------------------------------------------------       00870001
008800*OPS-OPERATOR-TABLE - EVERY USABLE SECURITY RECORD, HELD          00880001
008900*FOR THE CHECKS.  A FILE PAST THE TABLE LIMIT STOPS LOADING       00890001
009000*AND SAYS SO.                                                     00900001
009100*----------------------------------------------------------       00910001
009200 01  OPS-OPERATOR-TABLE.                                          00920001
009300     05  OPS-OPERATOR-ENTRY OCCURS 500 TIMES.                     00930001
009400         10  OPS-EN-OPERATOR PIC X(08).                           00940001
009500         10  OPS-EN-NAME     PIC X(30).                           00950001
009600         10  OPS-EN-AUTH     PIC X(01).                           00960001
009700         10  OPS-EN-LEVEL    PIC 9(01).                           00970001
009800         10  OPS-EN-STATUS   PIC X(01).                           00980001
009900                                                                  00990001
010000 77  OPS-OPERATOR-MAX    PIC 9(05) COMP     VALUE 500.            01000001
010100 77  OPS-OPERATOR-COUNT  PIC 9(05) COMP     VALUE ZERO.           01010001
010200 77  OPS-OX              PIC 9(05) COMP     VALUE ZERO.           01020001
010300 77  OPS-FOUND-X         PIC 9(05) COMP     VALUE ZERO.           01030001
010400                                                                  01040001
010500 LINKAGE SECTION.                                                 01050001
010600                                                                  01060001
010700*----------------------------------------------------------       01070001
010800*THE OPERATOR TO CHECK AND THE ANSWER, SHARED WITH THE            01080001
010900*CALLER                                                           01090001
011000*----------------------------------------------------------       01100001
011100 COPY OPERPARM.                                                   01110001
011200*                                                                 01120001
011300 PROCEDURE DIVISION USING WS-OPER-PARM.                           01130001
011400*============================================================     01140001
011500*0000-MAINLINE                                                    01150001
011600*    LOADS THE SECURITY FILE ON THE FIRST CALL OF THE RUN,        01160001
011700*    CHECKS THE OPERATOR, AND RETURNS CONTROL TO THE CALLER.      01170001
011800*============================================================     01180001
011900 0000-MAINLINE.                                                   01190001
012000     IF OPS-TABLE-NOT-LOADED                                      01200001
012100         PERFORM 1000-LOAD-SECURITY THRU 1000-EXIT                01210001
012200         SET OPS-TABLE-LOADED TO TRUE                             01220001
012300     END-IF.                                                      01230001
012400     PERFORM 2000-CHECK-OPERATOR THRU 2000-EXIT.                  01240001
012500     GOBACK.                                                      01250001
012600*                                                                 01260001
012700*------------------------------------------------------------     01270001
012800*1000-LOAD-SECURITY                                               01280001
012900*    LOADS EVERY USABLE SECURITY RECORD INTO THE TABLE.  A        01290001
013000*    MISSING FILE IS REPORTED ONCE; EVERY CHECK THEN COMES        01300001
013100*    BACK NO-SECURITY-FILE.                                       01310001
013200*------------------------------------------------------------     01320001
013300 1000-LOAD-SECURITY.                                              01330001
013400     OPEN INPUT SECURITY-FILE.                                    01340001
013500     IF OPS-SECURITY-STATUS = "00"                                01350001
013600         SET OPS-SECURITY-AVAILABLE TO TRUE                       01360001
013700         PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT            01370001
013800             UNTIL OPS-END-OF-FILE                                01380001
013900         CLOSE SECURITY-FILE                                      01390001
014000     ELSE                                                         01400001
014100         DISPLAY "HELOPER - NO OPERATOR SECURITY FILE, STATUS "   01410001
014200             OPS-SECURITY-STATUS " - ALL OPERATORS REFUSED"       01420001
014300     END-IF.                                                      01430001
014400 1000-EXIT.                                                       01440001
014500     EXIT.                                                        01450001
014600*                                                                 01460001
014700*------------------------------------------------------------     01470001
014800*1100-LOAD-ONE-OPERATOR                                           01480001
014900*    READS ONE SECURITY RECORD INTO THE TABLE.  A RECORD          01490001
015000*    THAT WILL NOT VALIDATE IS DROPPED LOUDLY RATHER THAN         01500001
015100*    TRUSTED, AND SO IS A RECORD PAST THE TABLE LIMIT.  A         01510001
015200*    DROPPED OPERATOR LOOKS UNKNOWN AND IS REFUSED, WHICH         01520001
015300*    IS THE SAFE SIDE UNTIL THE FILE IS FIXED.                    01530001
015400*------------------------------------------------------------     01540001
015500 1100-LOAD-ONE-OPERATOR.                                          01550001
015600     READ SECURITY-FILE                                           01560001
015700         AT END                                                   01570001
015800             SET OPS-END-OF-FILE TO TRUE                          01580001
015900             GO TO 1100-EXIT                                      01590001
016000     END-READ.                                                    01600001
016100     IF OS-OPERATOR = SPACES                                      01610001
016200        OR NOT OS-AUTHORITY-VALID                                 01620001
016300        OR NOT OS-STATUS-VALID                                    01630001
016400         DISPLAY "HELOPER - SECURITY RECORD DROPPED, WILL "       01640001
016500             "NOT VALIDATE: " OS-SECURITY-RECORD                  01650001
016600         GO TO 1100-EXIT                                          01660001
016700     END-IF.                                                      01670001
016800     IF OPS-OPERATOR-COUNT NOT < OPS-OPERATOR-MAX                 01680001
016900         DISPLAY "HELOPER - OPERATOR TABLE FULL, RECORD "         01690001
017000             "DROPPED: " OS-SECURITY-RECORD                       01700001
017100         GO TO 1100-EXIT                                          01710001
017200     END-IF.                                                      01720001
017300     ADD 1 TO OPS-OPERATOR-COUNT.                                 01730001
017400     MOVE OS-OPERATOR  TO OPS-EN-OPERATOR(OPS-OPERATOR-COUNT).    01740001
017500     MOVE OS-NAME      TO OPS-EN-NAME(OPS-OPERATOR-COUNT).        01750001
017600     MOVE OS-AUTHORITY TO OPS-EN-AUTH(OPS-OPERATOR-COUNT).        01760001
017700     MOVE OS-STATUS    TO OPS-EN-STATUS(OPS-OPERATOR-COUNT).      01770001
017800     IF OS-AUTHORITY = "I"                                        01780001
017900         MOVE 1 TO OPS-EN-LEVEL(OPS-OPERATOR-COUNT)               01790001
018000     ELSE IF OS-AUTHORITY = "C"                                   01800001
018100         MOVE 2 TO OPS-EN-LEVEL(OPS-OPERATOR-COUNT)               01810001
018200     ELSE IF OS-AUTHORITY = "R"                                   01820001
018300         MOVE 3 TO OPS-EN-LEVEL(OPS-OPERATOR-COUNT)               01830001
018400     ELSE                                                         01840001
018500         MOVE 4 TO OPS-EN-LEVEL(OPS-OPERATOR-COUNT)               01850001
018600     END-IF.                                                      01860001
018700 1100-EXIT.                                                       01870001
018800     EXIT.                                                        01880001
018900*                                                                 01890001
019000*------------------------------------------------------------     01900001
019100*2000-CHECK-OPERATOR                                              01910001
019200*    FINDS THE OPERATOR AND RETURNS THE ANSWER.  THE              01920001
019300*    OPERATOR MUST BE ON THE FILE, ACTIVE, AND HOLD AT            01930001
019400*    LEAST THE LEVEL ASKED FOR.  A BLANK ID IS UNKNOWN.           01940001
019500*    WHEN FOUND, THE NAME, AUTHORITY AND STATUS COME BACK         01950001
019600*    WHATEVER THE ANSWER, SO THE CALLER CAN SAY WHY.              01960001
019700*------------------------------------------------------------     01970001
019800 2000-CHECK-OPERATOR.                                             01980001
019900     MOVE SPACES TO WS-OP-NAME.                                   01990001
020000     MOVE SPACES TO WS-OP-AUTHORITY.                              02000001
020100     MOVE SPACES TO WS-OP-STATUS.                                 02010001
020200     MOVE ZERO   TO WS-OP-LEVEL.                                  02020001
020300     MOVE ZERO   TO OPS-FOUND-X.                                  02030001
020400     IF WS-OP-OPERATOR NOT = SPACES                               02040001
020500         PERFORM 2100-CHECK-ONE-OPERATOR THRU 2100-EXIT           02050001
020600             VARYING OPS-OX FROM 1 BY 1                           02060001
020700             UNTIL OPS-OX > OPS-OPERATOR-COUNT                    02070001
020800                OR OPS-FOUND-X > ZERO                             02080001
020900     END-IF.                                                      02090001
021000     IF OPS-FOUND-X > ZERO                                        02100001
021100         MOVE OPS-EN-NAME(OPS-FOUND-X)   TO WS-OP-NAME            02110001
021200         MOVE OPS-EN-AUTH(OPS-FOUND-X)   TO WS-OP-AUTHORITY       02120001
021300         MOVE OPS-EN-LEVEL(OPS-FOUND-X)  TO WS-OP-LEVEL           02130001
021400         MOVE OPS-EN-STATUS(OPS-FOUND-X) TO WS-OP-STATUS          02140001
021500     END-IF.                                                      02150001
021600     IF OPS-SECURITY-MISSING                                      02160001
021700         SET WS-OP-NO-SECURITY-FILE TO TRUE                       02170001
021800         MOVE "NO SECURITY FILE" TO WS-OP-REASON                  02180001
021900     ELSE IF OPS-FOUND-X = ZERO                                   02190001
022000         SET WS-OP-UNKNOWN TO TRUE                                02200001
022100         MOVE "UNKNOWN OPERATOR" TO WS-OP-REASON                  02210001
022200     ELSE IF WS-OP-STATUS-REVOKED                                 02220001
022300         SET WS-OP-REVOKED TO TRUE                                02230001
022400         MOVE "OPERATOR REVOKED" TO WS-OP-REASON                  02240001
022500     ELSE IF WS-OP-LEVEL < WS-OP-NEED-LEVEL                       02250001
022600         SET WS-OP-NOT-AUTHORIZED TO TRUE                         02260001
022700         MOVE "NOT AUTHORIZED" TO WS-OP-REASON                    02270001
022800     ELSE                                                         02280001
022900         SET WS-OP-AUTHORIZED TO TRUE                             02290001
023000         MOVE SPACES TO WS-OP-REASON                              02300001
023100     END-IF.                                                      02310001
023200 2000-EXIT.                                                       02320001
023300     EXIT.                                                        02330001
023400*                                                                 02340001
023500*------------------------------------------------------------     02350001
023600*2100-CHECK-ONE-OPERATOR                                          02360001
023700*    TESTS ONE TABLE ENTRY AGAINST THE REQUESTED OPERATOR.        02370001
023800*------------------------------------------------------------     02380001
023900 2100-CHECK-ONE-OPERATOR.                                         02390001
024000     IF OPS-EN-OPERATOR(OPS-OX) = WS-OP-OPERATOR                  02400001
024100         MOVE OPS-OX TO OPS-FOUND-X                               02410001
024200     END-IF.                                                      02420001
024300 2100-EXIT.                                                       02430001
024400     EXIT.                                                        02440001
