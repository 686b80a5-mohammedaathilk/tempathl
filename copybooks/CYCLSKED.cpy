000100*----------------------------------------------------------       00010001
000200*CYCLSKED - NIGHTLY CYCLE SCHEDULE                                00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  THE STEPS OF THE CYCLE,      00050001
000600*                NIGHTLY ONES FIRST IN THE ORDER THEY RUN,        00060001
000700*                THEN THE ONES RUN AS REQUIRED.  FOR EACH:        00070001
000800*                THE STEP (PROGRAM AND FUNCTION LETTER), THE      00080001
000900*                STEP THAT MUST HAVE FINISHED SINCE IT LAST       00090001
001000*                RAN, Y/N NIGHTLY, Y/N A HELSWAP QUEUE SWAP,      00100001
001100*                AND THE FILE IT CONSUMES AND THE FILE IT         00110001
001200*                PRODUCES.  A SWAP STEP'S PREDECESSOR IS THE      00120001
001300*                STEP THAT WROTE THE NEW FILE IT SWAPS IN.        00130001
001400*                THE SECOND TABLE LISTS, FOR THE STEPS THAT       00140001
001500*                READ OR APPEND TO A SWAPPED QUEUE, EACH QUEUE    00150001
001600*                WHOSE OUTSTANDING SWAP REFUSES THE STEP.         00160001
001700*                SHARED BY HELCYCL, WHICH ENFORCES IT, AND        00170001
001800*                HELCYRPT, WHICH REPORTS AGAINST IT.              00180001
001900*----------------------------------------------------------       00190001
002000 01  WS-CYCLE-SCHEDULE-VALUES.                                    00200001
002100     05  FILLER              PIC X(40)                            00210001
002200         VALUE "HELBKUP             YN APPLMAST MASTBKUP".        00220001
002300     05  FILLER              PIC X(40)                            00230001
002400         VALUE "HELWOR    HELBKUP   YN APPFILE  EXCPQUE ".        00240001
002500     05  FILLER              PIC X(40)                            00250001
002600         VALUE "HELCORR   HELWOR    YN EXCPQUE  EXCPQNEW".        00260001
002700     05  FILLER              PIC X(40)                            00270001
002800         VALUE "HELSWAP E HELCORR   YY EXCPQNEW EXCPQUE ".        00280001
002900     05  FILLER              PIC X(40)                            00290001
003000         VALUE "HELDUPR   HELSWAP E YN DUPQUE   DUPQNEW ".        00300001
003100     05  FILLER              PIC X(40)                            00310001
003200         VALUE "HELSWAP D HELDUPR   YY DUPQNEW  DUPQUE  ".        00320001
003300     05  FILLER              PIC X(40)                            00330001
003400         VALUE "HELAPPL   HELSWAP D YN APLTRAN  APPLMAST".        00340001
003500     05  FILLER              PIC X(40)                            00350001
003600         VALUE "HELSTATEX HELAPPL   YN AUDITLOG STPEND  ".        00360001
003700     05  FILLER              PIC X(40)                            00370001
003800         VALUE "HELRECON  HELSTATEX YN AUDITLOG RECNRPT ".        00380001
003900     05  FILLER              PIC X(40)                            00390001
004000         VALUE "HELSTATER           NN STPEND   STPNEW  ".        00400001
004100     05  FILLER              PIC X(40)                            00410001
004200         VALUE "HELSWAP S HELSTATER NY STPNEW   STPEND  ".        00420001
004300     05  FILLER              PIC X(40)                            00430001
004400         VALUE "HELAUDITA           NN AUDITLOG AUDITNEW".        00440001
004500     05  FILLER              PIC X(40)                            00450001
004600         VALUE "HELSWAP A HELAUDITA NY AUDITNEW AUDITLOG".        00460001
004700 01  WS-CYCLE-SCHEDULE REDEFINES WS-CYCLE-SCHEDULE-VALUES.        00470001
004800     05  WS-CS-ENTRY OCCURS 13 TIMES.                             00480001
004900         10  WS-CS-PROGRAM   PIC X(08).                           00490001
005000         10  WS-CS-FUNCTION  PIC X(01).                           00500001
005100         10  FILLER          PIC X(01).                           00510001
005200         10  WS-CS-PRED-PGM  PIC X(08).                           00520001
005300         10  WS-CS-PRED-FUNC PIC X(01).                           00530001
005400         10  FILLER          PIC X(01).                           00540001
005500         10  WS-CS-NIGHTLY   PIC X(01).                           00550001
005600             88  WS-CS-NIGHTLY-STEP    VALUE "Y".                 00560001
005700         10  WS-CS-SWAP      PIC X(01).                           00570001
005800             88  WS-CS-SWAP-STEP       VALUE "Y".                 00580001
005900         10  FILLER          PIC X(01).                           00590001
006000         10  WS-CS-IN-FILE   PIC X(08).                           00600001
006100         10  FILLER          PIC X(01).                           00610001
006200         10  WS-CS-OUT-FILE  PIC X(08).                           00620001
006300 01  WS-CS-STEP-COUNT        PIC 9(04) COMP     VALUE 13.         00630001
006400*                                                                 00640001
006500 01  WS-CYCLE-WAIT-VALUES.                                        00650001
006600     05  FILLER              PIC X(18)                            00660001
006700         VALUE "HELWOR    EXCPQUE ".                              00670001
006800     05  FILLER              PIC X(18)                            00680001
006900         VALUE "HELWOR    DUPQUE  ".                              00690001
007000     05  FILLER              PIC X(18)                            00700001
007100         VALUE "HELWOR    AUDITLOG".                              00710001
007200     05  FILLER              PIC X(18)                            00720001
007300         VALUE "HELCORR   EXCPQUE ".                              00730001
007400     05  FILLER              PIC X(18)                            00740001
007500         VALUE "HELCORR   AUDITLOG".                              00750001
007600     05  FILLER              PIC X(18)                            00760001
007700         VALUE "HELDUPR   DUPQUE  ".                              00770001
007800     05  FILLER              PIC X(18)                            00780001
007900         VALUE "HELDUPR   AUDITLOG".                              00790001
008000     05  FILLER              PIC X(18)                            00800001
008100         VALUE "HELAPPL   AUDITLOG".                              00810001
008200     05  FILLER              PIC X(18)                            00820001
008300         VALUE "HELSTATEX STPEND  ".                              00830001
008400     05  FILLER              PIC X(18)                            00840001
008500         VALUE "HELSTATER STPEND  ".                              00850001
008600     05  FILLER              PIC X(18)                            00860001
008700         VALUE "HELRECON  AUDITLOG".                              00870001
008800     05  FILLER              PIC X(18)                            00880001
008900         VALUE "HELAUDITA AUDITLOG".                              00890001
009000 01  WS-CYCLE-WAITS REDEFINES WS-CYCLE-WAIT-VALUES.               00900001
009100     05  WS-CW-ENTRY OCCURS 12 TIMES.                             00910001
009200         10  WS-CW-PROGRAM   PIC X(08).                           00920001
009300         10  WS-CW-FUNCTION  PIC X(01).                           00930001
009400         10  FILLER          PIC X(01).                           00940001
009500         10  WS-CW-FILE      PIC X(08).                           00950001
009600 01  WS-CW-WAIT-COUNT        PIC 9(04) COMP     VALUE 12.         00960001
