000100*----------------------------------------------------------       00010001
000200*HELBKLG - CONSOLIDATED WORK-QUEUE BACKLOG AND AGING REPORT       00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELBKLG.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE UNIT'S OPEN WORK SITS     00140001
001500*                IN FIVE PLACES - EXCPQUE, DUPQUE, OPEN APPEALS,  00150001
001600*                STPEND, AND NEEDSADR - AND THE SUPERVISOR WAS    00160001
001700*                COPYING THE COUNTS OFF EACH ONE ONTO A BOARD     00170001
001800*                EVERY MONDAY.  THIS READS ALL FIVE AND PRINTS    00180001
001900*                THE OPEN ITEMS PER QUEUE BY SOURCE SITE AND      00190001
002000*                PROGRAM IN AGING BUCKETS (0-7, 8-30, 31-60,      00200001
002100*                OVER 60 DAYS), THE OLDEST ITEM IN EACH QUEUE     00210001
002200*                BY APPLICANT ID, AND EVERY APPLICANT OPEN IN     00220001
002300*                MORE THAN ONE QUEUE AT ONCE.  EACH RUN APPENDS   00230001
002400*                A SNAPSHOT TO BKLGHIST SO THE TREND CAN BE       00240001
002500*                CHARTED.  THE QUEUES ARE ONLY READ.              00250001
002510*10/15/2026 RJM  THE DUPQUE LAYOUT IS NOW SPELLED OUT FIELD       00251002
002520*                BY FIELD AS HELDUPR HAS IT; THE FILLER WIDTHS    00252002
002530*                HAD THE QUEUE DATE AND SITE READ FROM THE        00253002
002540*                WRONG BYTES.                                     00254002
002600*----------------------------------------------------------       00260001
002700 ENVIRONMENT DIVISION.                                            00270001
002800 CONFIGURATION SECTION.                                           00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
003000 FILE-CONTROL.                                                    00300001
003100     SELECT EXCEPTION-QUEUE ASSIGN TO "EXCPQUE"                   00310001
003200         ORGANIZATION IS LINE SEQUENTIAL                          00320001
003300         FILE STATUS IS WS-QUEUE-STATUS.                          00330001
003400                                                                  00340001
003500     SELECT DUPLICATE-QUEUE ASSIGN TO "DUPQUE"                    00350001
003600         ORGANIZATION IS LINE SEQUENTIAL                          00360001
003700         FILE STATUS IS WS-QUEUE-STATUS.                          00370001
003800                                                                  00380001
003900     SELECT APPEAL-FILE ASSIGN TO "APPEALS"                       00390001
004000         ORGANIZATION IS INDEXED                                  00400001
004100         ACCESS MODE IS SEQUENTIAL                                00410001
004200         RECORD KEY IS APL-KEY                                    00420001
004300         FILE STATUS IS WS-QUEUE-STATUS.                          00430001
004400                                                                  00440001
004500     SELECT PENDING-FILE ASSIGN TO "STPEND"                       00450001
004600         ORGANIZATION IS LINE SEQUENTIAL                          00460001
004700         FILE STATUS IS WS-QUEUE-STATUS.                          00470001
004800                                                                  00480001
004900     SELECT NEEDS-ADDRESS-QUEUE ASSIGN TO "NEEDSADR"              00490001
005000         ORGANIZATION IS LINE SEQUENTIAL                          00500001
005100         FILE STATUS IS WS-QUEUE-STATUS.                          00510001
005200                                                                  00520001
005300     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00530001
005400         ORGANIZATION IS INDEXED                                  00540001
005500         ACCESS MODE IS RANDOM                                    00550001
005600         RECORD KEY IS AM-REC-KEY                                 00560001
005700         FILE STATUS IS WS-MASTER-STATUS.                         00570001
005800                                                                  00580001
005900     SELECT BACKLOG-REPORT ASSIGN TO "BKLGRPT"                    00590001
006000         ORGANIZATION IS LINE SEQUENTIAL.                         00600001
006100                                                                  00610001
006200     SELECT BACKLOG-HISTORY ASSIGN TO "BKLGHIST"                  00620001
006300         ORGANIZATION IS LINE SEQUENTIAL                          00630001
006400         FILE STATUS IS WS-HISTORY-STATUS.                        00640001
006500                                                                  00650001
006600 DATA DIVISION.                                                   00660001
006700 FILE SECTION.                                                    00670001
006800*----------------------------------------------------------       00680001
006900*EXCEPTION-QUEUE - THE OUTSTANDING-EXCEPTION QUEUE, IN THE        00690001
007000*LAYOUT HELWOR APPENDS AND HELCORR REWRITES.  ENTRIES             00700001
007100*QUEUED BEFORE THE SITE AND PROGRAM WERE CARRIED HAVE             00710001
007200*THEM BLANK.                                                      00720001
007300*----------------------------------------------------------       00730001
007400 FD  EXCEPTION-QUEUE.                                             00740001
007500 01  XQ-QUEUE-RECORD.                                             00750001
007600     05  XQ-NAME             PIC X(30).                           00760001
007700     05  FILLER              PIC X(02).                           00770001
007800     05  XQ-AGE              PIC X(03).                           00780001
007900     05  FILLER              PIC X(02).                           00790001
008000     05  XQ-AGE2             PIC X(03).                           00800001
008100     05  FILLER              PIC X(02).                           00810001
008200     05  XQ-REASON           PIC X(20).                           00820001
008300     05  FILLER              PIC X(02).                           00830001
008400     05  XQ-APPL-ID          PIC X(10).                           00840001
008500     05  FILLER              PIC X(02).                           00850001
008600     05  XQ-DATE             PIC X(08).                           00860001
008700     05  FILLER              PIC X(02).                           00870001
008800     05  XQ-STREET           PIC X(30).                           00880001
008900     05  FILLER              PIC X(02).                           00890001
009000     05  XQ-CITY             PIC X(20).                           00900001
009100     05  FILLER              PIC X(02).                           00910001
009200     05  XQ-STATE            PIC X(02).                           00920001
009300     05  FILLER              PIC X(02).                           00930001
009400     05  XQ-POSTAL           PIC X(10).                           00940001
009500     05  FILLER              PIC X(02).                           00950001
009600     05  XQ-PROGRAM          PIC X(03).                           00960001
009700     05  FILLER              PIC X(02).                           00970001
009800     05  XQ-SITE             PIC X(10).                           00980001
009900                                                                  00990001
010000*----------------------------------------------------------       01000001
010100*DUPLICATE-QUEUE - THE OUTSTANDING-DUPLICATE QUEUE, IN THE        01010001
010200*LAYOUT HELWOR APPENDS AND HELDUPR REWRITES, FIELD FOR            01020002
010300*FIELD AS HELDUPR HAS IT.                                         01030002
010400*----------------------------------------------------------       01040001
010500 FD  DUPLICATE-QUEUE.                                             01050001
010600 01  DQ-QUEUE-RECORD.                                             01060001
010610     05  DQ-APPL-ID          PIC X(10).                           01061002
010620     05  FILLER              PIC X(02).                           01062002
010630     05  DQ-PROGRAM          PIC X(03).                           01063002
010640     05  FILLER              PIC X(02).                           01064002
010650     05  DQ-NAME             PIC X(30).                           01065002
010660     05  FILLER              PIC X(02).                           01066002
010670     05  DQ-AGE              PIC X(03).                           01067002
010680     05  FILLER              PIC X(02).                           01068002
010690     05  DQ-BIRTH-DATE       PIC X(08).                           01069002
010700     05  FILLER              PIC X(02).                           01070002
010710     05  DQ-PRIOR-SOURCE     PIC X(08).                           01071002
010720     05  FILLER              PIC X(02).                           01072002
010730     05  DQ-PRIOR-NAME       PIC X(30).                           01073002
010740     05  FILLER              PIC X(02).                           01074002
010750     05  DQ-PRIOR-AGE        PIC X(03).                           01075002
010760     05  FILLER              PIC X(02).                           01076002
010770     05  DQ-PRIOR-DATE       PIC X(08).                           01077002
010780     05  FILLER              PIC X(02).                           01078002
010790     05  DQ-DATE             PIC X(08).                           01079002
010800     05  FILLER              PIC X(02).                           01080002
010810     05  DQ-STREET           PIC X(30).                           01081002
010820     05  FILLER              PIC X(02).                           01082002
010830     05  DQ-CITY             PIC X(20).                           01083002
010840     05  FILLER              PIC X(02).                           01084002
010850     05  DQ-STATE            PIC X(02).                           01085002
010860     05  FILLER              PIC X(02).                           01086002
010870     05  DQ-POSTAL           PIC X(10).                           01087002
010880     05  FILLER              PIC X(02).                           01088002
010890     05  DQ-SITE             PIC X(10).                           01089002
011500                                                                  01150001
011600*----------------------------------------------------------       01160001
011700*APPEAL-FILE - ONE RECORD PER APPEAL, IN HELAPPL'S LAYOUT.        01170001
011800*ONLY OPEN APPEALS ARE BACKLOG.                                   01180001
011900*----------------------------------------------------------       01190001
012000 FD  APPEAL-FILE.                                                 01200001
012100 01  APL-APPEAL-RECORD.                                           01210001
012200     05  APL-KEY.                                                 01220001
012300         10  APL-APPL-ID     PIC X(10).                           01230001
012400         10  APL-PROGRAM     PIC X(03).                           01240001
012500     05  APL-NAME            PIC X(30).                           01250001
012600     05  APL-RECEIVED        PIC 9(08).                           01260001
012700     05  APL-STATUS          PIC X(01).                           01270001
012800         88  APL-OPEN                  VALUE "O".                 01280001
012900         88  APL-CLOSED                VALUE "C".                 01290001
013000     05  APL-OUTCOME         PIC X(10).                           01300001
013100     05  APL-DECIDED         PIC 9(08).                           01310001
013200                                                                  01320001
013300*----------------------------------------------------------       01330001
013400*PENDING-FILE - DETERMINATIONS SENT TO THE STATE AGENCY AND       01340001
013500*NOT YET ACKNOWLEDGED, IN HELSTATE'S LAYOUT.  THE RUN ID          01350001
013600*CARRIES THE DATE THE RECORD WAS TRANSMITTED.                     01360001
013700*----------------------------------------------------------       01370001
013800 FD  PENDING-FILE.                                                01380001
013900 01  PF-PENDING-RECORD.                                           01390001
014000     05  PF-APPL-ID          PIC X(10).                           01400001
014100     05  FILLER              PIC X(01).                           01410001
014200     05  PF-PROGRAM          PIC X(03).                           01420001
014300     05  FILLER              PIC X(01).                           01430001
014400     05  PF-DETERM-CODE      PIC X(01).                           01440001
014500     05  FILLER              PIC X(01).                           01450001
014600     05  PF-DETERM-DATE      PIC X(08).                           01460001
014700     05  FILLER              PIC X(01).                           01470001
014800     05  PF-RUN-ID.                                               01480001
014900         10  PF-RUN-PREFIX   PIC X(02).                           01490001
015000         10  PF-RUN-DATE     PIC X(08).                           01500001
015100         10  PF-RUN-TIME     PIC X(06).                           01510001
015200                                                                  01520001
015300*----------------------------------------------------------       01530001
015400*NEEDS-ADDRESS-QUEUE - APPLICANTS WITH NO USABLE ADDRESS,         01540001
015500*AS HELLTRS AND HELRMAIL QUEUE THEM                               01550001
015600*----------------------------------------------------------       01560001
015700 FD  NEEDS-ADDRESS-QUEUE.                                         01570001
015800 COPY NADRREC.                                                    01580001
015900                                                                  01590001
016000*----------------------------------------------------------       01600001
016100*APPLICANT-MASTER - READ BY KEY FOR THE SOURCE SITE OF A          01610001
016200*QUEUE ITEM THAT DOES NOT CARRY ONE                               01620001
016300*----------------------------------------------------------       01630001
016400 FD  APPLICANT-MASTER.                                            01640001
016500 COPY APPLMREC.                                                   01650001
016600                                                                  01660001
016700*----------------------------------------------------------       01670001
016800*BACKLOG-REPORT - THE WEEKLY BACKLOG FOR THE ELIGIBILITY          01680001
016900*UNIT SUPERVISOR                                                  01690001
017000*----------------------------------------------------------       01700001
017100 FD  BACKLOG-REPORT.                                              01710001
017200 01  BR-PRINT-LINE           PIC X(100).                          01720001
017300                                                                  01730001
017400*----------------------------------------------------------       01740001
017500*BACKLOG-HISTORY - ONE SNAPSHOT APPENDED PER RUN                  01750001
017600*----------------------------------------------------------       01760001
017700 FD  BACKLOG-HISTORY.                                             01770001
017800 COPY BKLGREC.                                                    01780001
017900                                                                  01790001
018000 WORKING-STORAGE SECTION.                                         01800001
018100                                                                  01810001
018200*----------------------------------------------------------       01820001
018300*WS-EOF-SW - SET WHEN THE QUEUE BEING READ IS EXHAUSTED           01830001
018400*----------------------------------------------------------       01840001
018500 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01850001
018600     88  WS-END-OF-FILE              VALUE 'Y'.                   01860001
018700     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01870001
018800                                                                  01880001
018900*----------------------------------------------------------       01890001
019000*WS-SCAN-SW - SET WHEN A TABLE SCAN HAS FOUND THE SORTED          01900001
019100*PLACE                                                            01910001
019200*----------------------------------------------------------       01920001
019300 01  WS-SCAN-SW          PIC X(01)   VALUE 'N'.                   01930001
019400     88  WS-SCAN-DONE                VALUE 'Y'.                   01940001
019500     88  WS-SCAN-NOT-DONE            VALUE 'N'.                   01950001
019600                                                                  01960001
019700*----------------------------------------------------------       01970001
019800*WS-FULL-SW / WS-APPL-FULL-SW - SET THE FIRST TIME THE            01980001
019900*COUNT TABLE OR THE APPLICANT TABLE FILLS                         01990001
020000*----------------------------------------------------------       02000001
020100 01  WS-FULL-SW          PIC X(01)   VALUE 'N'.                   02010001
020200     88  WS-TABLE-FULL               VALUE 'Y'.                   02020001
020300     88  WS-TABLE-NOT-FULL           VALUE 'N'.                   02030001
020400 01  WS-APPL-FULL-SW     PIC X(01)   VALUE 'N'.                   02040001
020500     88  WS-APPL-TABLE-FULL          VALUE 'Y'.                   02050001
020600     88  WS-APPL-TABLE-NOT-FULL      VALUE 'N'.                   02060001
020700                                                                  02070001
020800*----------------------------------------------------------       02080001
020900*WS-MASTER-SW - SET WHEN THE MASTER OPENED FOR SITE LOOKUPS       02090001
021000*----------------------------------------------------------       02100001
021100 01  WS-MASTER-SW        PIC X(01)   VALUE 'N'.                   02110001
021200     88  WS-MASTER-OPEN              VALUE 'Y'.                   02120001
021300     88  WS-MASTER-CLOSED            VALUE 'N'.                   02130001
021400                                                                  02140001
021500 01  WS-QUEUE-STATUS      PIC X(02)   VALUE SPACES.               02150001
021600 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               02160001
021700 01  WS-HISTORY-STATUS    PIC X(02)   VALUE SPACES.               02170001
021800                                                                  02180001
021900*------------------------------------------------------------     02190001
022000*WS-QUEUE-NAMES - THE FIVE QUEUES IN REPORT ORDER.  THE           02200001
022100*QUEUE NUMBER IS THE SUBSCRIPT HERE AND IN WS-QUEUE-TOTALS.       02210001
022200*------------------------------------------------------------     02220001
022300 01  WS-QUEUE-NAME-VALUES.                                        02230001
022400     05  FILLER              PIC X(08)   VALUE "EXCPQUE".         02240001
022500     05  FILLER              PIC X(08)   VALUE "DUPQUE".          02250001
022600     05  FILLER              PIC X(08)   VALUE "APPEALS".         02260001
022700     05  FILLER              PIC X(08)   VALUE "STPEND".          02270001
022800     05  FILLER              PIC X(08)   VALUE "NEEDSADR".        02280001
022900 01  WS-QUEUE-NAMES REDEFINES WS-QUEUE-NAME-VALUES.               02290001
023000     05  WS-QN-NAME          PIC X(08)   OCCURS 5 TIMES.          02300001
023100                                                                  02310001
023200*------------------------------------------------------------     02320001
023300*WS-QUEUE-TOTALS - PER QUEUE: WHETHER IT COULD BE READ, THE       02330001
023400*BUCKET COUNTS, AND THE OLDEST DATED ITEM                         02340001
023500*------------------------------------------------------------     02350001
023600 01  WS-QUEUE-TOTALS.                                             02360001
023700     05  WS-QT-ENTRY OCCURS 5 TIMES.                              02370001
023800         10  WS-QT-STATUS        PIC X(02).                       02380001
023900         10  WS-QT-BUCKET        PIC 9(07) COMP                   02390001
024000                                 OCCURS 5 TIMES.                  02400001
024100         10  WS-QT-TOTAL         PIC 9(07) COMP.                  02410001
024200         10  WS-QT-OLDEST-DATE   PIC 9(08).                       02420001
024300         10  WS-QT-OLDEST-DAYS   PIC 9(05).                       02430001
024400         10  WS-QT-OLDEST-ID     PIC X(10).                       02440001
024500         10  WS-QT-OLDEST-PGM    PIC X(03).                       02450001
024600                                                                  02460001
024700*------------------------------------------------------------     02470001
024800*WS-ALL-TOTALS - THE BUCKET COUNTS ACROSS ALL FIVE QUEUES         02480001
024900*------------------------------------------------------------     02490001
025000 01  WS-ALL-TOTALS.                                               02500001
025100     05  WS-AT-BUCKET        PIC 9(07) COMP  OCCURS 5 TIMES.      02510001
025200     05  WS-AT-TOTAL         PIC 9(07) COMP.                      02520001
025300                                                                  02530001
025400*------------------------------------------------------------     02540001
025500*WS-COUNT-TABLE - OPEN ITEMS KEPT IN KEY ORDER, ONE ENTRY         02550001
025600*PER QUEUE, SITE, AND PROGRAM.  THE BUCKETS ARE 0-7, 8-30,        02560001
025700*31-60, OVER 60 DAYS, AND NO USABLE DATE.                         02570001
025800*------------------------------------------------------------     02580001
025900 01  WS-COUNT-TABLE.                                              02590001
026000     05  WS-CT-ENTRY OCCURS 500 TIMES.                            02600001
026100         10  WS-CT-GROUP.                                         02610001
026200             15  WS-CT-QUEUE     PIC 9(01).                       02620001
026300             15  WS-CT-SITE      PIC X(10).                       02630001
026400             15  WS-CT-PROGRAM   PIC X(03).                       02640001
026500         10  WS-CT-BUCKET        PIC 9(07) COMP                   02650001
026600                                 OCCURS 5 TIMES.                  02660001
026700         10  WS-CT-TOTAL         PIC 9(07) COMP.                  02670001
026800                                                                  02680001
026900 01  WS-LOOK-GROUP.                                               02690001
027000     05  WS-LG-QUEUE         PIC 9(01).                           02700001
027100     05  WS-LG-SITE          PIC X(10).                           02710001
027200     05  WS-LG-PROGRAM       PIC X(03).                           02720001
027300                                                                  02730001
027400*------------------------------------------------------------     02740001
027500*WS-APPL-TABLE - EVERY APPLICANT ID SEEN, IN ID ORDER, WITH       02750001
027600*A FLAG PER QUEUE IT IS OPEN IN                                   02760001
027700*------------------------------------------------------------     02770001
027800 01  WS-APPL-TABLE.                                               02780001
027900     05  WS-AP-ENTRY OCCURS 10000 TIMES.                          02790001
028000         10  WS-AP-APPL-ID       PIC X(10).                       02800001
028100         10  WS-AP-IN-QUEUE      PIC X(01)  OCCURS 5 TIMES.       02810001
028200                                                                  02820001
028300*------------------------------------------------------------     02830001
028400*WS-ITEM - THE QUEUE ITEM IN HAND, WHICHEVER QUEUE IT CAME        02840001
028500*FROM                                                             02850001
028600*------------------------------------------------------------     02860001
028700 01  WS-ITEM.                                                     02870001
028800     05  WS-IT-QUEUE         PIC 9(01).                           02880001
028900     05  WS-IT-APPL-ID       PIC X(10).                           02890001
029000     05  WS-IT-PROGRAM       PIC X(03).                           02900001
029100     05  WS-IT-SITE          PIC X(10).                           02910001
029200     05  WS-IT-DATE          PIC X(08).                           02920001
029300     05  WS-IT-DATE-N REDEFINES WS-IT-DATE                        02930001
029400                             PIC 9(08).                           02940001
029500                                                                  02950001
029600*------------------------------------------------------------     02960001
029700*WS-RUN-DATE - TODAY, THE DATE EVERY ITEM IS AGED TO              02970001
029800*------------------------------------------------------------     02980001
029900 01  WS-RUN-DATE           PIC 9(08)   VALUE ZERO.                02990001
030000                                                                  03000001
030100 01  WS-PRIOR-QUEUE        PIC 9(01)   VALUE ZERO.                03010001
030200                                                                  03020001
030300 77  WS-CT-COUNT-X        PIC 9(05) COMP     VALUE ZERO.          03030001
030400 77  WS-CT-MAX            PIC 9(05) COMP     VALUE 500.           03040001
030500 77  WS-AP-COUNT-X        PIC 9(05) COMP     VALUE ZERO.          03050001
030600 77  WS-AP-MAX            PIC 9(05) COMP     VALUE 10000.         03060001
030700 77  WS-CX                PIC 9(05) COMP     VALUE ZERO.          03070001
030800 77  WS-CY                PIC 9(05) COMP     VALUE ZERO.          03080001
030900 77  WS-QX                PIC 9(05) COMP     VALUE ZERO.          03090001
031000 77  WS-BX                PIC 9(05) COMP     VALUE ZERO.          03100001
031100 77  WS-IN-COUNT          PIC 9(05) COMP     VALUE ZERO.          03110001
031200 77  WS-TODAY-INT         PIC S9(09) COMP    VALUE ZERO.          03120001
031300 77  WS-DAYS-OPEN         PIC S9(09) COMP    VALUE ZERO.          03130001
031400 77  WS-READ-COUNT        PIC 9(07) COMP     VALUE ZERO.          03140001
031500 77  WS-NO-SITE-COUNT     PIC 9(07) COMP     VALUE ZERO.          03150001
031600 77  WS-MULTI-COUNT       PIC 9(07) COMP     VALUE ZERO.          03160001
031700 77  WS-READ-ED           PIC Z(06)9.                             03170001
031800 77  WS-OPEN-ED           PIC Z(06)9.                             03180001
031900 77  WS-MULTI-ED          PIC Z(06)9.                             03190001
032000                                                                  03200001
032100*----------------------------------------------------------       03210001
032200*REPORT LINES                                                     03220001
032300*----------------------------------------------------------       03230001
032400 01  WS-HEADING-1.                                                03240001
032500     05  FILLER              PIC X(30)                            03250001
032600         VALUE "WORK-QUEUE BACKLOG AS OF ".                       03260001
032700     05  WS-H1-DATE          PIC 9(08).                           03270001
032800     05  FILLER              PIC X(62)  VALUE SPACES.             03280001
032900 01  WS-HEADING-2.                                                03290001
033000     05  FILLER              PIC X(10)  VALUE "QUEUE".            03300001
033100     05  FILLER              PIC X(12)  VALUE "SITE".             03310001
033200     05  FILLER              PIC X(03)  VALUE "PGM".              03320001
033300     05  FILLER              PIC X(09)  VALUE "      0-7".        03330001
033400     05  FILLER              PIC X(09)  VALUE "     8-30".        03340001
033500     05  FILLER              PIC X(09)  VALUE "    31-60".        03350001
033600     05  FILLER              PIC X(09)  VALUE "  OVER 60".        03360001
033700     05  FILLER              PIC X(09)  VALUE "  NO DATE".        03370001
033800     05  FILLER              PIC X(09)  VALUE "    TOTAL".        03380001
033900     05  FILLER              PIC X(21)  VALUE SPACES.             03390001
034000 01  WS-HEADING-3.                                                03400001
034100     05  FILLER              PIC X(50)                            03410001
034200         VALUE "OLDEST OPEN ITEM PER QUEUE".                      03420001
034300     05  FILLER              PIC X(50)  VALUE SPACES.             03430001
034400 01  WS-HEADING-4.                                                03440001
034500     05  FILLER              PIC X(10)  VALUE "QUEUE".            03450001
034600     05  FILLER              PIC X(12)  VALUE "APPLICANT".        03460001
034700     05  FILLER              PIC X(05)  VALUE "PGM".              03470001
034800     05  FILLER              PIC X(10)  VALUE "OPENED".           03480001
034900     05  FILLER              PIC X(09)  VALUE "DAYS OPEN".        03490001
035000     05  FILLER              PIC X(54)  VALUE SPACES.             03500001
035100 01  WS-HEADING-5.                                                03510001
035200     05  FILLER              PIC X(50)                            03520001
035300         VALUE "APPLICANTS OPEN IN MORE THAN ONE QUEUE".          03530001
035400     05  FILLER              PIC X(50)  VALUE SPACES.             03540001
035500 01  WS-DETAIL-LINE.                                              03550001
035600     05  WS-DL-QUEUE         PIC X(08).                           03560001
035700     05  FILLER              PIC X(02)  VALUE SPACES.             03570001
035800     05  WS-DL-SITE          PIC X(10).                           03580001
035900     05  FILLER              PIC X(02)  VALUE SPACES.             03590001
036000     05  WS-DL-PROGRAM       PIC X(03).                           03600001
036100     05  WS-DL-COUNTS OCCURS 6 TIMES.                             03610001
036200         10  FILLER          PIC X(02).                           03620001
036300         10  WS-DL-COUNT     PIC Z(06)9.                          03630001
036400     05  FILLER              PIC X(21)  VALUE SPACES.             03640001
036500 01  WS-OLDEST-LINE.                                              03650001
036600     05  WS-OL-QUEUE         PIC X(08).                           03660001
036700     05  FILLER              PIC X(02)  VALUE SPACES.             03670001
036800     05  WS-OL-APPL-ID       PIC X(10).                           03680001
036900     05  FILLER              PIC X(02)  VALUE SPACES.             03690001
037000     05  WS-OL-PROGRAM       PIC X(03).                           03700001
037100     05  FILLER              PIC X(02)  VALUE SPACES.             03710001
037200     05  WS-OL-DATE          PIC 9(08).                           03720001
037300     05  FILLER              PIC X(06)  VALUE SPACES.             03730001
037400     05  WS-OL-DAYS          PIC Z(04)9.                          03740001
037500     05  FILLER              PIC X(54)  VALUE SPACES.             03750001
037600 01  WS-NO-OLDEST-LINE.                                           03760001
037700     05  WS-NO-QUEUE         PIC X(08).                           03770001
037800     05  FILLER              PIC X(02)  VALUE SPACES.             03780001
037900     05  WS-NO-TEXT          PIC X(40).                           03790001
038000     05  FILLER              PIC X(50)  VALUE SPACES.             03800001
038100 01  WS-NOT-READ-TEXT.                                            03810001
038200     05  FILLER              PIC X(30)                            03820001
038300         VALUE "NOT AVAILABLE - FILE STATUS ".                    03830001
038400     05  WS-NR-STATUS        PIC X(02).                           03840001
038500     05  FILLER              PIC X(08)  VALUE SPACES.             03850001
038600 01  WS-MULTI-LINE.                                               03860001
038700     05  WS-ML-APPL-ID       PIC X(10).                           03870001
038800     05  WS-ML-QUEUES OCCURS 5 TIMES.                             03880001
038900         10  FILLER          PIC X(02).                           03890001
039000         10  WS-ML-QUEUE     PIC X(08).                           03900001
039100     05  FILLER              PIC X(40)  VALUE SPACES.             03910001
039200 01  WS-TOTAL-LINE.                                               03920001
039300     05  WS-TL-LABEL         PIC X(40).                           03930001
039400     05  WS-TL-COUNT         PIC Z(06)9.                          03940001
039500     05  FILLER              PIC X(53)  VALUE SPACES.             03950001
039600*                                                                 03960001
039700 PROCEDURE DIVISION.                                              03970001
039800*============================================================     03980001
039900*0000-MAINLINE                                                    03990001
040000*    READS THE FIVE QUEUES IN TURN, PRINTS THE BACKLOG, AND       04000001
040100*    APPENDS THE SNAPSHOT.                                        04010001
040200*============================================================     04020001
040300 0000-MAINLINE.                                                   04030001
040400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      04040001
040500     PERFORM 2000-READ-EXCEPTIONS THRU 2000-EXIT.                 04050001
040600     PERFORM 2200-READ-DUPLICATES THRU 2200-EXIT.                 04060001
040700     PERFORM 2400-READ-APPEALS THRU 2400-EXIT.                    04070001
040800     PERFORM 2600-READ-PENDING THRU 2600-EXIT.                    04080001
040900     PERFORM 2800-READ-NEEDS-ADDRESS THRU 2800-EXIT.              04090001
041000     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.                    04100001
041100     PERFORM 5000-WRITE-SNAPSHOT THRU 5000-EXIT.                  04110001
041200     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       04120001
041300     GOBACK.                                                      04130001
041400*                                                                 04140001
041500*------------------------------------------------------------     04150001
041600*1000-INITIALIZE                                                  04160001
041700*    SETS TODAY, CLEARS THE QUEUE TOTALS, OPENS THE REPORT,       04170001
041800*    AND OPENS THE MASTER FOR SITE LOOKUPS.  WITHOUT THE          04180001
041900*    MASTER AN ITEM THAT DOES NOT CARRY ITS SITE IS COUNTED       04190001
042000*    UNDER AN UNKNOWN SITE AND THE RUN ENDS WITH RC 4.            04200001
042100*------------------------------------------------------------     04210001
042200 1000-INITIALIZE.                                                 04220001
042300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       04230001
042400     COMPUTE WS-TODAY-INT =                                       04240001
042500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                   04250001
042600     PERFORM 1100-CLEAR-ONE-QUEUE THRU 1100-EXIT                  04260001
042700         VARYING WS-QX FROM 1 BY 1                                04270001
042800         UNTIL WS-QX > 5.                                         04280001
042900     PERFORM 1150-CLEAR-ONE-BUCKET THRU 1150-EXIT                 04290001
043000         VARYING WS-BX FROM 1 BY 1                                04300001
043100         UNTIL WS-BX > 5.                                         04310001
043200     MOVE ZERO TO WS-AT-TOTAL.                                    04320001
043300     OPEN OUTPUT BACKLOG-REPORT.                                  04330001
043400     OPEN INPUT APPLICANT-MASTER.                                 04340001
043500     IF WS-MASTER-STATUS = "00"                                   04350001
043600         SET WS-MASTER-OPEN TO TRUE                               04360001
043700     ELSE                                                         04370001
043800         DISPLAY "HELBKLG - APPLICANT MASTER NOT AVAILABLE, "     04380001
043900             "STATUS " WS-MASTER-STATUS                           04390001
044000         DISPLAY "HELBKLG - SITES NOT CARRIED ON THE QUEUE "      04400001
044100             "WILL SHOW AS UNKNOWN"                               04410001
044200         MOVE 4 TO RETURN-CODE                                    04420001
044300     END-IF.                                                      04430001
044400 1000-EXIT.                                                       04440001
044500     EXIT.                                                        04450001
044600*                                                                 04460001
044700*------------------------------------------------------------     04470001
044800*1100-CLEAR-ONE-QUEUE                                             04480001
044900*    ZEROES ONE QUEUE'S TOTALS.  A QUEUE NOT YET READ HAS NO      04490001
045000*    OLDEST ITEM.                                                 04500001
045100*------------------------------------------------------------     04510001
045200 1100-CLEAR-ONE-QUEUE.                                            04520001
045300     MOVE "00"   TO WS-QT-STATUS(WS-QX).                          04530001
045400     MOVE ZERO   TO WS-QT-TOTAL(WS-QX).                           04540001
045500     MOVE ZERO   TO WS-QT-OLDEST-DATE(WS-QX).                     04550001
045600     MOVE ZERO   TO WS-QT-OLDEST-DAYS(WS-QX).                     04560001
045700     MOVE SPACES TO WS-QT-OLDEST-ID(WS-QX).                       04570001
045800     MOVE SPACES TO WS-QT-OLDEST-PGM(WS-QX).                      04580001
045900     PERFORM 1110-CLEAR-QUEUE-BUCKET THRU 1110-EXIT               04590001
046000         VARYING WS-BX FROM 1 BY 1                                04600001
046100         UNTIL WS-BX > 5.                                         04610001
046200 1100-EXIT.                                                       04620001
046300     EXIT.                                                        04630001
046400*                                                                 04640001
046500 1110-CLEAR-QUEUE-BUCKET.                                         04650001
046600     MOVE ZERO TO WS-QT-BUCKET(WS-QX, WS-BX).                     04660001
046700 1110-EXIT.                                                       04670001
046800     EXIT.                                                        04680001
046900*                                                                 04690001
047000 1150-CLEAR-ONE-BUCKET.                                           04700001
047100     MOVE ZERO TO WS-AT-BUCKET(WS-BX).                            04710001
047200 1150-EXIT.                                                       04720001
047300     EXIT.                                                        04730001
047400*                                                                 04740001
047500*------------------------------------------------------------     04750001
047600*2000-READ-EXCEPTIONS                                             04760001
047700*    COUNTS EVERY ENTRY ON THE EXCEPTION QUEUE.  THE SITE         04770001
047800*    AND PROGRAM COME FROM THE ENTRY; AN OLDER ENTRY WITHOUT      04780001
047900*    THEM IS LOOKED UP ON THE MASTER WHEN IT HAS A PROGRAM.       04790001
048000*------------------------------------------------------------     04800001
048100 2000-READ-EXCEPTIONS.                                            04810001
048200     MOVE 1 TO WS-QX.                                             04820001
048300     OPEN INPUT EXCEPTION-QUEUE.                                  04830001
048400     IF WS-QUEUE-STATUS NOT = "00"                                04840001
048500         PERFORM 3900-QUEUE-NOT-READ THRU 3900-EXIT               04850001
048600         GO TO 2000-EXIT                                          04860001
048700     END-IF.                                                      04870001
048800     SET WS-NOT-END-OF-FILE TO TRUE.                              04880001
048900     PERFORM 2100-READ-ONE-EXCEPTION THRU 2100-EXIT               04890001
049000         UNTIL WS-END-OF-FILE.                                    04900001
049100     CLOSE EXCEPTION-QUEUE.                                       04910001
049200 2000-EXIT.                                                       04920001
049300     EXIT.                                                        04930001
049400*                                                                 04940001
049500 2100-READ-ONE-EXCEPTION.                                         04950001
049600     READ EXCEPTION-QUEUE                                         04960001
049700         AT END                                                   04970001
049800             SET WS-END-OF-FILE TO TRUE                           04980001
049900             GO TO 2100-EXIT                                      04990001
050000     END-READ.                                                    05000001
050100     MOVE 1          TO WS-IT-QUEUE.                              05010001
050200     MOVE XQ-APPL-ID TO WS-IT-APPL-ID.                            05020001
050300     MOVE XQ-PROGRAM TO WS-IT-PROGRAM.                            05030001
050400     MOVE XQ-SITE    TO WS-IT-SITE.                               05040001
050500     MOVE XQ-DATE    TO WS-IT-DATE.                               05050001
050600     PERFORM 3000-TALLY-ITEM THRU 3000-EXIT.                      05060001
050700 2100-EXIT.                                                       05070001
050800     EXIT.                                                        05080001
050900*                                                                 05090001
051000*------------------------------------------------------------     05100001
051100*2200-READ-DUPLICATES                                             05110001
051200*    COUNTS EVERY ENTRY ON THE DUPLICATE QUEUE.                   05120001
051300*------------------------------------------------------------     05130001
051400 2200-READ-DUPLICATES.                                            05140001
051500     MOVE 2 TO WS-QX.                                             05150001
051600     OPEN INPUT DUPLICATE-QUEUE.                                  05160001
051700     IF WS-QUEUE-STATUS NOT = "00"                                05170001
051800         PERFORM 3900-QUEUE-NOT-READ THRU 3900-EXIT               05180001
051900         GO TO 2200-EXIT                                          05190001
052000     END-IF.                                                      05200001
052100     SET WS-NOT-END-OF-FILE TO TRUE.                              05210001
052200     PERFORM 2300-READ-ONE-DUPLICATE THRU 2300-EXIT               05220001
052300         UNTIL WS-END-OF-FILE.                                    05230001
052400     CLOSE DUPLICATE-QUEUE.                                       05240001
052500 2200-EXIT.                                                       05250001
052600     EXIT.                                                        05260001
052700*                                                                 05270001
052800 2300-READ-ONE-DUPLICATE.                                         05280001
052900     READ DUPLICATE-QUEUE                                         05290001
053000         AT END                                                   05300001
053100             SET WS-END-OF-FILE TO TRUE                           05310001
053200             GO TO 2300-EXIT                                      05320001
053300     END-READ.                                                    05330001
053400     MOVE 2          TO WS-IT-QUEUE.                              05340001
053500     MOVE DQ-APPL-ID TO WS-IT-APPL-ID.                            05350001
053600     MOVE DQ-PROGRAM TO WS-IT-PROGRAM.                            05360001
053700     MOVE DQ-SITE    TO WS-IT-SITE.                               05370001
053800     MOVE DQ-DATE    TO WS-IT-DATE.                               05380001
053900     PERFORM 3000-TALLY-ITEM THRU 3000-EXIT.                      05390001
054000 2300-EXIT.                                                       05400001
054100     EXIT.                                                        05410001
054200*                                                                 05420001
054300*------------------------------------------------------------     05430001
054400*2400-READ-APPEALS                                                05440001
054500*    COUNTS EVERY OPEN APPEAL, AGED FROM ITS RECEIVED DATE.       05450001
054600*    DECIDED APPEALS STAY ON THE FILE AND ARE SKIPPED.            05460001
054700*------------------------------------------------------------     05470001
054800 2400-READ-APPEALS.                                               05480001
054900     MOVE 3 TO WS-QX.                                             05490001
055000     OPEN INPUT APPEAL-FILE.                                      05500001
055100     IF WS-QUEUE-STATUS NOT = "00"                                05510001
055200         PERFORM 3900-QUEUE-NOT-READ THRU 3900-EXIT               05520001
055300         GO TO 2400-EXIT                                          05530001
055400     END-IF.                                                      05540001
055500     SET WS-NOT-END-OF-FILE TO TRUE.                              05550001
055600     PERFORM 2500-READ-ONE-APPEAL THRU 2500-EXIT                  05560001
055700         UNTIL WS-END-OF-FILE.                                    05570001
055800     CLOSE APPEAL-FILE.                                           05580001
055900 2400-EXIT.                                                       05590001
056000     EXIT.                                                        05600001
056100*                                                                 05610001
056200 2500-READ-ONE-APPEAL.                                            05620001
056300     READ APPEAL-FILE                                             05630001
056400         AT END                                                   05640001
056500             SET WS-END-OF-FILE TO TRUE                           05650001
056600             GO TO 2500-EXIT                                      05660001
056700     END-READ.                                                    05670001
056800     IF NOT APL-OPEN                                              05680001
056900         GO TO 2500-EXIT                                          05690001
057000     END-IF.                                                      05700001
057100     MOVE 3            TO WS-IT-QUEUE.                            05710001
057200     MOVE APL-APPL-ID  TO WS-IT-APPL-ID.                          05720001
057300     MOVE APL-PROGRAM  TO WS-IT-PROGRAM.                          05730001
057400     MOVE SPACES       TO WS-IT-SITE.                             05740001
057500     MOVE APL-RECEIVED TO WS-IT-DATE.                             05750001
057600     PERFORM 3000-TALLY-ITEM THRU 3000-EXIT.                      05760001
057700 2500-EXIT.                                                       05770001
057800     EXIT.                                                        05780001
057900*                                                                 05790001
058000*------------------------------------------------------------     05800001
058100*2600-READ-PENDING                                                05810001
058200*    COUNTS EVERY UNACKNOWLEDGED STATE RECORD, AGED FROM THE      05820001
058300*    DAY IT WAS TRANSMITTED - THE DATE IN ITS RUN ID - OR         05830001
058400*    FROM THE DETERMINATION DATE WHEN THE RUN ID HAS NONE.        05840001
058500*------------------------------------------------------------     05850001
058600 2600-READ-PENDING.                                               05860001
058700     MOVE 4 TO WS-QX.                                             05870001
058800     OPEN INPUT PENDING-FILE.                                     05880001
058900     IF WS-QUEUE-STATUS NOT = "00"                                05890001
059000         PERFORM 3900-QUEUE-NOT-READ THRU 3900-EXIT               05900001
059100         GO TO 2600-EXIT                                          05910001
059200     END-IF.                                                      05920001
059300     SET WS-NOT-END-OF-FILE TO TRUE.                              05930001
059400     PERFORM 2700-READ-ONE-PENDING THRU 2700-EXIT                 05940001
059500         UNTIL WS-END-OF-FILE.                                    05950001
059600     CLOSE PENDING-FILE.                                          05960001
059700 2600-EXIT.                                                       05970001
059800     EXIT.                                                        05980001
059900*                                                                 05990001
060000 2700-READ-ONE-PENDING.                                           06000001
060100     READ PENDING-FILE                                            06010001
060200         AT END                                                   06020001
060300             SET WS-END-OF-FILE TO TRUE                           06030001
060400             GO TO 2700-EXIT                                      06040001
060500     END-READ.                                                    06050001
060600     MOVE 4            TO WS-IT-QUEUE.                            06060001
060700     MOVE PF-APPL-ID   TO WS-IT-APPL-ID.                          06070001
060800     MOVE PF-PROGRAM   TO WS-IT-PROGRAM.                          06080001
060900     MOVE SPACES       TO WS-IT-SITE.                             06090001
061000     IF PF-RUN-DATE IS NUMERIC                                    06100001
061100         MOVE PF-RUN-DATE    TO WS-IT-DATE                        06110001
061200     ELSE                                                         06120001
061300         MOVE PF-DETERM-DATE TO WS-IT-DATE                        06130001
061400     END-IF.                                                      06140001
061500     PERFORM 3000-TALLY-ITEM THRU 3000-EXIT.                      06150001
061600 2700-EXIT.                                                       06160001
061700     EXIT.                                                        06170001
061800*                                                                 06180001
061900*------------------------------------------------------------     06190001
062000*2800-READ-NEEDS-ADDRESS                                          06200001
062100*    COUNTS EVERY ENTRY ON THE NEEDS-ADDRESS QUEUE, AGED FROM     06210001
062200*    THE DATE IT WAS QUEUED.                                      06220001
062300*------------------------------------------------------------     06230001
062400 2800-READ-NEEDS-ADDRESS.                                         06240001
062500     MOVE 5 TO WS-QX.                                             06250001
062600     OPEN INPUT NEEDS-ADDRESS-QUEUE.                              06260001
062700     IF WS-QUEUE-STATUS NOT = "00"                                06270001
062800         PERFORM 3900-QUEUE-NOT-READ THRU 3900-EXIT               06280001
062900         GO TO 2800-EXIT                                          06290001
063000     END-IF.                                                      06300001
063100     SET WS-NOT-END-OF-FILE TO TRUE.                              06310001
063200     PERFORM 2900-READ-ONE-NEEDS-ADDR THRU 2900-EXIT              06320001
063300         UNTIL WS-END-OF-FILE.                                    06330001
063400     CLOSE NEEDS-ADDRESS-QUEUE.                                   06340001
063500 2800-EXIT.                                                       06350001
063600     EXIT.                                                        06360001
063700*                                                                 06370001
063800 2900-READ-ONE-NEEDS-ADDR.                                        06380001
063900     READ NEEDS-ADDRESS-QUEUE                                     06390001
064000         AT END                                                   06400001
064100             SET WS-END-OF-FILE TO TRUE                           06410001
064200             GO TO 2900-EXIT                                      06420001
064300     END-READ.                                                    06430001
064400     MOVE 5          TO WS-IT-QUEUE.                              06440001
064500     MOVE NA-APPL-ID TO WS-IT-APPL-ID.                            06450001
064600     MOVE NA-PROGRAM TO WS-IT-PROGRAM.                            06460001
064700     MOVE SPACES     TO WS-IT-SITE.                               06470001
064800     MOVE NA-DATE    TO WS-IT-DATE.                               06480001
064900     PERFORM 3000-TALLY-ITEM THRU 3000-EXIT.                      06490001
065000 2900-EXIT.                                                       06500001
065100     EXIT.                                                        06510001
065200*                                                                 06520001
065300*------------------------------------------------------------     06530001
065400*3000-TALLY-ITEM                                                  06540001
065500*    AGES THE ITEM IN WS-ITEM AND COUNTS IT AGAINST ITS           06550001
065600*    QUEUE, SITE, AND PROGRAM, ITS QUEUE, AND ALL QUEUES.         06560001
065700*    DAY ARITHMETIC ACROSS MONTH AND YEAR ENDS USES THE           06570001
065800*    INTEGER DATE FORM, AS HELCORR DOES.  AN ITEM WITHOUT A       06580001
065900*    USABLE DATE GOES IN THE NO-DATE BUCKET; ONE DATED AFTER      06590001
066000*    TODAY COUNTS AS 0 DAYS.                                      06600001
066100*------------------------------------------------------------     06610001
066200 3000-TALLY-ITEM.                                                 06620001
066300     ADD 1 TO WS-READ-COUNT.                                      06630001
066400     IF WS-IT-SITE = SPACES                                       06640001
066500         PERFORM 3300-LOOKUP-SITE THRU 3300-EXIT                  06650001
066600     END-IF.                                                      06660001
066700     MOVE 5 TO WS-BX.                                             06670001
066800     MOVE ZERO TO WS-DAYS-OPEN.                                   06680001
066900     IF WS-IT-DATE IS NUMERIC                                     06690001
067000         IF FUNCTION TEST-DATE-YYYYMMDD(WS-IT-DATE-N) = ZERO      06700001
067100             COMPUTE WS-DAYS-OPEN = WS-TODAY-INT -                06710001
067200                 FUNCTION INTEGER-OF-DATE(WS-IT-DATE-N)           06720001
067300             IF WS-DAYS-OPEN < ZERO                               06730001
067400                 MOVE ZERO TO WS-DAYS-OPEN                        06740001
067500             END-IF                                               06750001
067600             PERFORM 3050-PICK-BUCKET THRU 3050-EXIT              06760001
067700             PERFORM 3060-CHECK-OLDEST THRU 3060-EXIT             06770001
067800         END-IF                                                   06780001
067900     END-IF.                                                      06790001
068000     ADD 1 TO WS-QT-BUCKET(WS-IT-QUEUE, WS-BX).                   06800001
068100     ADD 1 TO WS-QT-TOTAL(WS-IT-QUEUE).                           06810001
068200     ADD 1 TO WS-AT-BUCKET(WS-BX).                                06820001
068300     ADD 1 TO WS-AT-TOTAL.                                        06830001
068400     MOVE WS-IT-QUEUE   TO WS-LG-QUEUE.                           06840001
068500     MOVE WS-IT-SITE    TO WS-LG-SITE.                            06850001
068600     MOVE WS-IT-PROGRAM TO WS-LG-PROGRAM.                         06860001
068700     PERFORM 3100-ADD-TO-ENTRY THRU 3100-EXIT.                    06870001
068800     IF WS-IT-APPL-ID NOT = SPACES                                06880001
068900         PERFORM 3200-NOTE-APPLICANT THRU 3200-EXIT               06890001
069000     END-IF.                                                      06900001
069100 3000-EXIT.                                                       06910001
069200     EXIT.                                                        06920001
069300*                                                                 06930001
069400*------------------------------------------------------------     06940001
069500*3050-PICK-BUCKET                                                 06950001
069600*    SETS WS-BX TO THE AGING BUCKET FOR WS-DAYS-OPEN.             06960001
069700*------------------------------------------------------------     06970001
069800 3050-PICK-BUCKET.                                                06980001
069900     IF WS-DAYS-OPEN NOT > 7                                      06990001
070000         MOVE 1 TO WS-BX                                          07000001
070100     ELSE IF WS-DAYS-OPEN NOT > 30                                07010001
070200         MOVE 2 TO WS-BX                                          07020001
070300     ELSE IF WS-DAYS-OPEN NOT > 60                                07030001
070400         MOVE 3 TO WS-BX                                          07040001
070500     ELSE                                                         07050001
070600         MOVE 4 TO WS-BX                                          07060001
070700     END-IF.                                                      07070001
070800 3050-EXIT.                                                       07080001
070900     EXIT.                                                        07090001
071000*                                                                 07100001
071100*------------------------------------------------------------     07110001
071200*3060-CHECK-OLDEST                                                07120001
071300*    KEEPS THE ITEM AS ITS QUEUE'S OLDEST WHEN IT IS THE          07130001
071400*    FIRST DATED ONE OR OLDER THAN THE ONE HELD.  ON A TIE        07140001
071500*    THE FIRST ONE READ STAYS.                                    07150001
071600*------------------------------------------------------------     07160001
071700 3060-CHECK-OLDEST.                                               07170001
071800     IF WS-QT-OLDEST-DATE(WS-IT-QUEUE) NOT = ZERO                 07180001
071900        AND WS-QT-OLDEST-DATE(WS-IT-QUEUE) NOT > WS-IT-DATE-N     07190001
072000         GO TO 3060-EXIT                                          07200001
072100     END-IF.                                                      07210001
072200     MOVE WS-IT-DATE-N  TO WS-QT-OLDEST-DATE(WS-IT-QUEUE).        07220001
072300     MOVE WS-DAYS-OPEN  TO WS-QT-OLDEST-DAYS(WS-IT-QUEUE).        07230001
072400     MOVE WS-IT-APPL-ID TO WS-QT-OLDEST-ID(WS-IT-QUEUE).          07240001
072500     MOVE WS-IT-PROGRAM TO WS-QT-OLDEST-PGM(WS-IT-QUEUE).         07250001
072600 3060-EXIT.                                                       07260001
072700     EXIT.                                                        07270001
072800*                                                                 07280001
072900*------------------------------------------------------------     07290001
073000*3100-ADD-TO-ENTRY                                                07300001
073100*    FINDS THE COUNT TABLE ENTRY FOR WS-LOOK-GROUP, OPENING       07310001
073200*    ONE IN ITS SORTED PLACE IF THIS IS ITS FIRST ITEM, AND       07320001
073300*    ADDS THE ITEM TO BUCKET WS-BX.  ONCE THE TABLE IS FULL A     07330001
073400*    NEW SITE OR PROGRAM IS COUNTED IN THE QUEUE TOTAL ONLY,      07340001
073500*    AND THE RUN ENDS WITH RETURN CODE 4.                         07350001
073600*------------------------------------------------------------     07360001
073700 3100-ADD-TO-ENTRY.                                               07370001
073800     MOVE 1 TO WS-CX.                                             07380001
073900     SET WS-SCAN-NOT-DONE TO TRUE.                                07390001
074000     PERFORM 3110-SCAN-ONE THRU 3110-EXIT                         07400001
074100         UNTIL WS-SCAN-DONE.                                      07410001
074200     IF WS-CX NOT > WS-CT-COUNT-X                                 07420001
074300         IF WS-CT-GROUP(WS-CX) = WS-LOOK-GROUP                    07430001
074400             ADD 1 TO WS-CT-BUCKET(WS-CX, WS-BX)                  07440001
074500             ADD 1 TO WS-CT-TOTAL(WS-CX)                          07450001
074600             GO TO 3100-EXIT                                      07460001
074700         END-IF                                                   07470001
074800     END-IF.                                                      07480001
074900     IF WS-CT-COUNT-X NOT < WS-CT-MAX                             07490001
075000         IF WS-TABLE-NOT-FULL                                     07500001
075100             SET WS-TABLE-FULL TO TRUE                            07510001
075200             DISPLAY "HELBKLG - COUNT TABLE FULL, LATER "         07520001
075300                 "SITES/PROGRAMS COUNTED IN QUEUE TOTALS ONLY"    07530001
075400             MOVE 4 TO RETURN-CODE                                07540001
075500         END-IF                                                   07550001
075600         GO TO 3100-EXIT                                          07560001
075700     END-IF.                                                      07570001
075800     PERFORM 3120-SHIFT-ONE THRU 3120-EXIT                        07580001
075900         VARYING WS-CY FROM WS-CT-COUNT-X BY -1                   07590001
076000         UNTIL WS-CY < WS-CX.                                     07600001
076100     ADD 1 TO WS-CT-COUNT-X.                                      07610001
076200     MOVE WS-LOOK-GROUP TO WS-CT-GROUP(WS-CX).                    07620001
076300     PERFORM 3130-CLEAR-ENTRY-BUCKET THRU 3130-EXIT               07630001
076400         VARYING WS-CY FROM 1 BY 1                                07640001
076500         UNTIL WS-CY > 5.                                         07650001
076600     MOVE 1 TO WS-CT-BUCKET(WS-CX, WS-BX).                        07660001
076700     MOVE 1 TO WS-CT-TOTAL(WS-CX).                                07670001
076800 3100-EXIT.                                                       07680001
076900     EXIT.                                                        07690001
077000*                                                                 07700001
077100*------------------------------------------------------------     07710001
077200*3110-SCAN-ONE                                                    07720001
077300*    STEPS WS-CX ALONG THE TABLE UNTIL IT REACHES THE FIRST       07730001
077400*    ENTRY NOT BELOW WS-LOOK-GROUP, OR THE END OF THE TABLE.      07740001
077500*------------------------------------------------------------     07750001
077600 3110-SCAN-ONE.                                                   07760001
077700     IF WS-CX > WS-CT-COUNT-X                                     07770001
077800         SET WS-SCAN-DONE TO TRUE                                 07780001
077900         GO TO 3110-EXIT                                          07790001
078000     END-IF.                                                      07800001
078100     IF WS-CT-GROUP(WS-CX) NOT < WS-LOOK-GROUP                    07810001
078200         SET WS-SCAN-DONE TO TRUE                                 07820001
078300         GO TO 3110-EXIT                                          07830001
078400     END-IF.                                                      07840001
078500     ADD 1 TO WS-CX.                                              07850001
078600 3110-EXIT.                                                       07860001
078700     EXIT.                                                        07870001
078800*                                                                 07880001
078900*------------------------------------------------------------     07890001
079000*3120-SHIFT-ONE                                                   07900001
079100*    MOVES ONE ENTRY UP A SLOT TO OPEN THE SORTED PLACE FOR       07910001
079200*    A NEW ONE.                                                   07920001
079300*------------------------------------------------------------     07930001
079400 3120-SHIFT-ONE.                                                  07940001
079500     MOVE WS-CT-ENTRY(WS-CY) TO WS-CT-ENTRY(WS-CY + 1).           07950001
079600 3120-EXIT.                                                       07960001
079700     EXIT.                                                        07970001
079800*                                                                 07980001
079900 3130-CLEAR-ENTRY-BUCKET.                                         07990001
080000     MOVE ZERO TO WS-CT-BUCKET(WS-CX, WS-CY).                     08000001
080100 3130-EXIT.                                                       08010001
080200     EXIT.                                                        08020001
080300*                                                                 08030001
080400*------------------------------------------------------------     08040001
080500*3200-NOTE-APPLICANT                                              08050001
080600*    FLAGS THE APPLICANT AS OPEN IN THIS QUEUE, OPENING AN        08060001
080700*    ENTRY IN ID ORDER THE FIRST TIME THE ID IS SEEN.  ONCE       08070001
080800*    THE TABLE IS FULL A NEW ID IS NOT TRACKED, THE               08080001
080900*    MORE-THAN-ONE-QUEUE LIST MAY BE SHORT, AND THE RUN ENDS      08090001
081000*    WITH RETURN CODE 4.                                          08100001
081100*------------------------------------------------------------     08110001
081200 3200-NOTE-APPLICANT.                                             08120001
081300     MOVE 1 TO WS-CX.                                             08130001
081400     SET WS-SCAN-NOT-DONE TO TRUE.                                08140001
081500     PERFORM 3210-SCAN-ONE-APPL THRU 3210-EXIT                    08150001
081600         UNTIL WS-SCAN-DONE.                                      08160001
081700     IF WS-CX NOT > WS-AP-COUNT-X                                 08170001
081800         IF WS-AP-APPL-ID(WS-CX) = WS-IT-APPL-ID                  08180001
081900             MOVE 'Y' TO WS-AP-IN-QUEUE(WS-CX, WS-IT-QUEUE)       08190001
082000             GO TO 3200-EXIT                                      08200001
082100         END-IF                                                   08210001
082200     END-IF.                                                      08220001
082300     IF WS-AP-COUNT-X NOT < WS-AP-MAX                             08230001
082400         IF WS-APPL-TABLE-NOT-FULL                                08240001
082500             SET WS-APPL-TABLE-FULL TO TRUE                       08250001
082600             DISPLAY "HELBKLG - APPLICANT TABLE FULL, "           08260001
082700                 "MORE-THAN-ONE-QUEUE LIST IS PARTIAL"            08270001
082800             MOVE 4 TO RETURN-CODE                                08280001
082900         END-IF                                                   08290001
083000         GO TO 3200-EXIT                                          08300001
083100     END-IF.                                                      08310001
083200     PERFORM 3220-SHIFT-ONE-APPL THRU 3220-EXIT                   08320001
083300         VARYING WS-CY FROM WS-AP-COUNT-X BY -1                   08330001
083400         UNTIL WS-CY < WS-CX.                                     08340001
083500     ADD 1 TO WS-AP-COUNT-X.                                      08350001
083600     MOVE WS-IT-APPL-ID TO WS-AP-APPL-ID(WS-CX).                  08360001
083700     PERFORM 3230-CLEAR-APPL-FLAG THRU 3230-EXIT                  08370001
083800         VARYING WS-CY FROM 1 BY 1                                08380001
083900         UNTIL WS-CY > 5.                                         08390001
084000     MOVE 'Y' TO WS-AP-IN-QUEUE(WS-CX, WS-IT-QUEUE).              08400001
084100 3200-EXIT.                                                       08410001
084200     EXIT.                                                        08420001
084300*                                                                 08430001
084400 3210-SCAN-ONE-APPL.                                              08440001
084500     IF WS-CX > WS-AP-COUNT-X                                     08450001
084600         SET WS-SCAN-DONE TO TRUE                                 08460001
084700         GO TO 3210-EXIT                                          08470001
084800     END-IF.                                                      08480001
084900     IF WS-AP-APPL-ID(WS-CX) NOT < WS-IT-APPL-ID                  08490001
085000         SET WS-SCAN-DONE TO TRUE                                 08500001
085100         GO TO 3210-EXIT                                          08510001
085200     END-IF.                                                      08520001
085300     ADD 1 TO WS-CX.                                              08530001
085400 3210-EXIT.                                                       08540001
085500     EXIT.                                                        08550001
085600*                                                                 08560001
085700 3220-SHIFT-ONE-APPL.                                             08570001
085800     MOVE WS-AP-ENTRY(WS-CY) TO WS-AP-ENTRY(WS-CY + 1).           08580001
085900 3220-EXIT.                                                       08590001
086000     EXIT.                                                        08600001
086100*                                                                 08610001
086200 3230-CLEAR-APPL-FLAG.                                            08620001
086300     MOVE 'N' TO WS-AP-IN-QUEUE(WS-CX, WS-CY).                    08630001
086400 3230-EXIT.                                                       08640001
086500     EXIT.                                                        08650001
086600*                                                                 08660001
086700*------------------------------------------------------------     08670001
086800*3300-LOOKUP-SITE                                                 08680001
086900*    TAKES THE SOURCE SITE OF THE ITEM FROM ITS MASTER            08690001
087000*    RECORD - THE SITE OF THE LAST CAPTURE.  NO MASTER, NO        08700001
087100*    PROGRAM TO KEY ON, OR NO SITE ON THE MASTER LEAVES IT        08710001
087200*    BLANK, WHICH PRINTS AS UNKNOWN.                              08720001
087300*------------------------------------------------------------     08730001
087400 3300-LOOKUP-SITE.                                                08740001
087500     IF WS-MASTER-CLOSED                                          08750001
087600        OR WS-IT-APPL-ID = SPACES                                 08760001
087700        OR WS-IT-PROGRAM = SPACES                                 08770001
087800         ADD 1 TO WS-NO-SITE-COUNT                                08780001
087900         GO TO 3300-EXIT                                          08790001
088000     END-IF.                                                      08800001
088100     MOVE WS-IT-APPL-ID TO AM-APPL-ID.                            08810001
088200     MOVE WS-IT-PROGRAM TO AM-PROGRAM.                            08820001
088300     READ APPLICANT-MASTER.                                       08830001
088400     IF WS-MASTER-STATUS NOT = "00"                               08840001
088500         ADD 1 TO WS-NO-SITE-COUNT                                08850001
088600         GO TO 3300-EXIT                                          08860001
088700     END-IF.                                                      08870001
088800     MOVE AM-LAST-SITE TO WS-IT-SITE.                             08880001
088900     IF WS-IT-SITE = SPACES                                       08890001
089000         ADD 1 TO WS-NO-SITE-COUNT                                08900001
089100     END-IF.                                                      08910001
089200 3300-EXIT.                                                       08920001
089300     EXIT.                                                        08930001
089400*                                                                 08940001
089500*------------------------------------------------------------     08950001
089600*3900-QUEUE-NOT-READ                                              08960001
089700*    NOTES A QUEUE THAT WOULD NOT OPEN.  IT IS NAMED ON THE       08970001
089800*    REPORT AND THE CONSOLE, AND THE RUN ENDS WITH RETURN         08980001
089900*    CODE 4 - THE BACKLOG IS UNDERSTATED.                         08990001
090000*------------------------------------------------------------     09000001
090100 3900-QUEUE-NOT-READ.                                             09010001
090200     MOVE WS-QUEUE-STATUS TO WS-QT-STATUS(WS-QX).                 09020001
090300     DISPLAY "HELBKLG - " WS-QN-NAME(WS-QX)                       09030001
090400         " NOT AVAILABLE, STATUS " WS-QUEUE-STATUS.               09040001
090500     MOVE 4 TO RETURN-CODE.                                       09050001
090600 3900-EXIT.                                                       09060001
090700     EXIT.                                                        09070001
090800*                                                                 09080001
090900*------------------------------------------------------------     09090001
091000*4000-PRINT-REPORT                                                09100001
091100*    PRINTS THE COUNTS BY QUEUE, SITE, AND PROGRAM WITH A         09110001
091200*    TOTAL PER QUEUE AND FOR ALL QUEUES, THEN THE OLDEST          09120001
091300*    ITEM PER QUEUE, THEN THE APPLICANTS OPEN IN MORE THAN        09130001
091400*    ONE QUEUE.                                                   09140001
091500*------------------------------------------------------------     09150001
091600 4000-PRINT-REPORT.                                               09160001
091700     MOVE WS-RUN-DATE   TO WS-H1-DATE.                            09170001
091800     MOVE WS-HEADING-1  TO BR-PRINT-LINE.                         09180001
091900     WRITE BR-PRINT-LINE.                                         09190001
092000     MOVE SPACES        TO BR-PRINT-LINE.                         09200001
092100     WRITE BR-PRINT-LINE.                                         09210001
092200     MOVE WS-HEADING-2  TO BR-PRINT-LINE.                         09220001
092300     WRITE BR-PRINT-LINE.                                         09230001
092400     MOVE ZERO          TO WS-PRIOR-QUEUE.                        09240001
092500     PERFORM 4100-PRINT-COUNT-LINE THRU 4100-EXIT                 09250001
092600         VARYING WS-CX FROM 1 BY 1                                09260001
092700         UNTIL WS-CX > WS-CT-COUNT-X.                             09270001
092800     IF WS-PRIOR-QUEUE NOT = ZERO                                 09280001
092900         PERFORM 4150-PRINT-QUEUE-TOTAL THRU 4150-EXIT            09290001
093000     END-IF.                                                      09300001
093100     PERFORM 4180-PRINT-EMPTY-QUEUE THRU 4180-EXIT                09310001
093200         VARYING WS-QX FROM 1 BY 1                                09320001
093300         UNTIL WS-QX > 5.                                         09330001
093400     MOVE SPACES        TO WS-DETAIL-LINE.                        09340001
093500     MOVE "ALL"         TO WS-DL-QUEUE.                           09350001
093600     MOVE "TOTAL"       TO WS-DL-SITE.                            09360001
093700     PERFORM 4190-EDIT-ONE-ALL-COUNT THRU 4190-EXIT               09370001
093800         VARYING WS-BX FROM 1 BY 1                                09380001
093900         UNTIL WS-BX > 5.                                         09390001
094000     MOVE WS-AT-TOTAL   TO WS-DL-COUNT(6).                        09400001
094100     MOVE WS-DETAIL-LINE TO BR-PRINT-LINE.                        09410001
094200     WRITE BR-PRINT-LINE.                                         09420001
094300     MOVE SPACES        TO BR-PRINT-LINE.                         09430001
094400     WRITE BR-PRINT-LINE.                                         09440001
094500     MOVE WS-HEADING-3  TO BR-PRINT-LINE.                         09450001
094600     WRITE BR-PRINT-LINE.                                         09460001
094700     MOVE WS-HEADING-4  TO BR-PRINT-LINE.                         09470001
094800     WRITE BR-PRINT-LINE.                                         09480001
094900     PERFORM 4200-PRINT-OLDEST THRU 4200-EXIT                     09490001
095000         VARYING WS-QX FROM 1 BY 1                                09500001
095100         UNTIL WS-QX > 5.                                         09510001
095200     MOVE SPACES        TO BR-PRINT-LINE.                         09520001
095300     WRITE BR-PRINT-LINE.                                         09530001
095400     MOVE WS-HEADING-5  TO BR-PRINT-LINE.                         09540001
095500     WRITE BR-PRINT-LINE.                                         09550001
095600     PERFORM 4300-PRINT-MULTI THRU 4300-EXIT                      09560001
095700         VARYING WS-CX FROM 1 BY 1                                09570001
095800         UNTIL WS-CX > WS-AP-COUNT-X.                             09580001
095900     MOVE SPACES        TO BR-PRINT-LINE.                         09590001
096000     WRITE BR-PRINT-LINE.                                         09600001
096100     MOVE "APPLICANTS OPEN IN MORE THAN ONE QUEUE"                09610001
096200                        TO WS-TL-LABEL.                           09620001
096300     MOVE WS-MULTI-COUNT TO WS-TL-COUNT.                          09630001
096400     MOVE WS-TOTAL-LINE TO BR-PRINT-LINE.                         09640001
096500     WRITE BR-PRINT-LINE.                                         09650001
096600 4000-EXIT.                                                       09660001
096700     EXIT.                                                        09670001
096800*                                                                 09680001
096900*------------------------------------------------------------     09690001
097000*4100-PRINT-COUNT-LINE                                            09700001
097100*    PRINTS ONE QUEUE, SITE, AND PROGRAM COUNT, CLOSING OFF       09710001
097200*    THE PRIOR QUEUE WITH ITS TOTAL WHEN THE QUEUE CHANGES.       09720001
097300*    THE QUEUE IS NAMED ON ITS FIRST LINE ONLY.                   09730001
097400*------------------------------------------------------------     09740001
097500 4100-PRINT-COUNT-LINE.                                           09750001
097600     MOVE SPACES TO WS-DETAIL-LINE.                               09760001
097700     IF WS-CT-QUEUE(WS-CX) NOT = WS-PRIOR-QUEUE                   09770001
097800         IF WS-PRIOR-QUEUE NOT = ZERO                             09780001
097900             PERFORM 4150-PRINT-QUEUE-TOTAL THRU 4150-EXIT        09790001
098000         END-IF                                                   09800001
098100         MOVE WS-CT-QUEUE(WS-CX) TO WS-PRIOR-QUEUE                09810001
098200         MOVE WS-QN-NAME(WS-PRIOR-QUEUE) TO WS-DL-QUEUE           09820001
098300     END-IF.                                                      09830001
098400     MOVE WS-CT-SITE(WS-CX)    TO WS-DL-SITE.                     09840001
098500     IF WS-CT-SITE(WS-CX) = SPACES                                09850001
098600         MOVE "(UNKNOWN)"      TO WS-DL-SITE                      09860001
098700     END-IF.                                                      09870001
098800     MOVE WS-CT-PROGRAM(WS-CX) TO WS-DL-PROGRAM.                  09880001
098900     PERFORM 4110-EDIT-ONE-COUNT THRU 4110-EXIT                   09890001
099000         VARYING WS-BX FROM 1 BY 1                                09900001
099100         UNTIL WS-BX > 5.                                         09910001
099200     MOVE WS-CT-TOTAL(WS-CX)   TO WS-DL-COUNT(6).                 09920001
099300     MOVE WS-DETAIL-LINE       TO BR-PRINT-LINE.                  09930001
099400     WRITE BR-PRINT-LINE.                                         09940001
099500 4100-EXIT.                                                       09950001
099600     EXIT.                                                        09960001
099700*                                                                 09970001
099800 4110-EDIT-ONE-COUNT.                                             09980001
099900     MOVE WS-CT-BUCKET(WS-CX, WS-BX) TO WS-DL-COUNT(WS-BX).       09990001
100000 4110-EXIT.                                                       10000001
100100     EXIT.                                                        10010001
100200*                                                                 10020001
100300*------------------------------------------------------------     10030001
100400*4150-PRINT-QUEUE-TOTAL                                           10040001
100500*    PRINTS THE TOTAL LINE FOR QUEUE WS-PRIOR-QUEUE.  IT IS       10050001
100600*    TAKEN FROM THE QUEUE TOTALS, SO IT IS RIGHT EVEN WHEN        10060001
100700*    THE COUNT TABLE FILLED.                                      10070001
100800*------------------------------------------------------------     10080001
100900 4150-PRINT-QUEUE-TOTAL.                                          10090001
101000     MOVE SPACES        TO WS-DETAIL-LINE.                        10100001
101100     MOVE "TOTAL"       TO WS-DL-SITE.                            10110001
101200     MOVE WS-PRIOR-QUEUE TO WS-QX.                                10120001
101300     PERFORM 4160-EDIT-ONE-QUEUE-COUNT THRU 4160-EXIT             10130001
101400         VARYING WS-BX FROM 1 BY 1                                10140001
101500         UNTIL WS-BX > 5.                                         10150001
101600     MOVE WS-QT-TOTAL(WS-QX) TO WS-DL-COUNT(6).                   10160001
101700     MOVE WS-DETAIL-LINE TO BR-PRINT-LINE.                        10170001
101800     WRITE BR-PRINT-LINE.                                         10180001
101900     MOVE SPACES        TO BR-PRINT-LINE.                         10190001
102000     WRITE BR-PRINT-LINE.                                         10200001
102100 4150-EXIT.                                                       10210001
102200     EXIT.                                                        10220001
102300*                                                                 10230001
102400 4160-EDIT-ONE-QUEUE-COUNT.                                       10240001
102500     MOVE WS-QT-BUCKET(WS-QX, WS-BX) TO WS-DL-COUNT(WS-BX).       10250001
102600 4160-EXIT.                                                       10260001
102700     EXIT.                                                        10270001
102800*                                                                 10280001
102900*------------------------------------------------------------     10290001
103000*4180-PRINT-EMPTY-QUEUE                                           10300001
103100*    A QUEUE WITH NO OPEN ITEMS HAS NO COUNT LINES, SO IT IS      10310001
103200*    PRINTED HERE WITH A ZERO TOTAL - OR AS NOT AVAILABLE -       10320001
103300*    RATHER THAN LEFT OFF THE REPORT.                             10330001
103400*------------------------------------------------------------     10340001
103500 4180-PRINT-EMPTY-QUEUE.                                          10350001
103600     IF WS-QT-TOTAL(WS-QX) NOT = ZERO                             10360001
103700         GO TO 4180-EXIT                                          10370001
103800     END-IF.                                                      10380001
103900     MOVE SPACES             TO WS-NO-OLDEST-LINE.                10390001
104000     MOVE WS-QN-NAME(WS-QX)  TO WS-NO-QUEUE.                      10400001
104100     IF WS-QT-STATUS(WS-QX) = "00"                                10410001
104200         MOVE "NO OPEN ITEMS"  TO WS-NO-TEXT                      10420001
104300     ELSE                                                         10430001
104400         MOVE WS-QT-STATUS(WS-QX) TO WS-NR-STATUS                 10440001
104500         MOVE WS-NOT-READ-TEXT    TO WS-NO-TEXT                   10450001
104600     END-IF.                                                      10460001
104700     MOVE WS-NO-OLDEST-LINE  TO BR-PRINT-LINE.                    10470001
104800     WRITE BR-PRINT-LINE.                                         10480001
104900     MOVE SPACES             TO BR-PRINT-LINE.                    10490001
105000     WRITE BR-PRINT-LINE.                                         10500001
105100 4180-EXIT.                                                       10510001
105200     EXIT.                                                        10520001
105300*                                                                 10530001
105400 4190-EDIT-ONE-ALL-COUNT.                                         10540001
105500     MOVE WS-AT-BUCKET(WS-BX) TO WS-DL-COUNT(WS-BX).              10550001
105600 4190-EXIT.                                                       10560001
105700     EXIT.                                                        10570001
105800*                                                                 10580001
105900*------------------------------------------------------------     10590001
106000*4200-PRINT-OLDEST                                                10600001
106100*    PRINTS THE OLDEST DATED ITEM IN ONE QUEUE.  AN ITEM          10610001
106200*    WITHOUT AN APPLICANT ID IS SHOWN AS SUCH.                    10620001
106300*------------------------------------------------------------     10630001
106400 4200-PRINT-OLDEST.                                               10640001
106500     IF WS-QT-OLDEST-DATE(WS-QX) = ZERO                           10650001
106600         MOVE SPACES             TO WS-NO-OLDEST-LINE             10660001
106700         MOVE WS-QN-NAME(WS-QX)  TO WS-NO-QUEUE                   10670001
106800         IF WS-QT-STATUS(WS-QX) = "00"                            10680001
106900             MOVE "NO DATED OPEN ITEMS" TO WS-NO-TEXT             10690001
107000         ELSE                                                     10700001
107100             MOVE WS-QT-STATUS(WS-QX) TO WS-NR-STATUS             10710001
107200             MOVE WS-NOT-READ-TEXT    TO WS-NO-TEXT               10720001
107300         END-IF                                                   10730001
107400         MOVE WS-NO-OLDEST-LINE  TO BR-PRINT-LINE                 10740001
107500         WRITE BR-PRINT-LINE                                      10750001
107600         GO TO 4200-EXIT                                          10760001
107700     END-IF.                                                      10770001
107800     MOVE SPACES                   TO WS-OLDEST-LINE.             10780001
107900     MOVE WS-QN-NAME(WS-QX)        TO WS-OL-QUEUE.                10790001
108000     MOVE WS-QT-OLDEST-ID(WS-QX)   TO WS-OL-APPL-ID.              10800001
108100     IF WS-QT-OLDEST-ID(WS-QX) = SPACES                           10810001
108200         MOVE "(NO ID)"            TO WS-OL-APPL-ID               10820001
108300     END-IF.                                                      10830001
108400     MOVE WS-QT-OLDEST-PGM(WS-QX)  TO WS-OL-PROGRAM.              10840001
108500     MOVE WS-QT-OLDEST-DATE(WS-QX) TO WS-OL-DATE.                 10850001
108600     MOVE WS-QT-OLDEST-DAYS(WS-QX) TO WS-OL-DAYS.                 10860001
108700     MOVE WS-OLDEST-LINE           TO BR-PRINT-LINE.              10870001
108800     WRITE BR-PRINT-LINE.                                         10880001
108900 4200-EXIT.                                                       10890001
109000     EXIT.                                                        10900001
109100*                                                                 10910001
109200*------------------------------------------------------------     10920001
109300*4300-PRINT-MULTI                                                 10930001
109400*    PRINTS ONE APPLICANT, WITH THE QUEUES IT IS OPEN IN,         10940001
109500*    WHEN THAT IS MORE THAN ONE.                                  10950001
109600*------------------------------------------------------------     10960001
109700 4300-PRINT-MULTI.                                                10970001
109800     MOVE ZERO TO WS-IN-COUNT.                                    10980001
109900     MOVE SPACES TO WS-MULTI-LINE.                                10990001
110000     PERFORM 4310-NAME-ONE-QUEUE THRU 4310-EXIT                   11000001
110100         VARYING WS-QX FROM 1 BY 1                                11010001
110200         UNTIL WS-QX > 5.                                         11020001
110300     IF WS-IN-COUNT < 2                                           11030001
110400         GO TO 4300-EXIT                                          11040001
110500     END-IF.                                                      11050001
110600     ADD 1 TO WS-MULTI-COUNT.                                     11060001
110700     MOVE WS-AP-APPL-ID(WS-CX) TO WS-ML-APPL-ID.                  11070001
110800     MOVE WS-MULTI-LINE        TO BR-PRINT-LINE.                  11080001
110900     WRITE BR-PRINT-LINE.                                         11090001
111000 4300-EXIT.                                                       11100001
111100     EXIT.                                                        11110001
111200*                                                                 11120001
111300 4310-NAME-ONE-QUEUE.                                             11130001
111400     IF WS-AP-IN-QUEUE(WS-CX, WS-QX) = 'Y'                        11140001
111500         ADD 1 TO WS-IN-COUNT                                     11150001
111600         MOVE WS-QN-NAME(WS-QX) TO WS-ML-QUEUE(WS-IN-COUNT)       11160001
111700     END-IF.                                                      11170001
111800 4310-EXIT.                                                       11180001
111900     EXIT.                                                        11190001
112000*                                                                 11200001
112100*------------------------------------------------------------     11210001
112200*5000-WRITE-SNAPSHOT                                              11220001
112300*    APPENDS THIS RUN'S SNAPSHOT TO BKLGHIST: A D RECORD PER      11230001
112400*    COUNT TABLE ENTRY, A Q RECORD PER QUEUE, AND THE T           11240001
112500*    RECORD.  OPEN EXTEND FALLS BACK TO OPEN OUTPUT WHEN THE      11250001
112600*    HISTORY DOES NOT EXIST YET - THE SAME FALLBACK THE AUDIT     11260001
112700*    LOG USES.  A HISTORY THAT WILL NOT OPEN COSTS THE            11270001
112800*    SNAPSHOT BUT NOT THE REPORT, AND ENDS THE RUN WITH RC 4.     11280001
112900*------------------------------------------------------------     11290001
113000 5000-WRITE-SNAPSHOT.                                             11300001
113100     OPEN EXTEND BACKLOG-HISTORY.                                 11310001
113200     IF WS-HISTORY-STATUS = "35"                                  11320001
113300         OPEN OUTPUT BACKLOG-HISTORY                              11330001
113400     END-IF.                                                      11340001
113500     IF WS-HISTORY-STATUS NOT = "00"                              11350001
113600         DISPLAY "HELBKLG - BKLGHIST NOT AVAILABLE, STATUS "      11360001
113700             WS-HISTORY-STATUS " - NO SNAPSHOT WRITTEN"           11370001
113800         MOVE 4 TO RETURN-CODE                                    11380001
113900         GO TO 5000-EXIT                                          11390001
114000     END-IF.                                                      11400001
114100     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT                     11410001
114200         VARYING WS-CX FROM 1 BY 1                                11420001
114300         UNTIL WS-CX > WS-CT-COUNT-X.                             11430001
114400     PERFORM 5200-WRITE-QUEUE-TOTAL THRU 5200-EXIT                11440001
114500         VARYING WS-QX FROM 1 BY 1                                11450001
114600         UNTIL WS-QX > 5.                                         11460001
114700     MOVE SPACES              TO BH-SNAPSHOT-RECORD.              11470001
114800     MOVE WS-RUN-DATE         TO BH-DATE.                         11480001
114900     SET BH-ALL-TOTAL         TO TRUE.                            11490001
115000     MOVE "ALL"               TO BH-QUEUE.                        11500001
115100     MOVE WS-AT-BUCKET(1)     TO BH-DAYS-00-07.                   11510001
115200     MOVE WS-AT-BUCKET(2)     TO BH-DAYS-08-30.                   11520001
115300     MOVE WS-AT-BUCKET(3)     TO BH-DAYS-31-60.                   11530001
115400     MOVE WS-AT-BUCKET(4)     TO BH-DAYS-OVER-60.                 11540001
115500     MOVE WS-AT-BUCKET(5)     TO BH-NO-DATE.                      11550001
115600     MOVE WS-AT-TOTAL         TO BH-TOTAL.                        11560001
115700     MOVE ZERO                TO BH-OLDEST-DAYS.                  11570001
115800     MOVE WS-MULTI-COUNT      TO BH-MULTI-COUNT.                  11580001
115900     WRITE BH-SNAPSHOT-RECORD.                                    11590001
116000     CLOSE BACKLOG-HISTORY.                                       11600001
116100 5000-EXIT.                                                       11610001
116200     EXIT.                                                        11620001
116300*                                                                 11630001
116400 5100-WRITE-DETAIL.                                               11640001
116500     MOVE SPACES                  TO BH-SNAPSHOT-RECORD.          11650001
116600     MOVE WS-RUN-DATE             TO BH-DATE.                     11660001
116700     SET BH-DETAIL                TO TRUE.                        11670001
116800     MOVE WS-QN-NAME(WS-CT-QUEUE(WS-CX)) TO BH-QUEUE.             11680001
116900     MOVE WS-CT-SITE(WS-CX)       TO BH-SITE.                     11690001
117000     MOVE WS-CT-PROGRAM(WS-CX)    TO BH-PROGRAM.                  11700001
117100     MOVE WS-CT-BUCKET(WS-CX, 1)  TO BH-DAYS-00-07.               11710001
117200     MOVE WS-CT-BUCKET(WS-CX, 2)  TO BH-DAYS-08-30.               11720001
117300     MOVE WS-CT-BUCKET(WS-CX, 3)  TO BH-DAYS-31-60.               11730001
117400     MOVE WS-CT-BUCKET(WS-CX, 4)  TO BH-DAYS-OVER-60.             11740001
117500     MOVE WS-CT-BUCKET(WS-CX, 5)  TO BH-NO-DATE.                  11750001
117600     MOVE WS-CT-TOTAL(WS-CX)      TO BH-TOTAL.                    11760001
117700     MOVE ZERO                    TO BH-OLDEST-DAYS.              11770001
117800     MOVE ZERO                    TO BH-MULTI-COUNT.              11780001
117900     WRITE BH-SNAPSHOT-RECORD.                                    11790001
118000 5100-EXIT.                                                       11800001
118100     EXIT.                                                        11810001
118200*                                                                 11820001
118300 5200-WRITE-QUEUE-TOTAL.                                          11830001
118400     MOVE SPACES                   TO BH-SNAPSHOT-RECORD.         11840001
118500     MOVE WS-RUN-DATE              TO BH-DATE.                    11850001
118600     SET BH-QUEUE-TOTAL            TO TRUE.                       11860001
118700     MOVE WS-QN-NAME(WS-QX)        TO BH-QUEUE.                   11870001
118800     MOVE WS-QT-BUCKET(WS-QX, 1)   TO BH-DAYS-00-07.              11880001
118900     MOVE WS-QT-BUCKET(WS-QX, 2)   TO BH-DAYS-08-30.              11890001
119000     MOVE WS-QT-BUCKET(WS-QX, 3)   TO BH-DAYS-31-60.              11900001
119100     MOVE WS-QT-BUCKET(WS-QX, 4)   TO BH-DAYS-OVER-60.            11910001
119200     MOVE WS-QT-BUCKET(WS-QX, 5)   TO BH-NO-DATE.                 11920001
119300     MOVE WS-QT-TOTAL(WS-QX)       TO BH-TOTAL.                   11930001
119400     MOVE WS-QT-OLDEST-ID(WS-QX)   TO BH-OLDEST-ID.               11940001
119500     MOVE WS-QT-OLDEST-DAYS(WS-QX) TO BH-OLDEST-DAYS.             11950001
119600     MOVE ZERO                     TO BH-MULTI-COUNT.             11960001
119700     WRITE BH-SNAPSHOT-RECORD.                                    11970001
119800 5200-EXIT.                                                       11980001
119900     EXIT.                                                        11990001
120000*                                                                 12000001
120100*------------------------------------------------------------     12010001
120200*9000-TERMINATE                                                   12020001
120300*    CLOSES THE REPORT AND THE MASTER AND DISPLAYS THE            12030001
120400*    COUNTS.                                                      12040001
120500*------------------------------------------------------------     12050001
120600 9000-TERMINATE.                                                  12060001
120700     CLOSE BACKLOG-REPORT.                                        12070001
120800     IF WS-MASTER-OPEN                                            12080001
120900         CLOSE APPLICANT-MASTER                                   12090001
121000     END-IF.                                                      12100001
121100     MOVE WS-READ-COUNT  TO WS-READ-ED.                           12110001
121200     MOVE WS-AT-TOTAL    TO WS-OPEN-ED.                           12120001
121300     MOVE WS-MULTI-COUNT TO WS-MULTI-ED.                          12130001
121400     DISPLAY "HELBKLG - OPEN ITEMS, ALL QUEUES: " WS-OPEN-ED.     12140001
121500     DISPLAY "HELBKLG - APPLICANTS IN MORE THAN ONE QUEUE: "      12150001
121600         WS-MULTI-ED.                                             12160001
121700     IF WS-NO-SITE-COUNT > ZERO                                   12170001
121800         MOVE WS-NO-SITE-COUNT TO WS-READ-ED                      12180001
121900         DISPLAY "HELBKLG - ITEMS WITH NO KNOWN SITE: "           12190001
122000             WS-READ-ED                                           12200001
122100     END-IF.                                                      12210001
122200 9000-EXIT.                                                       12220001
122300     EXIT.                                                        12230001
