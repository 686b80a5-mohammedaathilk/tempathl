000100*----------------------------------------------------------       00010001
000200*HELPAY - MONTHLY BENEFIT PAYMENT RUN                             00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELPAY.                                              00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE FINANCE OFFICE BUILT      00140001
001500*                THE MONTHLY PAYMENT LIST BY HAND FROM HELPRNT    00150001
001600*                PRINTOUTS.  FOR THE MONTH IN PAYPARM (THE        00160001
001700*                MONTH OF THE RUN WHEN NONE IS GIVEN) THIS        00170001
001800*                PAYS EVERY MASTER RECORD NOW ELIGIBLE OR         00180001
001900*                ELIGIBLE-APPEAL AT THE HELRATE RATE FOR ITS      00190001
002000*                PROGRAM AND TIER, PRORATED BY DAY FOR THE        00200001
002100*                MONTH ELIGIBILITY STARTED.  LAPSED, RETIRED,     00210001
002200*                AND NOT ELIGIBLE RECORDS ARE NOT PAID.           00220001
002300*                EVERY PAYMENT GOES ON THE PAYHIST PAYMENT        00230001
002400*                HISTORY, WHICH ALSO HOLDS A CONTROL RECORD       00240001
002500*                PER MONTH, SO A SECOND RUN FOR A MONTH IS        00250001
002600*                REFUSED WITH RETURN CODE 12.  ON EACH RUN A      00260001
002700*                MONTH ALREADY RUN THAT THE APPLICANT WAS         00270001
002800*                ELIGIBLE FOR BUT NOT PAID - A DETERMINATION      00280001
002900*                MADE AFTER THAT RUN, OR A DENIAL OVERTURNED      00290001
003000*                ON APPEAL, GOING BACK THROUGH THE HELSPAN        00300001
003100*                SPAN HISTORY - IS PAID AS ARREARS, AND AN        00310001
003200*                ELIGIBLE DETERMINATION OVERTURNED ON APPEAL      00320001
003300*                HAS EVERY PAYMENT MADE UNDER IT TAKEN BACK       00330001
003400*                AS AN ADJUSTMENT.  OUTPUT IS THE FIXED-          00340001
003500*                FORMAT DISBURSEMENT FILE FOR THE TREASURY        00350001
003600*                SYSTEM WITH HEADER AND TRAILER CONTROL           00360001
003700*                TOTALS, AND THE PAYMENT REGISTER BY STATE        00370001
003800*                AND NAME.  RUN ID HT PREFIX.                     00380001
003810*10/15/2026 RJM  A START FOUND AT THE EDGE OF THE SPAN HISTORY,   00381002
003820*                OR TAKEN FROM THE MASTER'S LAST DETERMINATION    00382002
003830*                DATE, IS NOT TRUSTED AS A NEW START WHEN THE     00383002
003840*                APPLICANT WAS PAID FOR THE MONTH BEFORE - THE    00384002
003850*                HISTORY ONLY GOES BACK SO FAR AND A RECAPTURE    00385002
003860*                MOVES THE DATE.  ONLY AN APPLICANT NOT ALREADY   00386002
003870*                BEING PAID IS PRORATED.                          00387002
003900*----------------------------------------------------------       00390001
004000 ENVIRONMENT DIVISION.                                            00400001
004100 CONFIGURATION SECTION.                                           00410001
004200 INPUT-OUTPUT SECTION.                                            00420001
004300 FILE-CONTROL.                                                    00430001
004400     SELECT PAY-PARM-FILE ASSIGN TO "PAYPARM"                     00440001
004500         ORGANIZATION IS LINE SEQUENTIAL                          00450001
004600         FILE STATUS IS WS-PARM-STATUS.                           00460001
004700                                                                  00470001
004800     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00480001
004900         ORGANIZATION IS INDEXED                                  00490001
005000         ACCESS MODE IS SEQUENTIAL                                00500001
005100         RECORD KEY IS AM-REC-KEY                                 00510001
005200         FILE STATUS IS WS-MASTER-STATUS.                         00520001
005300                                                                  00530001
005400     SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"                   00540001
005500         ORGANIZATION IS INDEXED                                  00550001
005600         ACCESS MODE IS DYNAMIC                                   00560001
005700         RECORD KEY IS PH-KEY                                     00570001
005800         FILE STATUS IS WS-HISTORY-STATUS.                        00580001
005900                                                                  00590001
006000     SELECT DISBURSEMENT-FILE ASSIGN TO "DISBFILE"                00600001
006100         ORGANIZATION IS LINE SEQUENTIAL                          00610001
006200         FILE STATUS IS WS-DISB-STATUS.                           00620001
006300                                                                  00630001
006400     SELECT PAYMENT-REGISTER ASSIGN TO "PAYRPT"                   00640001
006500         ORGANIZATION IS LINE SEQUENTIAL.                         00650001
006600                                                                  00660001
006700     SELECT SORT-FILE ASSIGN TO "SORTWK".                         00670001
006800                                                                  00680001
006900 DATA DIVISION.                                                   00690001
007000 FILE SECTION.                                                    00700001
007100*----------------------------------------------------------       00710001
007200*PAY-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE              00720001
007300*HOLDING THE MONTH TO PAY AS YYYYMM.  NO FILE OR A BLANK          00730001
007400*MONTH MEANS THE MONTH OF THE RUN DATE.                           00740001
007500*----------------------------------------------------------       00750001
007600 FD  PAY-PARM-FILE.                                               00760001
007700 01  PP-PARM-RECORD.                                              00770001
007800     05  PP-PAY-MONTH        PIC X(06).                           00780001
007900                                                                  00790001
008000*----------------------------------------------------------       00800001
008100*APPLICANT-MASTER - READ END TO END IN KEY ORDER                  00810001
008200*----------------------------------------------------------       00820001
008300 FD  APPLICANT-MASTER.                                            00830001
008400 COPY APPLMREC.                                                   00840001
008500                                                                  00850001
008600*----------------------------------------------------------       00860001
008700*PAYMENT-HISTORY - PERMANENT, ONE RECORD PER APPLICANT,           00870001
008800*PROGRAM, AND MONTH PAID, PLUS ONE CONTROL RECORD PER             00880001
008900*MONTH RUN                                                        00890001
009000*----------------------------------------------------------       00900001
009100 FD  PAYMENT-HISTORY.                                             00910001
009200 COPY PAYHREC.                                                    00920001
009300                                                                  00930001
009400*----------------------------------------------------------       00940001
009500*DISBURSEMENT-FILE - FOR THE TREASURY SYSTEM: AN H RECORD         00950001
009600*WITH THE MONTH, RUN ID, AND DATE CREATED, ONE D RECORD PER       00960001
009700*APPLICANT AND PROGRAM WITH A NET AMOUNT TO PAY, AND A T          00970001
009800*RECORD WITH THE D COUNT AND THE TOTAL OF THE D AMOUNTS.          00980001
009900*DB-ADDR-HOLD IS Y WHEN THE MAILING ADDRESS IS MARKED             00990001
010000*UNDELIVERABLE; THE PAYMENT IS STILL COUNTED AND TOTALLED.        01000001
010100*----------------------------------------------------------       01010001
010200 FD  DISBURSEMENT-FILE.                                           01020001
010300 01  DB-DETAIL-RECORD.                                            01030001
010400     05  DB-RECORD-TYPE      PIC X(01).                           01040001
010500     05  DB-APPL-ID          PIC X(10).                           01050001
010600     05  DB-PROGRAM          PIC X(03).                           01060001
010700     05  DB-PAY-MONTH        PIC 9(06).                           01070001
010800     05  DB-NAME             PIC X(30).                           01080001
010900     05  DB-STREET           PIC X(30).                           01090001
011000     05  DB-CITY             PIC X(20).                           01100001
011100     05  DB-STATE            PIC X(02).                           01110001
011200     05  DB-POSTAL           PIC X(10).                           01120001
011300     05  DB-AMOUNT           PIC 9(07)V99.                        01130001
011400     05  DB-ADDR-HOLD        PIC X(01).                           01140001
011500 01  DB-HEADER-RECORD.                                            01150001
011600     05  DB-H-TYPE           PIC X(01).                           01160001
011700     05  DB-H-PAY-MONTH      PIC 9(06).                           01170001
011800     05  DB-H-RUN-ID         PIC X(16).                           01180001
011900     05  DB-H-CREATED        PIC 9(08).                           01190001
012000     05  FILLER              PIC X(91).                           01200001
012100 01  DB-TRAILER-RECORD.                                           01210001
012200     05  DB-T-TYPE           PIC X(01).                           01220001
012300     05  DB-T-COUNT          PIC 9(08).                           01230001
012400     05  DB-T-AMOUNT         PIC 9(11)V99.                        01240001
012500     05  FILLER              PIC X(100).                          01250001
012600                                                                  01260001
012700*----------------------------------------------------------       01270001
012800*PAYMENT-REGISTER - THE MONTH'S PAYMENTS BY STATE AND NAME        01280001
012900*----------------------------------------------------------       01290001
013000 FD  PAYMENT-REGISTER.                                            01300001
013100 01  RG-PRINT-LINE           PIC X(120).                          01310001
013200                                                                  01320001
013300*----------------------------------------------------------       01330001
013400*SORT-FILE - ONE REGISTER LINE PER APPLICANT AND PROGRAM          01340001
013500*----------------------------------------------------------       01350001
013600 SD  SORT-FILE.                                                   01360001
013700 01  SS-SORT-RECORD.                                              01370001
013800     05  SS-STATE            PIC X(02).                           01380001
013900     05  SS-NAME             PIC X(30).                           01390001
014000     05  SS-APPL-ID          PIC X(10).                           01400001
014100     05  SS-PROGRAM          PIC X(03).                           01410001
014200     05  SS-TIER             PIC X(08).                           01420001
014300     05  SS-DAYS             PIC 9(02).                           01430001
014400     05  SS-REGULAR          PIC 9(07)V99.                        01440001
014500     05  SS-ADJUSTMENT       PIC S9(07)V99.                       01450001
014600     05  SS-NET              PIC S9(07)V99.                       01460001
014700     05  SS-NOTE             PIC X(20).                           01470001
014800                                                                  01480001
014900 WORKING-STORAGE SECTION.                                         01490001
015000                                                                  01500001
015100*----------------------------------------------------------       01510001
015200*WS-EOF-SW - SET WHEN THE MASTER PASS IS FINISHED                 01520001
015300*----------------------------------------------------------       01530001
015400 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01540001
015500     88  WS-END-OF-FILE              VALUE 'Y'.                   01550001
015600     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01560001
015700                                                                  01570001
015800*----------------------------------------------------------       01580001
015900*WS-HIST-EOF-SW - SET WHEN A PAYMENT HISTORY BROWSE HAS           01590001
016000*PASSED THE RECORDS IT WANTS                                      01600001
016100*----------------------------------------------------------       01610001
016200 01  WS-HIST-EOF-SW      PIC X(01)   VALUE 'N'.                   01620001
016300     88  WS-END-OF-HISTORY           VALUE 'Y'.                   01630001
016400     88  WS-NOT-END-OF-HISTORY       VALUE 'N'.                   01640001
016500                                                                  01650001
016600 01  WS-SORT-EOF-SW      PIC X(01)   VALUE 'N'.                   01660001
016700     88  WS-END-OF-SORT              VALUE 'Y'.                   01670001
016800     88  WS-NOT-END-OF-SORT          VALUE 'N'.                   01680001
016900                                                                  01690001
017000 01  WS-FIRST-SW         PIC X(01)   VALUE 'Y'.                   01700001
017100     88  WS-FIRST-RECORD             VALUE 'Y'.                   01710001
017200     88  WS-NOT-FIRST-RECORD         VALUE 'N'.                   01720001
017300                                                                  01730001
017400*----------------------------------------------------------       01740001
017410*WS-WALK-SW - SET WHEN THE WALK BACK THROUGH THE SPAN             01741002
017420*HISTORY HAS FOUND WHERE ELIGIBILITY STARTED, OR HAS RUN          01742002
017430*OFF THE START OF THE HISTORY WITHOUT FINDING IT                  01743002
017700*----------------------------------------------------------       01770001
017800 01  WS-WALK-SW          PIC X(01)   VALUE 'N'.                   01780001
017900     88  WS-WALK-DONE                VALUE 'Y' 'H'.               01790002
018000     88  WS-WALK-NOT-DONE            VALUE 'N'.                   01800001
018010     88  WS-WALK-OFF-HISTORY         VALUE 'H'.                   01801002
018100                                                                  01810001
018200*----------------------------------------------------------       01820001
018300*WS-RATE-SW - WHETHER THE MONTH JUST PRICED HAD A RATE            01830001
018400*----------------------------------------------------------       01840001
018500 01  WS-RATE-SW          PIC X(01)   VALUE 'Y'.                   01850001
018600     88  WS-RATE-PRESENT             VALUE 'Y'.                   01860001
018700     88  WS-RATE-MISSING             VALUE 'N'.                   01870001
018800                                                                  01880001
018900*----------------------------------------------------------       01890001
019000*WS-MONTH-RUN-SW - WHAT THE PAYMENT HISTORY SAYS ABOUT THE        01900001
019100*MONTH ASKED FOR: NOT RUN, STARTED BUT NEVER FINISHED, OR         01910001
019200*ALREADY PAID                                                     01920001
019300*----------------------------------------------------------       01930001
019400 01  WS-MONTH-RUN-SW     PIC X(01)   VALUE 'N'.                   01940001
019500     88  WS-MONTH-NOT-RUN            VALUE 'N'.                   01950001
019600     88  WS-MONTH-UNFINISHED         VALUE 'S'.                   01960001
019700     88  WS-MONTH-ALREADY-PAID       VALUE 'C'.                   01970001
019800                                                                  01980001
019900*----------------------------------------------------------       01990001
020000*WS-PAY-KIND - P FOR THE MONTH BEING PAID, B FOR A MONTH          02000001
020100*PAID AS ARREARS; MOVED TO PH-STATUS ON THE WRITE                 02010001
020200*----------------------------------------------------------       02020001
020300 01  WS-PAY-KIND         PIC X(01)   VALUE 'P'.                   02030001
020400     88  WS-REGULAR-PAYMENT          VALUE 'P'.                   02040001
020500     88  WS-ARREARS-PAYMENT          VALUE 'B'.                   02050001
020600                                                                  02060001
020700 01  WS-PARM-STATUS       PIC X(02)   VALUE SPACES.               02070001
020800 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               02080001
020900 01  WS-HISTORY-STATUS    PIC X(02)   VALUE SPACES.               02090001
021000 01  WS-DISB-STATUS       PIC X(02)   VALUE SPACES.               02100001
021100                                                                  02110001
021200*----------------------------------------------------------       02120001
021300*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       02130001
021400*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          02140001
021500*----------------------------------------------------------       02150001
021600 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               02160001
021700 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               02170001
021800                                                                  02180001
021900*----------------------------------------------------------       02190001
022000*WS-TODAY-DATE - THE RUN DATE, WITH ITS MONTH FOR THE             02200001
022100*DEFAULT AND THE EDIT OF THE PAY MONTH                            02210001
022200*----------------------------------------------------------       02220001
022300 01  WS-TODAY-DATE        PIC 9(08)   VALUE ZERO.                 02230001
022400 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.                      02240001
022500     05  WS-TD-MONTH      PIC 9(06).                              02250001
022600     05  WS-TD-DAY        PIC 9(02).                              02260001
022700                                                                  02270001
022800*----------------------------------------------------------       02280001
022900*WS-PAY-MONTH - THE MONTH BEING PAID (YYYYMM), FROM THE           02290001
023000*PARM, WITH ITS FIRST DAY, LAST DAY, AND LENGTH                   02300001
023100*----------------------------------------------------------       02310001
023200 01  WS-PAY-MONTH         PIC 9(06)   VALUE ZERO.                 02320001
023300 01  WS-PAY-MONTH-PARTS REDEFINES WS-PAY-MONTH.                   02330001
023400     05  WS-PY-YEAR       PIC 9(04).                              02340001
023500     05  WS-PY-MONTH      PIC 9(02).                              02350001
023600 01  WS-MONTH-START       PIC 9(08)   VALUE ZERO.                 02360001
023700 01  WS-MONTH-END         PIC 9(08)   VALUE ZERO.                 02370001
023800 01  WS-MONTH-DAYS        PIC 9(02)   VALUE ZERO.                 02380001
023900                                                                  02390001
024000*----------------------------------------------------------       02400001
024100*WS-PRICE-MONTH - ONE MONTH BEING PRICED, CURRENT OR              02410001
024200*ARREARS, WITH ITS DATES, RATE, DAYS PAID, AND AMOUNT             02420001
024300*----------------------------------------------------------       02430001
024400 01  WS-PM-MONTH          PIC 9(06)   VALUE ZERO.                 02440001
024500 01  WS-PM-MONTH-PARTS REDEFINES WS-PM-MONTH.                     02450001
024600     05  WS-PM-YEAR       PIC 9(04).                              02460001
024700     05  WS-PM-MM         PIC 9(02).                              02470001
024800 01  WS-PRICE-MONTH.                                              02480001
024900     05  WS-PM-START      PIC 9(08).                              02490001
025000     05  WS-PM-END        PIC 9(08).                              02500001
025100     05  WS-PM-NEXT       PIC 9(08).                              02510001
025200     05  WS-PM-MONTH-DAYS PIC 9(02).                              02520001
025300     05  WS-PM-DAYS       PIC 9(02).                              02530001
025400     05  WS-PM-RATE       PIC 9(05)V99.                           02540001
025500     05  WS-PM-AMOUNT     PIC 9(07)V99.                           02550001
025600                                                                  02560001
025700*----------------------------------------------------------       02570001
025800*WS-ELIG-START - THE DATE THE APPLICANT'S PRESENT RUN OF          02580001
025900*ELIGIBILITY BEGAN, WITH ITS MONTH FOR THE ARREARS TEST.          02590001
026000*FOR AN OVERTURNED ELIGIBLE DETERMINATION, THE DATE THE           02600001
026100*OVERTURNED ELIGIBILITY BEGAN.                                    02610001
026200*----------------------------------------------------------       02620001
026300 01  WS-ELIG-START        PIC 9(08)   VALUE ZERO.                 02630001
026400 01  WS-ELIG-START-PARTS REDEFINES WS-ELIG-START.                 02640001
026500     05  WS-ES-MONTH      PIC 9(06).                              02650001
026600     05  WS-ES-DAY        PIC 9(02).                              02660001
026700 01  WS-WALK-DETERMINATION PIC X(16)  VALUE SPACES.               02670001
026800 01  WS-PROBE-DATE        PIC 9(08)   VALUE ZERO.                 02680001
026900 01  WS-RECOVER-FROM      PIC 9(06)   VALUE ZERO.                 02690001
027000                                                                  02700001
027100*----------------------------------------------------------       02710001
027200*WS-APPLICANT-WORK - WHAT ONE MASTER RECORD IS PAID OR            02720001
027300*OWES THIS RUN, FOR THE DISBURSEMENT AND THE REGISTER             02730001
027400*----------------------------------------------------------       02740001
027500 01  WS-APPLICANT-WORK.                                           02750001
027600     05  WS-AW-REGULAR    PIC 9(07)V99.                           02760001
027700     05  WS-AW-ARREARS    PIC 9(07)V99.                           02770001
027800     05  WS-AW-RECOVERY   PIC 9(07)V99.                           02780001
027900     05  WS-AW-NET        PIC S9(07)V99.                          02790001
028000     05  WS-AW-DAYS       PIC 9(02).                              02800001
028100     05  WS-AW-NOTE       PIC X(20).                              02810001
028200     05  WS-AW-EXCEPTION-SW PIC X(01).                            02820001
028300         88  WS-AW-EXCEPTION           VALUE 'Y'.                 02830001
028400         88  WS-AW-NO-EXCEPTION        VALUE 'N'.                 02840001
028500                                                                  02850001
028600*----------------------------------------------------------       02860001
028700*WS-DONE-MONTH-TABLE - EVERY MONTH WITH A COMPLETE RUN ON         02870001
028800*THE PAYMENT HISTORY, OLDEST FIRST.  ONLY THESE MONTHS ARE        02880001
028900*LOOKED AT FOR ARREARS, SO NOTHING IS BACK-PAID FROM              02890001
029000*BEFORE THE PAYMENT RUN BEGAN.                                    02900001
029100*----------------------------------------------------------       02910001
029200 01  WS-DONE-MONTH-TABLE.                                         02920001
029300     05  WS-DM-MONTH      PIC 9(06)   OCCURS 600 TIMES.           02930001
029400                                                                  02940001
029500*----------------------------------------------------------       02950001
029600*WS-RUN-ID - UNIQUE STAMP FOR THIS PAYMENT RUN - HT PREFIX -      02960001
029700*CARRIED ON THE DISBURSEMENT HEADER AND EVERY PAYMENT             02970001
029800*----------------------------------------------------------       02980001
029900 01  WS-RUN-ID.                                                   02990001
030000     05  FILLER           PIC X(02)   VALUE "HT".                 03000001
030100     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 03010001
030200     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 03020001
030300 01  WS-TIME-WORK.                                                03030001
030400     05  WS-TW-HHMMSS     PIC 9(06).                              03040001
030500     05  FILLER           PIC 9(02).                              03050001
030600                                                                  03060001
030700 01  WS-PRIOR-RUN-ID      PIC X(16)   VALUE SPACES.               03070001
030800 01  WS-CURRENT-STATE     PIC X(02)   VALUE SPACES.               03080001
030900                                                                  03090001
031000*----------------------------------------------------------       03100001
031100*HELSPAN INTERFACE                                                03110001
031200*----------------------------------------------------------       03120001
031300 COPY SPANPARM.                                                   03130001
031400                                                                  03140001
031500*----------------------------------------------------------       03150001
031600*HELRATE INTERFACE                                                03160001
031700*----------------------------------------------------------       03170001
031800 COPY BENRATE.                                                    03180001
031900                                                                  03190001
032000*----------------------------------------------------------       03200001
032100*WS-RUN-RC - THE RETURN CODE THE RUN WILL END WITH, HELD          03210001
032200*APART FROM RETURN-CODE BECAUSE THE SORT SETS THAT ITSELF         03220001
032300*----------------------------------------------------------       03230001
032400 77  WS-RUN-RC            PIC 9(02)         VALUE ZERO.           03240001
032500 77  WS-DONE-MAX          PIC 9(05) COMP    VALUE 600.            03250001
032600 77  WS-DONE-COUNT        PIC 9(05) COMP    VALUE ZERO.           03260001
032700 77  WS-DX                PIC 9(05) COMP    VALUE ZERO.           03270001
032800 77  WS-READ-COUNT        PIC 9(08) COMP    VALUE ZERO.           03280001
032900 77  WS-PAID-COUNT        PIC 9(08) COMP    VALUE ZERO.           03290001
033000 77  WS-ARREARS-COUNT     PIC 9(08) COMP    VALUE ZERO.           03300001
033100 77  WS-RECOVERY-COUNT    PIC 9(08) COMP    VALUE ZERO.           03310001
033200 77  WS-RECOVERED-MONTHS  PIC 9(08) COMP    VALUE ZERO.           03320001
033300 77  WS-EXCEPTION-COUNT   PIC 9(08) COMP    VALUE ZERO.           03330001
033400 77  WS-DISB-COUNT        PIC 9(08) COMP    VALUE ZERO.           03340001
033500 77  WS-STATE-COUNT       PIC 9(08) COMP    VALUE ZERO.           03350001
033600 77  WS-DISB-TOTAL        PIC 9(11)V99      VALUE ZERO.           03360001
033700 77  WS-RECOVERY-TOTAL    PIC 9(11)V99      VALUE ZERO.           03370001
033800 77  WS-STATE-NET         PIC S9(11)V99     VALUE ZERO.           03380001
033900 77  WS-COUNT-ED          PIC Z(07)9.                             03390001
034000 77  WS-AMOUNT-ED         PIC Z(10)9.99.                          03400001
034100                                                                  03410001
034200*----------------------------------------------------------       03420001
034300*REPORT LINES                                                     03430001
034400*----------------------------------------------------------       03440001
034500 01  WS-HEADING-1.                                                03450001
034600     05  FILLER              PIC X(35)                            03460001
034700         VALUE "BENEFIT PAYMENT REGISTER FOR MONTH ".             03470001
034800     05  WS-H1-MONTH         PIC 9(06).                           03480001
034900     05  FILLER              PIC X(10)  VALUE "   RUN ID ".       03490001
035000     05  WS-H1-RUN-ID        PIC X(16).                           03500001
035100     05  FILLER              PIC X(10)  VALUE "   RUN ON ".       03510001
035200     05  WS-H1-DATE          PIC 9(08).                           03520001
035300     05  FILLER              PIC X(35)  VALUE SPACES.             03530001
035400 01  WS-COLUMN-HEADING.                                           03540001
035500     05  FILLER              PIC X(04)  VALUE "ST".               03550001
035600     05  FILLER              PIC X(31)  VALUE "NAME".             03560001
035700     05  FILLER              PIC X(11)  VALUE "APPLICANT".        03570001
035800     05  FILLER              PIC X(04)  VALUE "PGM".              03580001
035900     05  FILLER              PIC X(09)  VALUE "TIER".             03590001
036000     05  FILLER              PIC X(04)  VALUE "DAYS".             03600001
036100     05  FILLER              PIC X(10)  VALUE "   REGULAR".       03610001
036200     05  FILLER              PIC X(12)  VALUE "  ADJUSTMENT".     03620001
036300     05  FILLER              PIC X(13)  VALUE "          NET".    03630001
036400     05  FILLER              PIC X(22)  VALUE "  NOTE".           03640001
036500 01  WS-DETAIL-LINE.                                              03650001
036600     05  WS-DL-STATE         PIC X(02).                           03660001
036700     05  FILLER              PIC X(02)  VALUE SPACES.             03670001
036800     05  WS-DL-NAME          PIC X(30).                           03680001
036900     05  FILLER              PIC X(01)  VALUE SPACE.              03690001
037000     05  WS-DL-APPL-ID       PIC X(10).                           03700001
037100     05  FILLER              PIC X(01)  VALUE SPACE.              03710001
037200     05  WS-DL-PROGRAM       PIC X(03).                           03720001
037300     05  FILLER              PIC X(01)  VALUE SPACE.              03730001
037400     05  WS-DL-TIER          PIC X(08).                           03740001
037500     05  FILLER              PIC X(02)  VALUE SPACES.             03750001
037600     05  WS-DL-DAYS          PIC Z9.                              03760001
037700     05  FILLER              PIC X(01)  VALUE SPACE.              03770001
037800     05  WS-DL-REGULAR       PIC Z(06)9.99.                       03780001
037900     05  FILLER              PIC X(01)  VALUE SPACE.              03790001
038000     05  WS-DL-ADJUSTMENT    PIC Z(06)9.99-.                      03800001
038100     05  FILLER              PIC X(02)  VALUE SPACES.             03810001
038200     05  WS-DL-NET           PIC Z(06)9.99-.                      03820001
038300     05  FILLER              PIC X(02)  VALUE SPACES.             03830001
038400     05  WS-DL-NOTE          PIC X(20).                           03840001
038500 01  WS-STATE-TOTAL-LINE.                                         03850001
038600     05  FILLER              PIC X(04)  VALUE SPACES.             03860001
038700     05  FILLER              PIC X(06)  VALUE "STATE ".           03870001
038800     05  WS-SL-STATE         PIC X(02).                           03880001
038900     05  FILLER              PIC X(09)  VALUE " - LINES ".        03890001
039000     05  WS-SL-COUNT         PIC Z(07)9.                          03900001
039100     05  FILLER              PIC X(06)  VALUE "  NET ".           03910001
039200     05  WS-SL-NET           PIC Z(10)9.99-.                      03920001
039300     05  FILLER              PIC X(70)  VALUE SPACES.             03930001
039400 01  WS-TOTAL-LINE.                                               03940001
039500     05  WS-TL-LABEL         PIC X(30).                           03950001
039600     05  WS-TL-COUNT         PIC Z(07)9.                          03960001
039700     05  FILLER              PIC X(02)  VALUE SPACES.             03970001
039800     05  WS-TL-AMOUNT        PIC Z(10)9.99.                       03980001
039900     05  FILLER              PIC X(66)  VALUE SPACES.             03990001
040000*                                                                 04000001
040100 PROCEDURE DIVISION.                                              04010001
040200*============================================================     04020001
040300*0000-MAINLINE                                                    04030001
040400*    SETS AND CLAIMS THE PAY MONTH, PRICES THE MASTER INTO        04040001
040500*    THE DISBURSEMENT FILE AND THE SORTED REGISTER, MARKS         04050001
040600*    THE MONTH PAID, AND CLOSES DOWN.                             04060001
040700*============================================================     04070001
040800 0000-MAINLINE.                                                   04080001
040900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      04090001
041000     IF WS-RUN-RC = ZERO                                          04100001
041100         PERFORM 2000-PAY-MONTH THRU 2000-EXIT                    04110001
041200     END-IF.                                                      04120001
041300     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       04130001
041400     GOBACK.                                                      04140001
041500*                                                                 04150001
041600*------------------------------------------------------------     04160001
041700*1000-INITIALIZE                                                  04170001
041800*    STAMPS THE RUN ID, WORKS OUT THE PAY MONTH, AND CHECKS       04180001
041900*    IT AGAINST THE PAYMENT HISTORY BEFORE ANY OUTPUT IS          04190001
042000*    OPENED, SO A REFUSED RUN LEAVES THE LAST DISBURSEMENT        04200001
042100*    FILE AND REGISTER AS THEY WERE.  A PARM MONTH THAT IS        04210001
042200*    NOT A REAL MONTH, OR IS LATER THAN THE RUN DATE, ENDS        04220001
042300*    THE RUN WITH RETURN CODE 8.  A MONTH ALREADY PAID, OR        04230001
042400*    WHOSE RUN NEVER FINISHED, ENDS IT WITH RETURN CODE 12.       04240001
042500*------------------------------------------------------------     04250001
042600 1000-INITIALIZE.                                                 04260001
042700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     04270001
042800     ACCEPT WS-TIME-WORK FROM TIME.                               04280001
042900     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            04290001
043000     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            04300001
043100     DISPLAY "HELPAY - RUN ID " WS-RUN-ID.                        04310001
043200     PERFORM 1100-READ-PARM THRU 1100-EXIT.                       04320001
043300     IF WS-PY-MONTH < 1 OR WS-PY-MONTH > 12                       04330001
043400        OR WS-PAY-MONTH > WS-TD-MONTH                             04340001
043500         DISPLAY "HELPAY - PAY MONTH NOT USABLE: "                04350001
043600             WS-PAY-MONTH                                         04360001
043700         MOVE 8 TO WS-RUN-RC                                      04370001
043800         GO TO 1000-EXIT                                          04380001
043900     END-IF.                                                      04390001
044000     MOVE WS-PAY-MONTH     TO WS-PM-MONTH.                        04400001
044100     PERFORM 3410-MONTH-DATES THRU 3410-EXIT.                     04410001
044200     MOVE WS-PM-START      TO WS-MONTH-START.                     04420001
044300     MOVE WS-PM-END        TO WS-MONTH-END.                       04430001
044400     MOVE WS-PM-MONTH-DAYS TO WS-MONTH-DAYS.                      04440001
044500     DISPLAY "HELPAY - PAYING MONTH " WS-PAY-MONTH.               04450001
044600     PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT.                    04460001
044700     PERFORM 1300-LOAD-RUN-MONTHS THRU 1300-EXIT.                 04470001
044800     IF WS-MONTH-ALREADY-PAID                                     04480001
044900         DISPLAY "HELPAY - MONTH " WS-PAY-MONTH                   04490001
045000             " ALREADY PAID BY RUN " WS-PRIOR-RUN-ID              04500001
045100             " - RUN REFUSED"                                     04510001
045200         MOVE 12 TO WS-RUN-RC                                     04520001
045300     ELSE IF WS-MONTH-UNFINISHED                                  04530001
045400         DISPLAY "HELPAY - RUN " WS-PRIOR-RUN-ID " FOR MONTH "    04540001
045500             WS-PAY-MONTH " NEVER FINISHED - RESTORE PAYHIST "    04550001
045600             "FROM BEFORE THAT RUN - RUN REFUSED"                 04560001
045700         MOVE 12 TO WS-RUN-RC                                     04570001
045800     END-IF.                                                      04580001
045900     IF WS-RUN-RC NOT = ZERO                                      04590001
046000         CLOSE PAYMENT-HISTORY                                    04600001
046100         GO TO 1000-EXIT                                          04610001
046200     END-IF.                                                      04620001
046300     PERFORM 1400-CLAIM-MONTH THRU 1400-EXIT.                     04630001
046400     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.                      04640001
046500 1000-EXIT.                                                       04650001
046600     EXIT.                                                        04660001
046700*                                                                 04670001
046800*------------------------------------------------------------     04680001
046900*1100-READ-PARM                                                   04690001
047000*    READS THE PAY MONTH FROM THE OPTIONAL PARM FILE.  NO         04700001
047100*    FILE OR A BLANK MONTH TAKES THE MONTH OF THE RUN DATE.       04710001
047200*    A MONTH THAT IS NOT NUMERIC IS LEFT ZERO FOR THE             04720001
047300*    CALLER TO REFUSE.                                            04730001
047400*------------------------------------------------------------     04740001
047500 1100-READ-PARM.                                                  04750001
047600     MOVE SPACES TO PP-PARM-RECORD.                               04760001
047700     OPEN INPUT PAY-PARM-FILE.                                    04770001
047800     IF WS-PARM-STATUS = "00"                                     04780001
047900         READ PAY-PARM-FILE                                       04790001
048000             AT END                                               04800001
048100                 MOVE SPACES TO PP-PARM-RECORD                    04810001
048200         END-READ                                                 04820001
048300         CLOSE PAY-PARM-FILE                                      04830001
048400     END-IF.                                                      04840001
048500     IF PP-PAY-MONTH = SPACES                                     04850001
048600         MOVE WS-TD-MONTH TO WS-PAY-MONTH                         04860001
048700     ELSE IF PP-PAY-MONTH IS NUMERIC                              04870001
048800         MOVE PP-PAY-MONTH TO WS-PAY-MONTH                        04880001
048900     ELSE                                                         04890001
049000         MOVE ZERO TO WS-PAY-MONTH                                04900001
049100     END-IF.                                                      04910001
049200 1100-EXIT.                                                       04920001
049300     EXIT.                                                        04930001
049400*                                                                 04940001
049500*------------------------------------------------------------     04950001
049600*1200-OPEN-HISTORY                                                04960001
049700*    OPENS THE PAYMENT HISTORY FOR UPDATE, CREATING IT            04970001
049800*    EMPTY ON THE FIRST RUN.                                      04980001
049900*------------------------------------------------------------     04990001
050000 1200-OPEN-HISTORY.                                               05000001
050100     OPEN I-O PAYMENT-HISTORY.                                    05010001
050200     IF WS-HISTORY-STATUS = "35"                                  05020001
050300         OPEN OUTPUT PAYMENT-HISTORY                              05030001
050400         PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT                05040001
050500         CLOSE PAYMENT-HISTORY                                    05050001
050600         OPEN I-O PAYMENT-HISTORY                                 05060001
050700     END-IF.                                                      05070001
050800     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   05080001
050900 1200-EXIT.                                                       05090001
051000     EXIT.                                                        05100001
051100*                                                                 05110001
051200*------------------------------------------------------------     05120001
051300*1300-LOAD-RUN-MONTHS                                             05130001
051400*    READS THE MONTH CONTROL RECORDS AT THE HEAD OF THE           05140001
051500*    PAYMENT HISTORY: NOTES WHETHER THE PAY MONTH HAS BEEN        05150001
051600*    RUN, AND TABLES EVERY OTHER MONTH WHOSE RUN COMPLETED.       05160001
051700*------------------------------------------------------------     05170001
051800 1300-LOAD-RUN-MONTHS.                                            05180001
051900     MOVE SPACES TO PH-KEY.                                       05190001
052000     MOVE ZERO   TO PH-PAY-MONTH.                                 05200001
052100     START PAYMENT-HISTORY KEY NOT LESS THAN PH-KEY.              05210001
052200     IF WS-HISTORY-STATUS = "23"                                  05220001
052300         GO TO 1300-EXIT                                          05230001
052400     END-IF.                                                      05240001
052500     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   05250001
052600     SET WS-NOT-END-OF-HISTORY TO TRUE.                           05260001
052700     PERFORM 1310-LOAD-ONE-MONTH THRU 1310-EXIT                   05270001
052800         UNTIL WS-END-OF-HISTORY.                                 05280001
052900 1300-EXIT.                                                       05290001
053000     EXIT.                                                        05300001
053100*                                                                 05310001
053200*------------------------------------------------------------     05320001
053300*1310-LOAD-ONE-MONTH                                              05330001
053400*    READS ONE RECORD; THE FIRST WITH AN APPLICANT ID ENDS        05340001
053500*    THE CONTROL RECORDS.  AN EARLIER MONTH WHOSE RUN NEVER       05350001
053600*    FINISHED IS NAMED ON THE CONSOLE AND NOT TABLED.             05360001
053700*------------------------------------------------------------     05370001
053800 1310-LOAD-ONE-MONTH.                                             05380001
053900     READ PAYMENT-HISTORY NEXT RECORD                             05390001
054000         AT END                                                   05400001
054100             SET WS-END-OF-HISTORY TO TRUE                        05410001
054200             GO TO 1310-EXIT                                      05420001
054300     END-READ.                                                    05430001
054400     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   05440001
054500     IF PH-APPL-ID NOT = SPACES                                   05450001
054600         SET WS-END-OF-HISTORY TO TRUE                            05460001
054700         GO TO 1310-EXIT                                          05470001
054800     END-IF.                                                      05480001
054900     IF PH-PAY-MONTH = WS-PAY-MONTH                               05490001
055000         MOVE PH-STATUS    TO WS-MONTH-RUN-SW                     05500001
055100         MOVE PH-CT-RUN-ID TO WS-PRIOR-RUN-ID                     05510001
055200     ELSE IF NOT PH-RUN-COMPLETE                                  05520001
055300         DISPLAY "HELPAY - RUN " PH-CT-RUN-ID " FOR MONTH "       05530001
055400             PH-PAY-MONTH " NEVER FINISHED"                       05540001
055500     ELSE IF WS-DONE-COUNT NOT < WS-DONE-MAX                      05550001
055600         DISPLAY "HELPAY - MONTH TABLE FULL, MONTH "              05560001
055700             PH-PAY-MONTH " NOT CHECKED FOR ARREARS"              05570001
055800     ELSE                                                         05580001
055900         ADD 1 TO WS-DONE-COUNT                                   05590001
056000         MOVE PH-PAY-MONTH TO WS-DM-MONTH(WS-DONE-COUNT)          05600001
056100     END-IF.                                                      05610001
056200 1310-EXIT.                                                       05620001
056300     EXIT.                                                        05630001
056400*                                                                 05640001
056500*------------------------------------------------------------     05650001
056600*1400-CLAIM-MONTH                                                 05660001
056700*    WRITES THE PAY MONTH'S CONTROL RECORD AS STARTED, SO         05670001
056800*    A SECOND RUN IS REFUSED EVEN IF THIS ONE DIES PART WAY.      05680001
056900*------------------------------------------------------------     05690001
057000 1400-CLAIM-MONTH.                                                05700001
057100     MOVE SPACES        TO PH-PAY-RECORD.                         05710001
057200     MOVE WS-PAY-MONTH  TO PH-PAY-MONTH.                          05720001
057300     SET PH-RUN-STARTED TO TRUE.                                  05730001
057400     MOVE WS-RUN-ID     TO PH-CT-RUN-ID.                          05740001
057500     MOVE WS-TODAY-DATE TO PH-CT-RUN-DATE.                        05750001
057600     MOVE ZERO          TO PH-CT-COUNT.                           05760001
057700     MOVE ZERO          TO PH-CT-AMOUNT.                          05770001
057800     WRITE PH-PAY-RECORD.                                         05780001
057900     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   05790001
058000 1400-EXIT.                                                       05800001
058100     EXIT.                                                        05810001
058200*                                                                 05820001
058300*------------------------------------------------------------     05830001
058400*1500-OPEN-FILES                                                  05840001
058500*    OPENS THE MASTER, THE DISBURSEMENT FILE, AND THE             05850001
058600*    REGISTER, AND WRITES THE DISBURSEMENT HEADER.                05860001
058700*------------------------------------------------------------     05870001
058800 1500-OPEN-FILES.                                                 05880001
058900     OPEN INPUT APPLICANT-MASTER.                                 05890001
059000     PERFORM 9510-CHECK-APPLMAST THRU 9510-EXIT.                  05900001
059100     OPEN OUTPUT DISBURSEMENT-FILE.                               05910001
059200     PERFORM 9530-CHECK-DISBFILE THRU 9530-EXIT.                  05920001
059300     OPEN OUTPUT PAYMENT-REGISTER.                                05930001
059400     MOVE SPACES        TO DB-HEADER-RECORD.                      05940001
059500     MOVE "H"           TO DB-H-TYPE.                             05950001
059600     MOVE WS-PAY-MONTH  TO DB-H-PAY-MONTH.                        05960001
059700     MOVE WS-RUN-ID     TO DB-H-RUN-ID.                           05970001
059800     MOVE WS-TODAY-DATE TO DB-H-CREATED.                          05980001
059900     WRITE DB-HEADER-RECORD.                                      05990001
060000     PERFORM 9530-CHECK-DISBFILE THRU 9530-EXIT.                  06000001
060100 1500-EXIT.                                                       06010001
060200     EXIT.                                                        06020001
060300*                                                                 06030001
060400*------------------------------------------------------------     06040001
060500*2000-PAY-MONTH                                                   06050001
060600*    PRICES THE MASTER INTO THE DISBURSEMENT FILE AND THE         06060001
060700*    REGISTER SORT, PRINTS THE REGISTER, THEN CLOSES THE          06070001
060800*    DISBURSEMENT FILE WITH ITS TRAILER AND MARKS THE             06080001
060900*    MONTH COMPLETE ON THE PAYMENT HISTORY.                       06090001
061000*------------------------------------------------------------     06100001
061100 2000-PAY-MONTH.                                                  06110001
061200     SORT SORT-FILE                                               06120001
061300         ON ASCENDING KEY SS-STATE SS-NAME SS-APPL-ID SS-PROGRAM  06130001
061400         INPUT PROCEDURE IS 3000-PRICE-MASTER THRU 3000-EXIT      06140001
061500         OUTPUT PROCEDURE IS 4000-PRINT-REGISTER THRU 4000-EXIT.  06150001
061600     PERFORM 2100-WRITE-TRAILER THRU 2100-EXIT.                   06160001
061700     PERFORM 2200-COMPLETE-MONTH THRU 2200-EXIT.                  06170001
061800 2000-EXIT.                                                       06180001
061900     EXIT.                                                        06190001
062000*                                                                 06200001
062100*------------------------------------------------------------     06210001
062200*2100-WRITE-TRAILER                                               06220001
062300*    CLOSES THE DISBURSEMENT FILE WITH THE CONTROL TOTALS         06230001
062400*    THE TREASURY SYSTEM BALANCES TO.                             06240001
062500*------------------------------------------------------------     06250001
062600 2100-WRITE-TRAILER.                                              06260001
062700     MOVE SPACES        TO DB-TRAILER-RECORD.                     06270001
062800     MOVE "T"           TO DB-T-TYPE.                             06280001
062900     MOVE WS-DISB-COUNT TO DB-T-COUNT.                            06290001
063000     MOVE WS-DISB-TOTAL TO DB-T-AMOUNT.                           06300001
063100     WRITE DB-TRAILER-RECORD.                                     06310001
063200     PERFORM 9530-CHECK-DISBFILE THRU 9530-EXIT.                  06320001
063300 2100-EXIT.                                                       06330001
063400     EXIT.                                                        06340001
063500*                                                                 06350001
063600*------------------------------------------------------------     06360001
063700*2200-COMPLETE-MONTH                                              06370001
063800*    REWRITES THE PAY MONTH'S CONTROL RECORD AS COMPLETE          06380001
063900*    WITH THE DISBURSEMENT TOTALS.                                06390001
064000*------------------------------------------------------------     06400001
064100 2200-COMPLETE-MONTH.                                             06410001
064200     MOVE SPACES        TO PH-KEY.                                06420001
064300     MOVE WS-PAY-MONTH  TO PH-PAY-MONTH.                          06430001
064400     READ PAYMENT-HISTORY.                                        06440001
064500     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   06450001
064600     SET PH-RUN-COMPLETE TO TRUE.                                 06460001
064700     MOVE WS-DISB-COUNT TO PH-CT-COUNT.                           06470001
064800     MOVE WS-DISB-TOTAL TO PH-CT-AMOUNT.                          06480001
064900     REWRITE PH-PAY-RECORD.                                       06490001
065000     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   06500001
065100 2200-EXIT.                                                       06510001
065200     EXIT.                                                        06520001
065300*                                                                 06530001
065400*------------------------------------------------------------     06540001
065500*3000-PRICE-MASTER                                                06550001
065600*    SORT INPUT: PRICES EVERY MASTER RECORD AND PASSES ON         06560001
065700*    A REGISTER LINE FOR EACH ONE PAID OR OWING.                  06570001
065800*------------------------------------------------------------     06580001
065900 3000-PRICE-MASTER.                                               06590001
066000     PERFORM 3100-PRICE-ONE THRU 3100-EXIT                        06600001
066100         UNTIL WS-END-OF-FILE.                                    06610001
066200 3000-EXIT.                                                       06620001
066300     EXIT.                                                        06630001
066400*                                                                 06640001
066500*------------------------------------------------------------     06650001
066600*3100-PRICE-ONE                                                   06660001
066700*    READS THE NEXT MASTER RECORD.  ELIGIBLE AND ELIGIBLE-        06670001
066800*    APPEAL RECORDS ARE PAID; NOT ELIG-APPEAL - AN                06680001
066900*    ELIGIBLE DETERMINATION OVERTURNED - HAS ITS PAYMENTS         06690001
067000*    TAKEN BACK; EVERY OTHER DETERMINATION, LAPSED AND            06700001
067100*    RETIRED INCLUDED, IS PASSED OVER.                            06710001
067200*------------------------------------------------------------     06720001
067300 3100-PRICE-ONE.                                                  06730001
067400     READ APPLICANT-MASTER NEXT RECORD                            06740001
067500         AT END                                                   06750001
067600             SET WS-END-OF-FILE TO TRUE                           06760001
067700             GO TO 3100-EXIT                                      06770001
067800     END-READ.                                                    06780001
067900     PERFORM 9510-CHECK-APPLMAST THRU 9510-EXIT.                  06790001
068000     ADD 1 TO WS-READ-COUNT.                                      06800001
068100     MOVE ZERO   TO WS-AW-REGULAR.                                06810001
068200     MOVE ZERO   TO WS-AW-ARREARS.                                06820001
068300     MOVE ZERO   TO WS-AW-RECOVERY.                               06830001
068400     MOVE ZERO   TO WS-AW-DAYS.                                   06840001
068500     MOVE SPACES TO WS-AW-NOTE.                                   06850001
068600     SET WS-AW-NO-EXCEPTION TO TRUE.                              06860001
068700     IF AM-DETERMINATION = "ELIGIBLE"                             06870001
068800        OR AM-DETERMINATION = "ELIGIBLE-APPEAL"                   06880001
068900         PERFORM 3200-PRICE-PAYABLE THRU 3200-EXIT                06890001
069000     ELSE IF AM-DETERMINATION = "NOT ELIG-APPEAL"                 06900001
069100         PERFORM 3600-RECOVER-OVERTURNED THRU 3600-EXIT           06910001
069200     ELSE                                                         06920001
069300         GO TO 3100-EXIT                                          06930001
069400     END-IF.                                                      06940001
069500     PERFORM 3800-RELEASE-LINE THRU 3800-EXIT.                    06950001
069600 3100-EXIT.                                                       06960001
069700     EXIT.                                                        06970001
069800*                                                                 06980001
069900*------------------------------------------------------------     06990001
070000*3200-PRICE-PAYABLE                                               07000001
070100*    FINDS WHERE THE APPLICANT'S ELIGIBILITY STARTED, PAYS        07010001
070200*    AS ARREARS ANY MONTH ALREADY RUN SINCE THEN THAT THEY        07020001
070300*    WERE NOT PAID FOR, THEN PAYS THE MONTH ITSELF.  A TIER       07030001
070400*    WITH NO RATE IS HELD AS AN EXCEPTION, AND ELIGIBILITY        07040001
070500*    STARTING AFTER THE MONTH PAYS NOTHING THIS RUN.              07050001
070600*------------------------------------------------------------     07060001
070700 3200-PRICE-PAYABLE.                                              07070001
070800     IF AM-TIER NOT = "MINOR"                                     07080001
070900        AND AM-TIER NOT = "STANDARD"                              07090001
071000        AND AM-TIER NOT = "SENIOR"                                07100001
071100         MOVE "TIER NOT RATED" TO WS-AW-NOTE                      07110001
071200         SET WS-AW-EXCEPTION TO TRUE                              07120001
071300         GO TO 3200-EXIT                                          07130001
071400     END-IF.                                                      07140001
071500     PERFORM 3300-FIND-ELIG-START THRU 3300-EXIT.                 07150001
071600     IF WS-ELIG-START > WS-MONTH-END                              07160001
071700         GO TO 3200-EXIT                                          07170001
071800     END-IF.                                                      07180001
071900     PERFORM 3210-PAY-ARREARS-MONTH THRU 3210-EXIT                07190001
072000         VARYING WS-DX FROM 1 BY 1                                07200001
072100         UNTIL WS-DX > WS-DONE-COUNT.                             07210001
072200     PERFORM 3220-PAY-CURRENT-MONTH THRU 3220-EXIT.               07220001
072300 3200-EXIT.                                                       07230001
072400     EXIT.                                                        07240001
072500*                                                                 07250001
072600*------------------------------------------------------------     07260001
072700*3210-PAY-ARREARS-MONTH                                           07270001
072800*    FOR ONE COMPLETED MONTH BEFORE THE PAY MONTH AND NOT         07280001
072900*    BEFORE ELIGIBILITY STARTED: WHEN THE HISTORY HAS NO          07290001
073000*    RECORD OF IT FOR THE APPLICANT, PRICES IT AND PAYS IT        07300001
073100*    AS ARREARS.                                                  07310001
073200*------------------------------------------------------------     07320001
073300 3210-PAY-ARREARS-MONTH.                                          07330001
073400     IF WS-DM-MONTH(WS-DX) NOT < WS-PAY-MONTH                     07340001
073500        OR WS-DM-MONTH(WS-DX) < WS-ES-MONTH                       07350001
073600         GO TO 3210-EXIT                                          07360001
073700     END-IF.                                                      07370001
073800     MOVE AM-APPL-ID         TO PH-APPL-ID.                       07380001
073900     MOVE AM-PROGRAM         TO PH-PROGRAM.                       07390001
074000     MOVE WS-DM-MONTH(WS-DX) TO PH-PAY-MONTH.                     07400001
074100     READ PAYMENT-HISTORY.                                        07410001
074200     IF WS-HISTORY-STATUS = "00"                                  07420001
074300         GO TO 3210-EXIT                                          07430001
074400     END-IF.                                                      07440001
074500     IF WS-HISTORY-STATUS NOT = "23"                              07450001
074600         PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT                07460001
074700     END-IF.                                                      07470001
074800     MOVE WS-DM-MONTH(WS-DX) TO WS-PM-MONTH.                      07480001
074900     PERFORM 3400-PRICE-MONTH THRU 3400-EXIT.                     07490001
075000     IF WS-RATE-MISSING                                           07500001
075100         MOVE "NO RATE ON FILE" TO WS-AW-NOTE                     07510001
075200         SET WS-AW-EXCEPTION TO TRUE                              07520001
075300         GO TO 3210-EXIT                                          07530001
075400     END-IF.                                                      07540001
075500     SET WS-ARREARS-PAYMENT TO TRUE.                              07550001
075600     PERFORM 3500-WRITE-PAYMENT THRU 3500-EXIT.                   07560001
075700     ADD WS-PM-AMOUNT TO WS-AW-ARREARS.                           07570001
075800     ADD 1 TO WS-ARREARS-COUNT.                                   07580001
075900 3210-EXIT.                                                       07590001
076000     EXIT.                                                        07600001
076100*                                                                 07610001
076200*------------------------------------------------------------     07620001
076300*3220-PAY-CURRENT-MONTH                                           07630001
076400*    PRICES AND PAYS THE PAY MONTH.  A PAYMENT ALREADY ON         07640001
076500*    THE HISTORY FOR THE MONTH IS NOT PAID TWICE.                 07650001
076600*------------------------------------------------------------     07660001
076700 3220-PAY-CURRENT-MONTH.                                          07670001
076800     MOVE AM-APPL-ID   TO PH-APPL-ID.                             07680001
076900     MOVE AM-PROGRAM   TO PH-PROGRAM.                             07690001
077000     MOVE WS-PAY-MONTH TO PH-PAY-MONTH.                           07700001
077100     READ PAYMENT-HISTORY.                                        07710001
077200     IF WS-HISTORY-STATUS = "00"                                  07720001
077300         MOVE "MONTH ALREADY PAID" TO WS-AW-NOTE                  07730001
077400         SET WS-AW-EXCEPTION TO TRUE                              07740001
077500         GO TO 3220-EXIT                                          07750001
077600     END-IF.                                                      07760001
077700     IF WS-HISTORY-STATUS NOT = "23"                              07770001
077800         PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT                07780001
077900     END-IF.                                                      07790001
078000     MOVE WS-PAY-MONTH TO WS-PM-MONTH.                            07800001
078100     PERFORM 3400-PRICE-MONTH THRU 3400-EXIT.                     07810001
078200     IF WS-RATE-MISSING                                           07820001
078300         MOVE "NO RATE ON FILE" TO WS-AW-NOTE                     07830001
078400         SET WS-AW-EXCEPTION TO TRUE                              07840001
078500         GO TO 3220-EXIT                                          07850001
078600     END-IF.                                                      07860001
078700     SET WS-REGULAR-PAYMENT TO TRUE.                              07870001
078800     PERFORM 3500-WRITE-PAYMENT THRU 3500-EXIT.                   07880001
078900     MOVE WS-PM-AMOUNT TO WS-AW-REGULAR.                          07890001
079000     MOVE WS-PM-DAYS   TO WS-AW-DAYS.                             07900001
079100     ADD 1 TO WS-PAID-COUNT.                                      07910001
079200 3220-EXIT.                                                       07920001
079300     EXIT.                                                        07930001
079400*                                                                 07940001
079500*------------------------------------------------------------     07950001
079600*3300-FIND-ELIG-START                                             07960001
079700*    ASKS HELSPAN FOR THE SPAN IN FORCE TODAY AND WALKS           07970001
079800*    BACK FROM IT TO WHERE THE APPLICANT'S ELIGIBILITY            07980001
079900*    STARTED.  WITH NO SPAN HISTORY THE DETERMINATION DATE        07990001
080000*    ON THE MASTER IS USED, OR THE FIRST OF THE PAY MONTH         08000001
080100*    WHEN THE MASTER HAS NONE.  A START THAT RESTS ON THE         08010002
080110*    MASTER'S DATE OR ON THE FIRST SPAN ON FILE IS CHECKED        08011002
080120*    AGAINST THE PAYMENT HISTORY BY 3330.                         08012002
080200*------------------------------------------------------------     08020001
080300 3300-FIND-ELIG-START.                                            08030001
080400     MOVE SPACES TO WS-WALK-DETERMINATION.                        08040001
080500     SET WS-SH-AS-OF    TO TRUE.                                  08050001
080600     MOVE AM-APPL-ID    TO WS-SH-APPL-ID.                         08060001
080700     MOVE AM-PROGRAM    TO WS-SH-PROGRAM.                         08070001
080800     MOVE WS-TODAY-DATE TO WS-SH-DATE.                            08080001
080900     PERFORM 3320-CALL-HELSPAN THRU 3320-EXIT.                    08090001
081000     IF WS-SH-NOT-FOUND                                           08100001
081100         IF AM-LAST-DATE IS NUMERIC                               08110001
081200            AND AM-LAST-DATE > ZERO                               08120001
081300             MOVE AM-LAST-DATE   TO WS-ELIG-START                 08130001
081400         ELSE                                                     08140001
081500             MOVE WS-MONTH-START TO WS-ELIG-START                 08150001
081600         END-IF                                                   08160001
081610         PERFORM 3330-CHECK-PAID-BEFORE THRU 3330-EXIT            08161002
081700         GO TO 3300-EXIT                                          08170001
081800     END-IF.                                                      08180001
081900     MOVE WS-SH-START-DATE    TO WS-ELIG-START.                   08190001
082000     MOVE WS-SH-DETERMINATION TO WS-WALK-DETERMINATION.           08200001
082100     SET WS-WALK-NOT-DONE TO TRUE.                                08210001
082200     PERFORM 3310-STEP-BACK THRU 3310-EXIT                        08220001
082300         UNTIL WS-WALK-DONE.                                      08230001
082310     IF WS-WALK-OFF-HISTORY                                       08231002
082320         PERFORM 3330-CHECK-PAID-BEFORE THRU 3330-EXIT            08232002
082330     END-IF.                                                      08233002
082400 3300-EXIT.                                                       08240001
082500     EXIT.                                                        08250001
082600*                                                                 08260001
082700*------------------------------------------------------------     08270001
082800*3310-STEP-BACK                                                   08280001
082900*    LOOKS AT THE SPAN THAT ENDED THE DAY BEFORE THE ONE          08290001
083000*    REACHED SO FAR.  AN ELIGIBLE OR ELIGIBLE-APPEAL SPAN         08300001
083100*    CONTINUES THE ELIGIBILITY, AND SO DOES A NOT ELIGIBLE        08310001
083200*    SPAN THAT AN ELIGIBLE-APPEAL SPAN OVERTURNED; ANY            08320001
083300*    OTHER SPAN ENDS THE WALK, AND SO DOES RUNNING OUT OF         08330002
083310*    SPANS, WHICH IS NOTED FOR 3330.                              08331002
083400*------------------------------------------------------------     08340001
083500 3310-STEP-BACK.                                                  08350001
083600     COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER(            08360001
083700         FUNCTION INTEGER-OF-DATE(WS-ELIG-START) - 1).            08370001
083800     SET WS-SH-AS-OF    TO TRUE.                                  08380001
083900     MOVE AM-APPL-ID    TO WS-SH-APPL-ID.                         08390001
084000     MOVE AM-PROGRAM    TO WS-SH-PROGRAM.                         08400001
084100     MOVE WS-PROBE-DATE TO WS-SH-DATE.                            08410001
084200     PERFORM 3320-CALL-HELSPAN THRU 3320-EXIT.                    08420001
084300     IF WS-SH-NOT-FOUND                                           08430001
084400         SET WS-WALK-OFF-HISTORY TO TRUE                          08440002
084500         GO TO 3310-EXIT                                          08450001
084600     END-IF.                                                      08460001
084700     IF WS-SH-DETERMINATION = "ELIGIBLE"                          08470001
084800        OR WS-SH-DETERMINATION = "ELIGIBLE-APPEAL"                08480001
084900        OR (WS-SH-DETERMINATION = "NOT ELIGIBLE"                  08490001
085000            AND WS-WALK-DETERMINATION = "ELIGIBLE-APPEAL")        08500001
085100         MOVE WS-SH-START-DATE    TO WS-ELIG-START                08510001
085200         MOVE WS-SH-DETERMINATION TO WS-WALK-DETERMINATION        08520001
085300     ELSE                                                         08530001
085400         SET WS-WALK-DONE TO TRUE                                 08540001
085500     END-IF.                                                      08550001
085600 3310-EXIT.                                                       08560001
085700     EXIT.                                                        08570001
085800*                                                                 08580001
085900*------------------------------------------------------------     08590001
086000*3320-CALL-HELSPAN                                                08600001
086100*    MAKES THE SPAN HISTORY CALL SET UP BY THE CALLER.  A         08610001
086200*    FILE ERROR IN HELSPAN ENDS THE RUN.                          08620001
086300*------------------------------------------------------------     08630001
086400 3320-CALL-HELSPAN.                                               08640001
086500     CALL "HELSPAN" USING WS-SPAN-PARM.                           08650001
086600     IF WS-SH-FILE-ERROR                                          08660001
086700         MOVE "SPANHIST"        TO WS-STATUS-FILE                 08670001
086800         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 08680001
086900         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   08690001
087000     END-IF.                                                      08700001
087100 3320-EXIT.                                                       08710001
087200     EXIT.                                                        08720001
087300*                                                                 08730001
087301*------------------------------------------------------------     08730102
087302*3330-CHECK-PAID-BEFORE                                           08730202
087303*    NEITHER THE MASTER'S LAST DETERMINATION DATE NOR THE         08730302
087304*    START OF THE FIRST SPAN ON FILE IS SURE TO BE WHERE THE      08730402
087305*    ELIGIBILITY BEGAN - A RECAPTURE MOVES THE ONE, AND THE       08730502
087306*    SPAN HISTORY ONLY GOES BACK SO FAR.  WHEN SUCH A START       08730602
087307*    FALLS AFTER THE FIRST OF THE PAY MONTH AND THE APPLICANT     08730702
087308*    WAS PAID (P OR B) FOR THE MONTH BEFORE, THEY WERE            08730802
087309*    ALREADY BEING PAID: THE ELIGIBILITY IS TAKEN AS              08730902
087310*    CONTINUOUS FROM THE FIRST OF THE PAY MONTH AND THE MONTH     08731002
087311*    IS NOT PRORATED.                                             08731102
087312*------------------------------------------------------------     08731202
087313 3330-CHECK-PAID-BEFORE.                                          08731302
087314     IF WS-ELIG-START NOT > WS-MONTH-START                        08731402
087315         GO TO 3330-EXIT                                          08731502
087316     END-IF.                                                      08731602
087317     COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER(            08731702
087318         FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).           08731802
087319     MOVE AM-APPL-ID TO PH-APPL-ID.                               08731902
087320     MOVE AM-PROGRAM TO PH-PROGRAM.                               08732002
087321     COMPUTE PH-PAY-MONTH = WS-PROBE-DATE / 100.                  08732102
087322     READ PAYMENT-HISTORY.                                        08732202
087323     IF WS-HISTORY-STATUS = "23"                                  08732302
087324         GO TO 3330-EXIT                                          08732402
087325     END-IF.                                                      08732502
087326     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   08732602
087327     IF PH-PAID OR PH-BACK-PAID                                   08732702
087328         MOVE WS-MONTH-START TO WS-ELIG-START                     08732802
087329     END-IF.                                                      08732902
087330 3330-EXIT.                                                       08733002
087331     EXIT.                                                        08733102
087332*                                                                 08733202
087400*------------------------------------------------------------     08740001
087500*3400-PRICE-MONTH                                                 08750001
087600*    PRICES ONE MONTH FOR THE APPLICANT AT THE RATE IN            08760001
087700*    FORCE ON ITS FIRST DAY FOR THEIR PROGRAM AND TIER.           08770001
087800*    WHEN ELIGIBILITY STARTED PART WAY THROUGH THE MONTH,         08780001
087900*    ONLY THE DAYS FROM THAT DATE ON ARE PAID.                    08790001
088000*------------------------------------------------------------     08800001
088100 3400-PRICE-MONTH.                                                08810001
088200     PERFORM 3410-MONTH-DATES THRU 3410-EXIT.                     08820001
088300     CALL "HELRATE" USING AM-PROGRAM, WS-PM-START,                08830001
088400                          WS-BENEFIT-RATE.                        08840001
088500     IF WS-BR-NOT-FOUND                                           08850001
088600         SET WS-RATE-MISSING TO TRUE                              08860001
088700         GO TO 3400-EXIT                                          08870001
088800     END-IF.                                                      08880001
088900     SET WS-RATE-PRESENT TO TRUE.                                 08890001
089000     IF AM-TIER = "MINOR"                                         08900001
089100         MOVE WS-BR-MINOR-RATE    TO WS-PM-RATE                   08910001
089200     ELSE IF AM-TIER = "SENIOR"                                   08920001
089300         MOVE WS-BR-SENIOR-RATE   TO WS-PM-RATE                   08930001
089400     ELSE                                                         08940001
089500         MOVE WS-BR-STANDARD-RATE TO WS-PM-RATE                   08950001
089600     END-IF.                                                      08960001
089700     IF WS-ELIG-START > WS-PM-START                               08970001
089800         COMPUTE WS-PM-DAYS =                                     08980001
089900             FUNCTION INTEGER-OF-DATE(WS-PM-END)                  08990001
090000           - FUNCTION INTEGER-OF-DATE(WS-ELIG-START) + 1          09000001
090100         COMPUTE WS-PM-AMOUNT ROUNDED =                           09010001
090200             WS-PM-RATE * WS-PM-DAYS / WS-PM-MONTH-DAYS           09020001
090300     ELSE                                                         09030001
090400         MOVE WS-PM-MONTH-DAYS TO WS-PM-DAYS                      09040001
090500         MOVE WS-PM-RATE       TO WS-PM-AMOUNT                    09050001
090600     END-IF.                                                      09060001
090700 3400-EXIT.                                                       09070001
090800     EXIT.                                                        09080001
090900*                                                                 09090001
091000*------------------------------------------------------------     09100001
091100*3410-MONTH-DATES                                                 09110001
091200*    WORKS OUT THE FIRST DAY, LAST DAY, AND LENGTH OF THE         09120001
091300*    MONTH IN WS-PM-MONTH.                                        09130001
091400*------------------------------------------------------------     09140001
091500 3410-MONTH-DATES.                                                09150001
091600     COMPUTE WS-PM-START = WS-PM-MONTH * 100 + 1.                 09160001
091700     IF WS-PM-MM = 12                                             09170001
091800         COMPUTE WS-PM-NEXT = (WS-PM-YEAR + 1) * 10000 + 101      09180001
091900     ELSE                                                         09190001
092000         COMPUTE WS-PM-NEXT = WS-PM-START + 100                   09200001
092100     END-IF.                                                      09210001
092200     COMPUTE WS-PM-MONTH-DAYS =                                   09220001
092300         FUNCTION INTEGER-OF-DATE(WS-PM-NEXT)                     09230001
092400       - FUNCTION INTEGER-OF-DATE(WS-PM-START).                   09240001
092500     COMPUTE WS-PM-END = FUNCTION DATE-OF-INTEGER(                09250001
092600         FUNCTION INTEGER-OF-DATE(WS-PM-NEXT) - 1).               09260001
092700 3410-EXIT.                                                       09270001
092800     EXIT.                                                        09280001
092900*                                                                 09290001
093000*------------------------------------------------------------     09300001
093100*3500-WRITE-PAYMENT                                               09310001
093200*    RECORDS THE MONTH JUST PRICED ON THE PAYMENT HISTORY,        09320001
093300*    AS PAID IN ITS OWN RUN OR AS ARREARS.                        09330001
093400*------------------------------------------------------------     09340001
093500 3500-WRITE-PAYMENT.                                              09350001
093600     MOVE SPACES           TO PH-PAY-RECORD.                      09360001
093700     MOVE AM-APPL-ID       TO PH-APPL-ID.                         09370001
093800     MOVE AM-PROGRAM       TO PH-PROGRAM.                         09380001
093900     MOVE WS-PM-MONTH      TO PH-PAY-MONTH.                       09390001
094000     MOVE WS-PAY-KIND      TO PH-STATUS.                          09400001
094100     MOVE AM-DETERMINATION TO PH-DETERMINATION.                   09410001
094200     MOVE AM-TIER          TO PH-TIER.                            09420001
094300     MOVE WS-ELIG-START    TO PH-ELIG-START.                      09430001
094400     MOVE WS-PM-DAYS       TO PH-DAYS.                            09440001
094500     MOVE WS-PM-RATE       TO PH-RATE.                            09450001
094600     MOVE WS-PM-AMOUNT     TO PH-AMOUNT.                          09460001
094700     MOVE WS-RUN-ID        TO PH-PAID-RUN-ID.                     09470001
094800     WRITE PH-PAY-RECORD.                                         09480001
094900     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   09490001
095000 3500-EXIT.                                                       09500001
095100     EXIT.                                                        09510001
095200*                                                                 09520001
095300*------------------------------------------------------------     09530001
095400*3600-RECOVER-OVERTURNED                                          09540001
095500*    AN ELIGIBLE DETERMINATION OVERTURNED ON APPEAL WAS           09550001
095600*    NEVER PAYABLE, SO EVERY PAYMENT MADE UNDER IT IS TAKEN       09560001
095700*    BACK: THOSE FOR MONTHS FROM THE START OF THE OVERTURNED      09570001
095800*    ELIGIBILITY ON, OR - WITH NO SPAN HISTORY BEFORE THE         09580001
095900*    OVERTURN - EVERY PAYMENT ON FILE NOT YET TAKEN BACK.         09590001
096000*    EACH IS MARKED RECOVERED, SO IT IS TAKEN BACK ONCE.          09600001
096100*------------------------------------------------------------     09610001
096200 3600-RECOVER-OVERTURNED.                                         09620001
096300     PERFORM 3300-FIND-ELIG-START THRU 3300-EXIT.                 09630001
096400     IF WS-WALK-DETERMINATION = "NOT ELIG-APPEAL"                 09640001
096500        OR WS-WALK-DETERMINATION = SPACES                         09650001
096600         MOVE ZERO        TO WS-RECOVER-FROM                      09660001
096700     ELSE                                                         09670001
096800         MOVE WS-ES-MONTH TO WS-RECOVER-FROM                      09680001
096900     END-IF.                                                      09690001
097000     MOVE AM-APPL-ID      TO PH-APPL-ID.                          09700001
097100     MOVE AM-PROGRAM      TO PH-PROGRAM.                          09710001
097200     MOVE WS-RECOVER-FROM TO PH-PAY-MONTH.                        09720001
097300     START PAYMENT-HISTORY KEY NOT LESS THAN PH-KEY.              09730001
097400     IF WS-HISTORY-STATUS = "23"                                  09740001
097500         GO TO 3600-EXIT                                          09750001
097600     END-IF.                                                      09760001
097700     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   09770001
097800     SET WS-NOT-END-OF-HISTORY TO TRUE.                           09780001
097900     PERFORM 3610-RECOVER-ONE THRU 3610-EXIT                      09790001
098000         UNTIL WS-END-OF-HISTORY.                                 09800001
098100     IF WS-AW-RECOVERY > ZERO                                     09810001
098200         MOVE "OVERTURNED-RECOVER" TO WS-AW-NOTE                  09820001
098300         ADD 1 TO WS-RECOVERY-COUNT                               09830001
098400     END-IF.                                                      09840001
098500 3600-EXIT.                                                       09850001
098600     EXIT.                                                        09860001
098700*                                                                 09870001
098800*------------------------------------------------------------     09880001
098900*3610-RECOVER-ONE                                                 09890001
099000*    READS THE APPLICANT'S NEXT PAYMENT AND, WHEN IT HAS          09900001
099100*    NOT ALREADY BEEN TAKEN BACK, TAKES IT BACK.                  09910001
099200*------------------------------------------------------------     09920001
099300 3610-RECOVER-ONE.                                                09930001
099400     READ PAYMENT-HISTORY NEXT RECORD                             09940001
099500         AT END                                                   09950001
099600             SET WS-END-OF-HISTORY TO TRUE                        09960001
099700             GO TO 3610-EXIT                                      09970001
099800     END-READ.                                                    09980001
099900     PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT.                   09990001
100000     IF PH-APPL-ID NOT = AM-APPL-ID                               10000001
100100        OR PH-PROGRAM NOT = AM-PROGRAM                            10010001
100200         SET WS-END-OF-HISTORY TO TRUE                            10020001
100300         GO TO 3610-EXIT                                          10030001
100400     END-IF.                                                      10040001
100500     IF PH-PAID OR PH-BACK-PAID                                   10050001
100600         ADD PH-AMOUNT TO WS-AW-RECOVERY                          10060001
100700         SET PH-RECOVERED TO TRUE                                 10070001
100800         MOVE WS-RUN-ID TO PH-ADJ-RUN-ID                          10080001
100900         REWRITE PH-PAY-RECORD                                    10090001
101000         PERFORM 9520-CHECK-PAYHIST THRU 9520-EXIT                10100001
101100         ADD 1 TO WS-RECOVERED-MONTHS                             10110001
101200     END-IF.                                                      10120001
101300 3610-EXIT.                                                       10130001
101400     EXIT.                                                        10140001
101500*                                                                 10150001
101600*------------------------------------------------------------     10160001
101700*3800-RELEASE-LINE                                                10170001
101800*    NETS WHAT THE APPLICANT IS PAID AND OWES THIS RUN.  A        10180001
101900*    NET AMOUNT TO PAY GOES ON THE DISBURSEMENT FILE; A NET       10190001
102000*    AMOUNT OWED IS TOTALLED AS AN OVERPAYMENT TO RECOVER.        10200001
102100*    EITHER WAY, AND FOR AN EXCEPTION, THE REGISTER GETS A        10210001
102200*    LINE.                                                        10220001
102300*------------------------------------------------------------     10230001
102400 3800-RELEASE-LINE.                                               10240001
102500     IF WS-AW-REGULAR = ZERO                                      10250001
102600        AND WS-AW-ARREARS = ZERO                                  10260001
102700        AND WS-AW-RECOVERY = ZERO                                 10270001
102800        AND WS-AW-NOTE = SPACES                                   10280001
102900         GO TO 3800-EXIT                                          10290001
103000     END-IF.                                                      10300001
103100     COMPUTE WS-AW-NET =                                          10310001
103200         WS-AW-REGULAR + WS-AW-ARREARS - WS-AW-RECOVERY.          10320001
103300     IF WS-AW-NET > ZERO                                          10330001
103400         PERFORM 3810-WRITE-DISBURSEMENT THRU 3810-EXIT           10340001
103500     ELSE IF WS-AW-NET < ZERO                                     10350001
103600         SUBTRACT WS-AW-NET FROM WS-RECOVERY-TOTAL                10360001
103700     END-IF.                                                      10370001
103800     IF WS-AW-EXCEPTION                                           10380001
103900         ADD 1 TO WS-EXCEPTION-COUNT                              10390001
104000     ELSE IF WS-AW-NOTE = SPACES                                  10400001
104100        AND WS-AW-ARREARS > ZERO                                  10410001
104200         MOVE "INCLUDES ARREARS" TO WS-AW-NOTE                    10420001
104300     ELSE IF WS-AW-NOTE = SPACES                                  10430001
104400        AND WS-AW-DAYS < WS-MONTH-DAYS                            10440001
104500         MOVE "PART MONTH" TO WS-AW-NOTE                          10450001
104600     END-IF.                                                      10460001
104700     MOVE SPACES         TO SS-SORT-RECORD.                       10470001
104800     MOVE AM-STATE       TO SS-STATE.                             10480001
104900     MOVE AM-NAME        TO SS-NAME.                              10490001
105000     MOVE AM-APPL-ID     TO SS-APPL-ID.                           10500001
105100     MOVE AM-PROGRAM     TO SS-PROGRAM.                           10510001
105200     MOVE AM-TIER        TO SS-TIER.                              10520001
105300     MOVE WS-AW-DAYS     TO SS-DAYS.                              10530001
105400     MOVE WS-AW-REGULAR  TO SS-REGULAR.                           10540001
105500     COMPUTE SS-ADJUSTMENT = WS-AW-ARREARS - WS-AW-RECOVERY.      10550001
105600     MOVE WS-AW-NET      TO SS-NET.                               10560001
105700     MOVE WS-AW-NOTE     TO SS-NOTE.                              10570001
105800     RELEASE SS-SORT-RECORD.                                      10580001
105900 3800-EXIT.                                                       10590001
106000     EXIT.                                                        10600001
106100*                                                                 10610001
106200*------------------------------------------------------------     10620001
106300*3810-WRITE-DISBURSEMENT                                          10630001
106400*    WRITES THE APPLICANT'S NET PAYMENT TO THE DISBURSEMENT       10640001
106500*    FILE AND ADDS IT TO THE CONTROL TOTALS.                      10650001
106600*------------------------------------------------------------     10660001
106700 3810-WRITE-DISBURSEMENT.                                         10670001
106800     MOVE SPACES       TO DB-DETAIL-RECORD.                       10680001
106900     MOVE "D"          TO DB-RECORD-TYPE.                         10690001
107000     MOVE AM-APPL-ID   TO DB-APPL-ID.                             10700001
107100     MOVE AM-PROGRAM   TO DB-PROGRAM.                             10710001
107200     MOVE WS-PAY-MONTH TO DB-PAY-MONTH.                           10720001
107300     MOVE AM-NAME      TO DB-NAME.                                10730001
107400     MOVE AM-STREET    TO DB-STREET.                              10740001
107500     MOVE AM-CITY      TO DB-CITY.                                10750001
107600     MOVE AM-STATE     TO DB-STATE.                               10760001
107700     MOVE AM-POSTAL    TO DB-POSTAL.                              10770001
107800     MOVE WS-AW-NET    TO DB-AMOUNT.                              10780001
107900     IF AM-ADDR-UNDELIVERABLE                                     10790001
108000         MOVE "Y" TO DB-ADDR-HOLD                                 10800001
108100     ELSE                                                         10810001
108200         MOVE "N" TO DB-ADDR-HOLD                                 10820001
108300     END-IF.                                                      10830001
108400     WRITE DB-DETAIL-RECORD.                                      10840001
108500     PERFORM 9530-CHECK-DISBFILE THRU 9530-EXIT.                  10850001
108600     ADD 1         TO WS-DISB-COUNT.                              10860001
108700     ADD WS-AW-NET TO WS-DISB-TOTAL.                              10870001
108800 3810-EXIT.                                                       10880001
108900     EXIT.                                                        10890001
109000*                                                                 10900001
109100*------------------------------------------------------------     10910001
109200*4000-PRINT-REGISTER                                              10920001
109300*    SORT OUTPUT: PRINTS THE HEADINGS, EVERY LINE IN STATE        10930001
109400*    AND NAME ORDER WITH A TOTAL AT EACH CHANGE OF STATE,         10940001
109500*    AND THE RUN TOTALS, WHICH AGREE WITH THE DISBURSEMENT        10950001
109600*    TRAILER.                                                     10960001
109700*------------------------------------------------------------     10970001
109800 4000-PRINT-REGISTER.                                             10980001
109900     MOVE WS-PAY-MONTH      TO WS-H1-MONTH.                       10990001
110000     MOVE WS-RUN-ID         TO WS-H1-RUN-ID.                      11000001
110100     MOVE WS-TODAY-DATE     TO WS-H1-DATE.                        11010001
110200     MOVE WS-HEADING-1      TO RG-PRINT-LINE.                     11020001
110300     WRITE RG-PRINT-LINE.                                         11030001
110400     MOVE SPACES            TO RG-PRINT-LINE.                     11040001
110500     WRITE RG-PRINT-LINE.                                         11050001
110600     MOVE WS-COLUMN-HEADING TO RG-PRINT-LINE.                     11060001
110700     WRITE RG-PRINT-LINE.                                         11070001
110800     PERFORM 4100-PRINT-ONE THRU 4100-EXIT                        11080001
110900         UNTIL WS-END-OF-SORT.                                    11090001
111000     IF WS-NOT-FIRST-RECORD                                       11100001
111100         PERFORM 4200-STATE-TOTAL THRU 4200-EXIT                  11110001
111200     END-IF.                                                      11120001
111300     PERFORM 4300-RUN-TOTALS THRU 4300-EXIT.                      11130001
111400 4000-EXIT.                                                       11140001
111500     EXIT.                                                        11150001
111600*                                                                 11160001
111700*------------------------------------------------------------     11170001
111800*4100-PRINT-ONE                                                   11180001
111900*    RETURNS ONE LINE, TOTALS THE STATE BEFORE IT WHEN THE        11190001
112000*    STATE CHANGES, AND PRINTS IT.                                11200001
112100*------------------------------------------------------------     11210001
112200 4100-PRINT-ONE.                                                  11220001
112300     RETURN SORT-FILE                                             11230001
112400         AT END                                                   11240001
112500             SET WS-END-OF-SORT TO TRUE                           11250001
112600             GO TO 4100-EXIT                                      11260001
112700     END-RETURN.                                                  11270001
112800     IF WS-FIRST-RECORD                                           11280001
112900         MOVE SS-STATE TO WS-CURRENT-STATE                        11290001
113000         SET WS-NOT-FIRST-RECORD TO TRUE                          11300001
113100     ELSE IF SS-STATE NOT = WS-CURRENT-STATE                      11310001
113200         PERFORM 4200-STATE-TOTAL THRU 4200-EXIT                  11320001
113300         MOVE SS-STATE TO WS-CURRENT-STATE                        11330001
113400     END-IF.                                                      11340001
113500     MOVE SPACES        TO WS-DETAIL-LINE.                        11350001
113600     MOVE SS-STATE      TO WS-DL-STATE.                           11360001
113700     MOVE SS-NAME       TO WS-DL-NAME.                            11370001
113800     MOVE SS-APPL-ID    TO WS-DL-APPL-ID.                         11380001
113900     MOVE SS-PROGRAM    TO WS-DL-PROGRAM.                         11390001
114000     MOVE SS-TIER       TO WS-DL-TIER.                            11400001
114100     MOVE SS-DAYS       TO WS-DL-DAYS.                            11410001
114200     MOVE SS-REGULAR    TO WS-DL-REGULAR.                         11420001
114300     MOVE SS-ADJUSTMENT TO WS-DL-ADJUSTMENT.                      11430001
114400     MOVE SS-NET        TO WS-DL-NET.                             11440001
114500     MOVE SS-NOTE       TO WS-DL-NOTE.                            11450001
114600     MOVE WS-DETAIL-LINE TO RG-PRINT-LINE.                        11460001
114700     WRITE RG-PRINT-LINE.                                         11470001
114800     ADD 1      TO WS-STATE-COUNT.                                11480001
114900     ADD SS-NET TO WS-STATE-NET.                                  11490001
115000 4100-EXIT.                                                       11500001
115100     EXIT.                                                        11510001
115200*                                                                 11520001
115300*------------------------------------------------------------     11530001
115400*4200-STATE-TOTAL                                                 11540001
115500*    PRINTS THE LINE COUNT AND NET FOR THE STATE JUST             11550001
115600*    FINISHED AND STARTS THE NEXT STATE'S TOTALS AT ZERO.         11560001
115700*------------------------------------------------------------     11570001
115800 4200-STATE-TOTAL.                                                11580001
115900     MOVE WS-CURRENT-STATE    TO WS-SL-STATE.                     11590001
116000     MOVE WS-STATE-COUNT      TO WS-SL-COUNT.                     11600001
116100     MOVE WS-STATE-NET        TO WS-SL-NET.                       11610001
116200     MOVE WS-STATE-TOTAL-LINE TO RG-PRINT-LINE.                   11620001
116300     WRITE RG-PRINT-LINE.                                         11630001
116400     MOVE SPACES              TO RG-PRINT-LINE.                   11640001
116500     WRITE RG-PRINT-LINE.                                         11650001
116600     MOVE ZERO TO WS-STATE-COUNT.                                 11660001
116700     MOVE ZERO TO WS-STATE-NET.                                   11670001
116800 4200-EXIT.                                                       11680001
116900     EXIT.                                                        11690001
117000*                                                                 11700001
117100*------------------------------------------------------------     11710001
117200*4300-RUN-TOTALS                                                  11720001
117300*    PRINTS WHAT WAS DISBURSED - THE SAME COUNT AND AMOUNT        11730001
117400*    AS THE DISBURSEMENT TRAILER - THE OVERPAYMENTS TO            11740001
117500*    RECOVER, AND THE EXCEPTIONS HELD FOR FOLLOW-UP.              11750001
117600*------------------------------------------------------------     11760001
117700 4300-RUN-TOTALS.                                                 11770001
117800     MOVE SPACES              TO WS-TOTAL-LINE.                   11780001
117900     MOVE "PAYMENTS DISBURSED:" TO WS-TL-LABEL.                   11790001
118000     MOVE WS-DISB-COUNT       TO WS-TL-COUNT.                     11800001
118100     MOVE WS-DISB-TOTAL       TO WS-TL-AMOUNT.                    11810001
118200     MOVE WS-TOTAL-LINE       TO RG-PRINT-LINE.                   11820001
118300     WRITE RG-PRINT-LINE.                                         11830001
118400     MOVE SPACES              TO WS-TOTAL-LINE.                   11840001
118500     MOVE "OVERPAYMENTS TO RECOVER:" TO WS-TL-LABEL.              11850001
118600     MOVE WS-RECOVERY-COUNT   TO WS-TL-COUNT.                     11860001
118700     MOVE WS-RECOVERY-TOTAL   TO WS-TL-AMOUNT.                    11870001
118800     MOVE WS-TOTAL-LINE       TO RG-PRINT-LINE.                   11880001
118900     WRITE RG-PRINT-LINE.                                         11890001
119000     MOVE SPACES              TO WS-TOTAL-LINE.                   11900001
119100     MOVE "EXCEPTIONS NOT PAID:" TO WS-TL-LABEL.                  11910001
119200     MOVE WS-EXCEPTION-COUNT  TO WS-TL-COUNT.                     11920001
119300     MOVE WS-TOTAL-LINE       TO RG-PRINT-LINE.                   11930001
119400     WRITE RG-PRINT-LINE.                                         11940001
119500 4300-EXIT.                                                       11950001
119600     EXIT.                                                        11960001
119700*                                                                 11970001
119800*------------------------------------------------------------     11980001
119900*9000-TERMINATE                                                   11990001
120000*    CLOSES THE FILES AND REPORTS THE RUN COUNTS AND              12000001
120100*    TOTALS.  A RUN WITH EXCEPTIONS, OR THAT DISBURSED            12010001
120200*    NOTHING, ENDS WITH RETURN CODE 4 SO IT IS LOOKED AT          12020001
120300*    BEFORE THE FILE GOES TO THE TREASURY.                        12030001
120400*------------------------------------------------------------     12040001
120500 9000-TERMINATE.                                                  12050001
120600     IF WS-RUN-RC NOT = ZERO                                      12060001
120700         MOVE WS-RUN-RC TO RETURN-CODE                            12070001
120800         GO TO 9000-EXIT                                          12080001
120900     END-IF.                                                      12090001
121000     CLOSE APPLICANT-MASTER.                                      12100001
121100     CLOSE PAYMENT-HISTORY.                                       12110001
121200     CLOSE DISBURSEMENT-FILE.                                     12120001
121300     CLOSE PAYMENT-REGISTER.                                      12130001
121400     SET WS-SH-CLOSE TO TRUE.                                     12140001
121500     CALL "HELSPAN" USING WS-SPAN-PARM.                           12150001
121600     MOVE WS-READ-COUNT       TO WS-COUNT-ED.                     12160001
121700     DISPLAY "HELPAY - MASTER RECORDS READ: " WS-COUNT-ED.        12170001
121800     MOVE WS-PAID-COUNT       TO WS-COUNT-ED.                     12180001
121900     DISPLAY "HELPAY - MONTHS PAID: " WS-COUNT-ED.                12190001
122000     MOVE WS-ARREARS-COUNT    TO WS-COUNT-ED.                     12200001
122100     DISPLAY "HELPAY - ARREARS MONTHS PAID: " WS-COUNT-ED.        12210001
122200     MOVE WS-RECOVERED-MONTHS TO WS-COUNT-ED.                     12220001
122300     DISPLAY "HELPAY - PAYMENTS TAKEN BACK: " WS-COUNT-ED.        12230001
122400     MOVE WS-EXCEPTION-COUNT  TO WS-COUNT-ED.                     12240001
122500     DISPLAY "HELPAY - EXCEPTIONS NOT PAID: " WS-COUNT-ED.        12250001
122600     MOVE WS-DISB-COUNT       TO WS-COUNT-ED.                     12260001
122700     MOVE WS-DISB-TOTAL       TO WS-AMOUNT-ED.                    12270001
122800     DISPLAY "HELPAY - DISBURSED: " WS-COUNT-ED                   12280001
122900         " TOTAL " WS-AMOUNT-ED.                                  12290001
123000     DISPLAY "HELPAY - RUN ID " WS-RUN-ID.                        12300001
123100     IF WS-EXCEPTION-COUNT > ZERO OR WS-DISB-COUNT = ZERO         12310001
123200         MOVE 4 TO WS-RUN-RC                                      12320001
123300     END-IF.                                                      12330001
123400     MOVE WS-RUN-RC TO RETURN-CODE.                               12340001
123500 9000-EXIT.                                                       12350001
123600     EXIT.                                                        12360001
123700*                                                                 12370001
123800*------------------------------------------------------------     12380001
123900*9500-FILE-ERROR                                                  12390001
124000*    NAMES THE FAILING FILE AND STATUS ON THE CONSOLE AND         12400001
124100*    ENDS THE RUN WITH RETURN CODE 16.  THE MONTH STAYS           12410001
124200*    MARKED STARTED, SO IT CANNOT BE RUN AGAIN UNTIL THE          12420001
124300*    PAYMENT HISTORY IS PUT BACK.                                 12430001
124400*------------------------------------------------------------     12440001
124500 9500-FILE-ERROR.                                                 12450001
124600     DISPLAY "HELPAY - FILE ERROR ON " WS-STATUS-FILE             12460001
124700         " STATUS " WS-STATUS-CODE.                               12470001
124800     DISPLAY "HELPAY - RUN ABENDED - RETURN CODE 16".             12480001
124900     MOVE 16 TO RETURN-CODE.                                      12490001
125000     STOP RUN.                                                    12500001
125100 9500-EXIT.                                                       12510001
125200     EXIT.                                                        12520001
125300*                                                                 12530001
125400 9510-CHECK-APPLMAST.                                             12540001
125500     IF WS-MASTER-STATUS NOT = "00"                               12550001
125600         MOVE "APPLMAST"         TO WS-STATUS-FILE                12560001
125700         MOVE WS-MASTER-STATUS   TO WS-STATUS-CODE                12570001
125800         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   12580001
125900     END-IF.                                                      12590001
126000 9510-EXIT.                                                       12600001
126100     EXIT.                                                        12610001
126200*                                                                 12620001
126300 9520-CHECK-PAYHIST.                                              12630001
126400     IF WS-HISTORY-STATUS NOT = "00"                              12640001
126500         MOVE "PAYHIST"          TO WS-STATUS-FILE                12650001
126600         MOVE WS-HISTORY-STATUS  TO WS-STATUS-CODE                12660001
126700         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   12670001
126800     END-IF.                                                      12680001
126900 9520-EXIT.                                                       12690001
127000     EXIT.                                                        12700001
127100*                                                                 12710001
127200 9530-CHECK-DISBFILE.                                             12720001
127300     IF WS-DISB-STATUS NOT = "00"                                 12730001
127400         MOVE "DISBFILE"         TO WS-STATUS-FILE                12740001
127500         MOVE WS-DISB-STATUS     TO WS-STATUS-CODE                12750001
127600         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   12760001
127700     END-IF.                                                      12770001
127800 9530-EXIT.                                                       12780001
127900     EXIT.                                                        12790001
