000100*----------------------------------------------------------       00010001
000200*HELRCVR - APPLICANT MASTER RELOAD AND AUDIT LOG ROLL-FORWARD     00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELRCVR.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  RECOVERS THE APPLICANT        00140001
001500*                MASTER AFTER DAMAGE OR A BAD RUN.  OPERATIONS    00150001
001600*                POINTS MASTBKUP AT THE HELBKUP UNLOAD TO START   00160001
001700*                FROM AND LISTS, IN RCVREXCL, ANY RUN IDS TO      00170001
001800*                BACK OUT (A HELREDET RUN AGAINST THE WRONG       00180001
001900*                RULEFILE, SAY).  THE BACKUP IS CHECKED END TO    00190001
002000*                END AGAINST ITS TRAILER BEFORE THE MASTER IS     00200001
002100*                TOUCHED, THEN RELOADED.  EVERY AUDIT LOG ENTRY   00210001
002200*                WRITTEN AT OR AFTER THE BACKUP'S TIME STAMP,     00220001
002300*                EXCEPT THOSE OF THE EXCLUDED RUNS, IS SORTED     00230001
002400*                INTO DATE/TIME ORDER AND APPLIED TO THE          00240001
002500*                RELOADED MASTER THE WAY THE RUN THAT LOGGED IT   00250001
002600*                CHANGED IT.  A RETURNED-MAIL ENTRY SETS THE      00260001
002700*                ADDRESS FLAG FROM RETHIST; A RECERTIFICATION     00270001
002800*                NOTICE SETS THE DUE DATE FROM RCNOTICE.  THE     00280001
002900*                RELOADED MASTER IS THEN COMPARED WITH THE        00290001
003000*                BACKUP.  THE REPORT LISTS EVERY ENTRY THAT       00300001
003100*                COULD NOT BE APPLIED, OR WAS APPLIED WITHOUT     00310001
003200*                ALL ITS DETAIL, AND ENDS WITH THE RECORDS        00320001
003300*                RESTORED AND THE RECORDS THE ROLL-FORWARD        00330001
003400*                CHANGED.  NOTHING IS WRITTEN TO THE AUDIT LOG -  00340001
003500*                THE ENTRIES APPLIED ARE ALREADY ON IT.           00350001
003510*10/15/2026 RJM  AUDIT LINE AND SORT IMAGE WIDENED FOR THE        00351002
003520*                OPERATOR ID NOW ON THE END OF EVERY AUDLREC.     00352002
003530*10/15/2026 RJM  A CAPTURE APPLIED TO AN EXISTING RECORD IS NOW   00353003
003540*                LISTED TOO - ITS ADDRESS, BIRTH DATE, AND SITE   00354003
003550*                ARE STILL THE BACKUP'S AND MUST BE KEYED AGAIN.  00355003
003600*----------------------------------------------------------       00360001
003700 ENVIRONMENT DIVISION.                                            00370001
003800 CONFIGURATION SECTION.                                           00380001
003900 INPUT-OUTPUT SECTION.                                            00390001
004000 FILE-CONTROL.                                                    00400001
004100     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00410001
004200         ORGANIZATION IS INDEXED                                  00420001
004300         ACCESS MODE IS DYNAMIC                                   00430001
004400         RECORD KEY IS AM-REC-KEY                                 00440001
004500         FILE STATUS IS WS-MASTER-STATUS.                         00450001
004600                                                                  00460001
004700     SELECT MASTER-BACKUP ASSIGN TO "MASTBKUP"                    00470001
004800         ORGANIZATION IS LINE SEQUENTIAL                          00480001
004900         FILE STATUS IS WS-BACKUP-STATUS.                         00490001
005000                                                                  00500001
005100     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"                        00510001
005200         ORGANIZATION IS LINE SEQUENTIAL                          00520001
005300         FILE STATUS IS WS-AUDIT-LOG-STATUS.                      00530001
005400                                                                  00540001
005500     SELECT EXCLUDE-PARM-FILE ASSIGN TO "RCVREXCL"                00550001
005600         ORGANIZATION IS LINE SEQUENTIAL                          00560001
005700         FILE STATUS IS WS-EXCLUDE-STATUS.                        00570001
005800                                                                  00580001
005900     SELECT RETURN-HISTORY ASSIGN TO "RETHIST"                    00590001
006000         ORGANIZATION IS LINE SEQUENTIAL                          00600001
006100         FILE STATUS IS WS-RETHIST-STATUS.                        00610001
006200                                                                  00620001
006300     SELECT RECERT-FILE ASSIGN TO "RCNOTICE"                      00630001
006400         ORGANIZATION IS INDEXED                                  00640001
006500         ACCESS MODE IS RANDOM                                    00650001
006600         RECORD KEY IS RN-KEY                                     00660001
006700         FILE STATUS IS WS-RECERT-STATUS.                         00670001
006800                                                                  00680001
006900     SELECT RECOVERY-REPORT ASSIGN TO "RCVRRPT"                   00690001
007000         ORGANIZATION IS LINE SEQUENTIAL.                         00700001
007100                                                                  00710001
007200     SELECT SORT-FILE ASSIGN TO "SORTWK".                         00720001
007300                                                                  00730001
007400 DATA DIVISION.                                                   00740001
007500 FILE SECTION.                                                    00750001
007600*----------------------------------------------------------       00760001
007700*APPLICANT-MASTER - RELOADED FROM THE BACKUP, THEN UPDATED        00770001
007800*BY KEY AS THE AUDIT ENTRIES ARE APPLIED                          00780001
007900*----------------------------------------------------------       00790001
008000 FD  APPLICANT-MASTER.                                            00800001
008100 COPY APPLMREC.                                                   00810001
008200                                                                  00820001
008300*----------------------------------------------------------       00830001
008400*MASTER-BACKUP - THE HELBKUP UNLOAD CHOSEN TO START FROM          00840001
008500*----------------------------------------------------------       00850001
008600 FD  MASTER-BACKUP.                                               00860001
008700 COPY MBKPREC.                                                    00870001
008800                                                                  00880001
008900*----------------------------------------------------------       00890001
009000*AUDIT-LOG - THE SHARED DETERMINATION LOG, READ ONLY.  EACH       00900001
009100*RECORD IS READ INTO AL-LOG-RECORD IN WORKING-STORAGE SO THE      00910001
009200*SORT'S OUTPUT PROCEDURE CAN USE THE SAME LAYOUT.                 00920001
009300*----------------------------------------------------------       00930001
009400 FD  AUDIT-LOG.                                                   00940001
009500 01  AI-LOG-LINE             PIC X(132).                          00950002
009600                                                                  00960001
009700*----------------------------------------------------------       00970001
009800*EXCLUDE-PARM-FILE - OPTIONAL.  ONE RUN ID PER RECORD WHOSE       00980001
009900*ENTRIES ARE NOT TO BE ROLLED FORWARD.  NO FILE, OR AN            00990001
010000*EMPTY ONE, MEANS EVERYTHING IS APPLIED.                          01000001
010100*----------------------------------------------------------       01010001
010200 FD  EXCLUDE-PARM-FILE.                                           01020001
010300 01  XP-PARM-RECORD.                                              01030001
010400     05  XP-RUN-ID           PIC X(16).                           01040001
010500                                                                  01050001
010600*----------------------------------------------------------       01060001
010700*RETURN-HISTORY - OPTIONAL.  THE HELRMAIL HISTORY, READ FOR       01070001
010800*THE RETURN DATE AND REASON OF EACH RETURNED-MAIL ENTRY.          01080001
010900*----------------------------------------------------------       01090001
011000 FD  RETURN-HISTORY.                                              01100001
011100 COPY RETHREC.                                                    01110001
011200                                                                  01120001
011300*----------------------------------------------------------       01130001
011400*RECERT-FILE - OPTIONAL.  THE HELRCERT NOTICE FILE, READ BY       01140001
011500*KEY FOR THE DUE DATE OF EACH NOTICE ENTRY.                       01150001
011600*----------------------------------------------------------       01160001
011700 FD  RECERT-FILE.                                                 01170001
011800 COPY RCNTREC.                                                    01180001
011900                                                                  01190001
012000*----------------------------------------------------------       01200001
012100*RECOVERY-REPORT - WHAT WAS RESTORED, WHAT WAS ROLLED             01210001
012200*FORWARD, AND WHAT COULD NOT BE                                   01220001
012300*----------------------------------------------------------       01230001
012400 FD  RECOVERY-REPORT.                                             01240001
012500 01  RR-PRINT-LINE           PIC X(100).                          01250001
012600                                                                  01260001
012700*----------------------------------------------------------       01270001
012800*SORT-FILE - THE AUDIT ENTRIES TO APPLY, PUT INTO DATE/TIME       01280001
012900*ORDER.  THE SEQUENCE NUMBER KEEPS ENTRIES STAMPED IN THE         01290001
013000*SAME HUNDREDTH OF A SECOND IN THE ORDER THEY WERE LOGGED.        01300001
013100*----------------------------------------------------------       01310001
013200 SD  SORT-FILE.                                                   01320001
013300 01  SS-SORT-RECORD.                                              01330001
013400     05  SS-DATE             PIC 9(08).                           01340001
013500     05  SS-TIME             PIC 9(08).                           01350001
013600     05  SS-SEQ              PIC 9(09).                           01360001
013700     05  SS-LOG-IMAGE        PIC X(132).                          01370002
013800                                                                  01380001
013900 WORKING-STORAGE SECTION.                                         01390001
014000                                                                  01400001
014100*----------------------------------------------------------       01410001
014200*AL-LOG-RECORD - THE AUDIT ENTRY IN HAND                          01420001
014300*----------------------------------------------------------       01430001
014400 COPY AUDLREC.                                                    01440001
014500                                                                  01450001
014600*----------------------------------------------------------       01460001
014700*WS-EOF-SW - SET WHEN THE FILE BEING READ IS EXHAUSTED            01470001
014800*----------------------------------------------------------       01480001
014900 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01490001
015000     88  WS-END-OF-FILE              VALUE 'Y'.                   01500001
015100     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01510001
015200                                                                  01520001
015300*----------------------------------------------------------       01530001
015400*WS-SORT-EOF-SW - SET WHEN THE SORTED ENTRIES ARE EXHAUSTED       01540001
015500*----------------------------------------------------------       01550001
015600 01  WS-SORT-EOF-SW      PIC X(01)   VALUE 'N'.                   01560001
015700     88  WS-END-OF-SORT              VALUE 'Y'.                   01570001
015800     88  WS-NOT-END-OF-SORT          VALUE 'N'.                   01580001
015900                                                                  01590001
016000*----------------------------------------------------------       01600001
016100*WS-BACKUP-EOF-SW - SET AT THE BACKUP TRAILER                     01610001
016200*----------------------------------------------------------       01620001
016300 01  WS-BACKUP-EOF-SW    PIC X(01)   VALUE 'N'.                   01630001
016400     88  WS-BACKUP-END               VALUE 'Y'.                   01640001
016500     88  WS-BACKUP-NOT-END           VALUE 'N'.                   01650001
016600                                                                  01660001
016700*----------------------------------------------------------       01670001
016800*WS-RUN-SW - SET WHEN THE RUN IS REFUSED BEFORE THE MASTER        01680001
016900*IS TOUCHED                                                       01690001
017000*----------------------------------------------------------       01700001
017100 01  WS-RUN-SW           PIC X(01)   VALUE 'N'.                   01710001
017200     88  WS-RUN-REFUSED              VALUE 'Y'.                   01720001
017300     88  WS-RUN-GOING                VALUE 'N'.                   01730001
017400                                                                  01740001
017500*----------------------------------------------------------       01750001
017600*WS-TRAILER-SW - SET WHEN THE BACKUP CHECK REACHES THE            01760001
017700*TRAILER RECORD                                                   01770001
017800*----------------------------------------------------------       01780001
017900 01  WS-TRAILER-SW       PIC X(01)   VALUE 'N'.                   01790001
018000     88  WS-TRAILER-SEEN             VALUE 'Y'.                   01800001
018100     88  WS-TRAILER-NOT-SEEN         VALUE 'N'.                   01810001
018200                                                                  01820001
018300*----------------------------------------------------------       01830001
018400*WS-MASTER-SW - WHETHER THE ENTRY'S APPLICANT IS ON THE           01840001
018500*MASTER AS IT STANDS                                              01850001
018600*----------------------------------------------------------       01860001
018700 01  WS-MASTER-SW        PIC X(01)   VALUE 'N'.                   01870001
018800     88  WS-MASTER-FOUND             VALUE 'Y'.                   01880001
018900     88  WS-MASTER-NOT-FOUND         VALUE 'N'.                   01890001
019000                                                                  01900001
019100*----------------------------------------------------------       01910001
019200*WS-MASTER-OPEN-SW - WHETHER APPLICANT-MASTER IS OPEN AND         01920001
019300*NEEDS CLOSING                                                    01930001
019400*----------------------------------------------------------       01940001
019500 01  WS-MASTER-OPEN-SW   PIC X(01)   VALUE 'N'.                   01950001
019600     88  WS-MASTER-OPEN              VALUE 'Y'.                   01960001
019700     88  WS-MASTER-CLOSED            VALUE 'N'.                   01970001
019800                                                                  01980001
019900*----------------------------------------------------------       01990001
020000*WS-RECERT-SW - WHETHER THE NOTICE FILE COULD BE OPENED           02000001
020100*----------------------------------------------------------       02010001
020200 01  WS-RECERT-SW        PIC X(01)   VALUE 'N'.                   02020001
020300     88  WS-RECERT-UP                VALUE 'Y'.                   02030001
020400     88  WS-RECERT-DOWN              VALUE 'N'.                   02040001
020500                                                                  02050001
020600*----------------------------------------------------------       02060001
020700*WS-MATCH-SW - SET BY THE TABLE SEARCHES WHEN AN ENTRY            02070001
020800*MATCHES                                                          02080001
020900*----------------------------------------------------------       02090001
021000 01  WS-MATCH-SW         PIC X(01)   VALUE 'N'.                   02100001
021100     88  WS-MATCH-FOUND              VALUE 'Y'.                   02110001
021200     88  WS-MATCH-NOT-FOUND          VALUE 'N'.                   02120001
021300                                                                  02130001
021400 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               02140001
021500 01  WS-BACKUP-STATUS     PIC X(02)   VALUE SPACES.               02150001
021600 01  WS-AUDIT-LOG-STATUS  PIC X(02)   VALUE SPACES.               02160001
021700 01  WS-EXCLUDE-STATUS    PIC X(02)   VALUE SPACES.               02170001
021800 01  WS-RETHIST-STATUS    PIC X(02)   VALUE SPACES.               02180001
021900 01  WS-RECERT-STATUS     PIC X(02)   VALUE SPACES.               02190001
022000                                                                  02200001
022100*----------------------------------------------------------       02210001
022200*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       02220001
022300*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          02230001
022400*----------------------------------------------------------       02240001
022500 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               02250001
022600 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               02260001
022700                                                                  02270001
022800*----------------------------------------------------------       02280001
022900*WS-RUN-ID - UNIQUE STAMP FOR THIS RECOVERY RUN, SHOWN ON         02290001
023000*THE REPORT - HV PREFIX                                           02300001
023100*----------------------------------------------------------       02310001
023200 01  WS-RUN-ID.                                                   02320001
023300     05  FILLER           PIC X(02)   VALUE "HV".                 02330001
023400     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 02340001
023500     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 02350001
023600 01  WS-TIME-WORK.                                                02360001
023700     05  WS-TW-HHMMSS     PIC 9(06).                              02370001
023800     05  FILLER           PIC 9(02).                              02380001
023900                                                                  02390001
024000*----------------------------------------------------------       02400001
024100*WS-BACKUP-STAMP - DATE, TIME, AND RUN ID FROM THE BACKUP         02410001
024200*HEADER.  ENTRIES LOGGED AT OR AFTER THIS ARE ROLLED FORWARD.     02420001
024300*----------------------------------------------------------       02430001
024400 01  WS-BACKUP-STAMP.                                             02440001
024500     05  WS-BACKUP-DATE   PIC 9(08)   VALUE ZERO.                 02450001
024600     05  WS-BACKUP-TIME   PIC 9(08)   VALUE ZERO.                 02460001
024700     05  WS-BACKUP-RUN-ID PIC X(16)   VALUE SPACES.               02470001
024800                                                                  02480001
024900*----------------------------------------------------------       02490001
025000*WS-REFUSE-REASON - WHY THE RUN WAS REFUSED, FOR THE              02500001
025100*CONSOLE AND THE REPORT                                           02510001
025200*----------------------------------------------------------       02520001
025300 01  WS-REFUSE-REASON     PIC X(60)   VALUE SPACES.               02530001
025400                                                                  02540001
025500*----------------------------------------------------------       02550001
025600*WS-NOTE - WHAT WENT WRONG WITH THE ENTRY IN HAND, FOR ITS        02560001
025700*REPORT LINE                                                      02570001
025800*----------------------------------------------------------       02580001
025900 01  WS-NOTE              PIC X(30)   VALUE SPACES.               02590001
026000                                                                  02600001
026100*----------------------------------------------------------       02610001
026200*WS-CMP-KEYS - THE KEYS IN HAND ON EACH SIDE OF THE               02620001
026300*MASTER-TO-BACKUP COMPARISON; HIGH-VALUES AT END                  02630001
026400*----------------------------------------------------------       02640001
026500 01  WS-CMP-KEYS.                                                 02650001
026600     05  WS-CMP-MASTER-KEY  PIC X(13)  VALUE SPACES.              02660001
026700     05  WS-CMP-BACKUP-KEY  PIC X(13)  VALUE SPACES.              02670001
026800                                                                  02680001
026900*------------------------------------------------------------     02690001
027000*WS-EXCLUDE-TABLE - THE RUN IDS TO BACK OUT, WITH THE NUMBER      02700001
027100*OF ENTRIES SKIPPED FOR EACH                                      02710001
027200*------------------------------------------------------------     02720001
027300 01  WS-EXCLUDE-TABLE.                                            02730001
027400     05  WS-EX-ENTRY OCCURS 50 TIMES.                             02740001
027500         10  WS-EX-RUN-ID        PIC X(16).                       02750001
027600         10  WS-EX-SKIPPED       PIC 9(07) COMP.                  02760001
027700                                                                  02770001
027800*------------------------------------------------------------     02780001
027900*WS-RETURN-TABLE - RETHIST RECORDS LOADED ON OR AFTER THE         02790001
028000*BACKUP DATE, LOOKED UP BY RUN ID, APPLICANT, AND PROGRAM         02800001
028100*------------------------------------------------------------     02810001
028200 01  WS-RETURN-TABLE.                                             02820001
028300     05  WS-RT-ENTRY OCCURS 2000 TIMES.                           02830001
028400         10  WS-RT-RUN-ID        PIC X(16).                       02840001
028500         10  WS-RT-APPL-ID       PIC X(10).                       02850001
028600         10  WS-RT-PROGRAM       PIC X(03).                       02860001
028700         10  WS-RT-DATE          PIC 9(08).                       02870001
028800         10  WS-RT-REASON        PIC X(02).                       02880001
028900                                                                  02890001
029000 77  WS-EX-COUNT          PIC 9(05) COMP     VALUE ZERO.          02900001
029100 77  WS-EX-MAX            PIC 9(05) COMP     VALUE 50.            02910001
029200 77  WS-EX-X              PIC 9(05) COMP     VALUE ZERO.          02920001
029300 77  WS-RT-COUNT          PIC 9(05) COMP     VALUE ZERO.          02930001
029400 77  WS-RT-MAX            PIC 9(05) COMP     VALUE 2000.          02940001
029500 77  WS-RT-X              PIC 9(05) COMP     VALUE ZERO.          02950001
029600 77  WS-RT-OVER-COUNT     PIC 9(07) COMP     VALUE ZERO.          02960001
029700 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          02970001
029800 77  WS-BK-DETAIL-COUNT   PIC 9(09) COMP     VALUE ZERO.          02980001
029900 77  WS-BK-TRAILER-COUNT  PIC 9(09) COMP     VALUE ZERO.          02990001
030000 77  WS-BK-BAD-COUNT      PIC 9(09) COMP     VALUE ZERO.          03000001
030100 77  WS-RESTORED-COUNT    PIC 9(09) COMP     VALUE ZERO.          03010001
030200 77  WS-LOG-READ-COUNT    PIC 9(09) COMP     VALUE ZERO.          03020001
030300 77  WS-BEFORE-COUNT      PIC 9(09) COMP     VALUE ZERO.          03030001
030400 77  WS-EXCLUDED-COUNT    PIC 9(09) COMP     VALUE ZERO.          03040001
030500 77  WS-SELECTED-COUNT    PIC 9(09) COMP     VALUE ZERO.          03050001
030600 77  WS-APPLIED-COUNT     PIC 9(09) COMP     VALUE ZERO.          03060001
030700 77  WS-NOCHANGE-COUNT    PIC 9(09) COMP     VALUE ZERO.          03070001
030800 77  WS-PART-COUNT        PIC 9(09) COMP     VALUE ZERO.          03080001
030900 77  WS-NOT-APPLIED-COUNT PIC 9(09) COMP     VALUE ZERO.          03090001
031000 77  WS-CHANGED-COUNT     PIC 9(09) COMP     VALUE ZERO.          03100001
031100 77  WS-ADDED-COUNT       PIC 9(09) COMP     VALUE ZERO.          03110001
031200 77  WS-MISSING-COUNT     PIC 9(09) COMP     VALUE ZERO.          03120001
031300 77  WS-COUNT-ED          PIC Z(08)9.                             03130001
031400                                                                  03140001
031500*----------------------------------------------------------       03150001
031600*REPORT LINES                                                     03160001
031700*----------------------------------------------------------       03170001
031800 01  WS-HEADING-1.                                                03180001
031900     05  FILLER              PIC X(32)                            03190001
032000         VALUE "APPLICANT MASTER RECOVERY       ".                03200001
032100     05  WS-H1-DATE          PIC 9(08).                           03210001
032200     05  FILLER              PIC X(08)  VALUE "  RUN ID".         03220001
032300     05  FILLER              PIC X(01)  VALUE SPACE.              03230001
032400     05  WS-H1-RUN-ID        PIC X(16).                           03240001
032500     05  FILLER              PIC X(35)  VALUE SPACES.             03250001
032600 01  WS-BACKUP-LINE.                                              03260001
032700     05  FILLER              PIC X(20)                            03270001
032800         VALUE "RESTORED FROM BACKUP".                            03280001
032900     05  FILLER              PIC X(01)  VALUE SPACE.              03290001
033000     05  WS-BL-DATE          PIC 9(08).                           03300001
033100     05  FILLER              PIC X(01)  VALUE SPACE.              03310001
033200     05  WS-BL-TIME          PIC 9(08).                           03320001
033300     05  FILLER              PIC X(08)  VALUE "  RUN ID".         03330001
033400     05  FILLER              PIC X(01)  VALUE SPACE.              03340001
033500     05  WS-BL-RUN-ID        PIC X(16).                           03350001
033600     05  FILLER              PIC X(37)  VALUE SPACES.             03360001
033700 01  WS-REFUSE-LINE.                                              03370001
033800     05  FILLER              PIC X(12)                            03380001
033900         VALUE "RUN REFUSED:".                                    03390001
034000     05  FILLER              PIC X(01)  VALUE SPACE.              03400001
034100     05  WS-RL-REASON        PIC X(60).                           03410001
034200     05  FILLER              PIC X(27)  VALUE SPACES.             03420001
034300 01  WS-LIST-HEADING-1.                                           03430001
034400     05  FILLER              PIC X(30)                            03440001
034500         VALUE "AUDIT ENTRIES NOT APPLIED, OR ".                  03450001
034600     05  FILLER              PIC X(32)                            03460001
034700         VALUE "APPLIED WITHOUT ALL THEIR DETAIL".                03470001
034800     05  FILLER              PIC X(38)  VALUE SPACES.             03480001
034900 01  WS-LIST-HEADING-2.                                           03490001
035000     05  FILLER              PIC X(35)                            03500001
035100         VALUE "DATE     TIME     RUN ID           ".             03510001
035200     05  FILLER              PIC X(36)                            03520001
035300         VALUE "APPL ID    PRG ACTION           NOTE".            03530001
035400     05  FILLER              PIC X(29)  VALUE SPACES.             03540001
035500 01  WS-DETAIL-LINE.                                              03550001
035600     05  WS-DL-DATE          PIC X(08).                           03560001
035700     05  FILLER              PIC X(01)  VALUE SPACE.              03570001
035800     05  WS-DL-TIME          PIC X(08).                           03580001
035900     05  FILLER              PIC X(01)  VALUE SPACE.              03590001
036000     05  WS-DL-RUN-ID        PIC X(16).                           03600001
036100     05  FILLER              PIC X(01)  VALUE SPACE.              03610001
036200     05  WS-DL-APPL-ID       PIC X(10).                           03620001
036300     05  FILLER              PIC X(01)  VALUE SPACE.              03630001
036400     05  WS-DL-PROGRAM       PIC X(03).                           03640001
036500     05  FILLER              PIC X(01)  VALUE SPACE.              03650001
036600     05  WS-DL-ACTION        PIC X(16).                           03660001
036700     05  FILLER              PIC X(01)  VALUE SPACE.              03670001
036800     05  WS-DL-NOTE          PIC X(30).                           03680001
036900     05  FILLER              PIC X(03)  VALUE SPACES.             03690001
037000 01  WS-EXCLUDE-LINE.                                             03700001
037100     05  FILLER              PIC X(16)                            03710001
037200         VALUE "EXCLUDED RUN ID ".                                03720001
037300     05  WS-XL-RUN-ID        PIC X(16).                           03730001
037400     05  FILLER              PIC X(18)                            03740001
037500         VALUE "  ENTRIES SKIPPED ".                              03750001
037600     05  WS-XL-SKIPPED       PIC Z(06)9.                          03760001
037700     05  FILLER              PIC X(43)  VALUE SPACES.             03770001
037800 01  WS-TOTAL-LINE.                                               03780001
037900     05  WS-TL-LABEL         PIC X(40).                           03790001
038000     05  WS-TL-COUNT         PIC Z(08)9.                          03800001
038100     05  FILLER              PIC X(51)  VALUE SPACES.             03810001
038200*                                                                 03820001
038300 PROCEDURE DIVISION.                                              03830001
038400*============================================================     03840001
038500*0000-MAINLINE                                                    03850001
038600*    CHECKS EVERYTHING THE RECOVERY NEEDS BEFORE TOUCHING THE     03860001
038700*    MASTER, THEN RELOADS, ROLLS FORWARD, COMPARES, AND           03870001
038800*    REPORTS.                                                     03880001
038900*============================================================     03890001
039000 0000-MAINLINE.                                                   03900001
039100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      03910001
039200     IF WS-RUN-GOING                                              03920001
039300         PERFORM 2000-RESTORE THRU 2000-EXIT                      03930001
039400         PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT                 03940001
039500         PERFORM 4000-COMPARE THRU 4000-EXIT                      03950001
039600         PERFORM 5000-SUMMARY THRU 5000-EXIT                      03960001
039700     END-IF.                                                      03970001
039800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       03980001
039900     GOBACK.                                                      03990001
040000*                                                                 04000001
040100*------------------------------------------------------------     04010001
040200*1000-INITIALIZE                                                  04020001
040300*    STAMPS THE RUN ID, OPENS THE REPORT, AND MAKES SURE THE      04030001
040400*    EXCLUSION LIST, THE BACKUP, AND THE AUDIT LOG ARE ALL        04040001
040500*    USABLE.  ANY ONE OF THEM BAD REFUSES THE RUN WITH            04050001
040600*    RETURN CODE 8 AND THE MASTER AS IT WAS.  RETHIST AND         04060001
040700*    RCNOTICE ARE OPTIONAL - WITHOUT THEM THE ENTRIES THAT        04070001
040800*    NEED THEM ARE LISTED.                                        04080001
040900*------------------------------------------------------------     04090001
041000 1000-INITIALIZE.                                                 04100001
041100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     04110001
041200     ACCEPT WS-TIME-WORK FROM TIME.                               04120001
041300     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            04130001
041400     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            04140001
041500     DISPLAY "HELRCVR - RUN ID " WS-RUN-ID.                       04150001
041600     OPEN OUTPUT RECOVERY-REPORT.                                 04160001
041700     MOVE WS-TODAY-DATE TO WS-H1-DATE.                            04170001
041800     MOVE WS-RUN-ID     TO WS-H1-RUN-ID.                          04180001
041900     MOVE WS-HEADING-1  TO RR-PRINT-LINE.                         04190001
042000     WRITE RR-PRINT-LINE.                                         04200001
042100     MOVE SPACES        TO RR-PRINT-LINE.                         04210001
042200     WRITE RR-PRINT-LINE.                                         04220001
042300     PERFORM 1100-READ-EXCLUSIONS THRU 1100-EXIT.                 04230001
042400     IF WS-RUN-REFUSED                                            04240001
042500         GO TO 1000-EXIT                                          04250001
042600     END-IF.                                                      04260001
042700     PERFORM 1200-VERIFY-BACKUP THRU 1200-EXIT.                   04270001
042800     IF WS-RUN-REFUSED                                            04280001
042900         GO TO 1000-EXIT                                          04290001
043000     END-IF.                                                      04300001
043100     OPEN INPUT AUDIT-LOG.                                        04310001
043200     IF WS-AUDIT-LOG-STATUS NOT = "00"                            04320001
043300         MOVE "AUDIT LOG (AUDITLOG) NOT AVAILABLE"                04330001
043400             TO WS-REFUSE-REASON                                  04340001
043500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT                   04350001
043600         GO TO 1000-EXIT                                          04360001
043700     END-IF.                                                      04370001
043800     CLOSE AUDIT-LOG.                                             04380001
043900     PERFORM 1300-LOAD-RETURNS THRU 1300-EXIT.                    04390001
044000     OPEN INPUT RECERT-FILE.                                      04400001
044100     IF WS-RECERT-STATUS = "00"                                   04410001
044200         SET WS-RECERT-UP TO TRUE                                 04420001
044300     ELSE                                                         04430001
044400         DISPLAY "HELRCVR - NOTICE FILE (RCNOTICE) NOT "          04440001
044500             "AVAILABLE, STATUS " WS-RECERT-STATUS                04450001
044600     END-IF.                                                      04460001
044700     MOVE WS-BACKUP-DATE   TO WS-BL-DATE.                         04470001
044800     MOVE WS-BACKUP-TIME   TO WS-BL-TIME.                         04480001
044900     MOVE WS-BACKUP-RUN-ID TO WS-BL-RUN-ID.                       04490001
045000     MOVE WS-BACKUP-LINE   TO RR-PRINT-LINE.                      04500001
045100     WRITE RR-PRINT-LINE.                                         04510001
045200 1000-EXIT.                                                       04520001
045300     EXIT.                                                        04530001
045400*                                                                 04540001
045500*------------------------------------------------------------     04550001
045600*1100-READ-EXCLUSIONS                                             04560001
045700*    LOADS THE RUN IDS TO BACK OUT FROM THE OPTIONAL              04570001
045800*    EXCLUDE-PARM-FILE.  MORE THAN THE TABLE HOLDS REFUSES        04580001
045900*    THE RUN - ROLLING FORWARD A RUN THE OPERATOR ASKED TO        04590001
046000*    EXCLUDE WOULD PUT BACK THE DAMAGE.                           04600001
046100*------------------------------------------------------------     04610001
046200 1100-READ-EXCLUSIONS.                                            04620001
046300     OPEN INPUT EXCLUDE-PARM-FILE.                                04630001
046400     IF WS-EXCLUDE-STATUS NOT = "00"                              04640001
046500         GO TO 1100-EXIT                                          04650001
046600     END-IF.                                                      04660001
046700     SET WS-NOT-END-OF-FILE TO TRUE.                              04670001
046800     PERFORM 1110-READ-EXCLUSION THRU 1110-EXIT                   04680001
046900         UNTIL WS-END-OF-FILE.                                    04690001
047000     CLOSE EXCLUDE-PARM-FILE.                                     04700001
047100     SET WS-NOT-END-OF-FILE TO TRUE.                              04710001
047200 1100-EXIT.                                                       04720001
047300     EXIT.                                                        04730001
047400*                                                                 04740001
047500*------------------------------------------------------------     04750001
047600*1110-READ-EXCLUSION                                              04760001
047700*    READS ONE RUN ID TO EXCLUDE.  BLANK RECORDS ARE SKIPPED.     04770001
047800*------------------------------------------------------------     04780001
047900 1110-READ-EXCLUSION.                                             04790001
048000     READ EXCLUDE-PARM-FILE                                       04800001
048100         AT END                                                   04810001
048200             SET WS-END-OF-FILE TO TRUE                           04820001
048300             GO TO 1110-EXIT                                      04830001
048400     END-READ.                                                    04840001
048500     IF XP-RUN-ID = SPACES                                        04850001
048600         GO TO 1110-EXIT                                          04860001
048700     END-IF.                                                      04870001
048800     IF WS-EX-COUNT NOT < WS-EX-MAX                               04880001
048900         MOVE "MORE RUN IDS TO EXCLUDE THAN THE TABLE HOLDS"      04890001
049000             TO WS-REFUSE-REASON                                  04900001
049100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT                   04910001
049200         SET WS-END-OF-FILE TO TRUE                               04920001
049300         GO TO 1110-EXIT                                          04930001
049400     END-IF.                                                      04940001
049500     ADD 1 TO WS-EX-COUNT.                                        04950001
049600     MOVE XP-RUN-ID TO WS-EX-RUN-ID(WS-EX-COUNT).                 04960001
049700     MOVE ZERO      TO WS-EX-SKIPPED(WS-EX-COUNT).                04970001
049800     DISPLAY "HELRCVR - EXCLUDING RUN ID " XP-RUN-ID.             04980001
049900 1110-EXIT.                                                       04990001
050000     EXIT.                                                        05000001
050100*                                                                 05010001
050200*------------------------------------------------------------     05020001
050300*1200-VERIFY-BACKUP                                               05030001
050400*    READS THE WHOLE BACKUP BEFORE ANYTHING IS RELOADED: IT       05040001
050500*    MUST START WITH A DATED HEADER AND END WITH A TRAILER        05050001
050600*    WHOSE COUNT MATCHES THE DETAIL RECORDS BETWEEN THEM.  A      05060001
050700*    BACKUP THAT WAS CUT SHORT IS NEVER LOADED OVER THE           05070001
050800*    MASTER.                                                      05080001
050900*------------------------------------------------------------     05090001
051000 1200-VERIFY-BACKUP.                                              05100001
051100     OPEN INPUT MASTER-BACKUP.                                    05110001
051200     IF WS-BACKUP-STATUS NOT = "00"                               05120001
051300         MOVE "BACKUP (MASTBKUP) NOT AVAILABLE"                   05130001
051400             TO WS-REFUSE-REASON                                  05140001
051500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT                   05150001
051600         GO TO 1200-EXIT                                          05160001
051700     END-IF.                                                      05170001
051800     READ MASTER-BACKUP                                           05180001
051900         AT END                                                   05190001
052000             MOVE SPACES TO BK-BACKUP-RECORD                      05200001
052100     END-READ.                                                    05210001
052200     IF NOT BK-HEADER                                             05220001
052300        OR BK-H-DATE NOT NUMERIC                                  05230001
052400        OR BK-H-TIME NOT NUMERIC                                  05240001
052500         CLOSE MASTER-BACKUP                                      05250001
052600         MOVE "BACKUP HAS NO USABLE HEADER RECORD"                05260001
052700             TO WS-REFUSE-REASON                                  05270001
052800         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT                   05280001
052900         GO TO 1200-EXIT                                          05290001
053000     END-IF.                                                      05300001
053100     MOVE BK-H-DATE   TO WS-BACKUP-DATE.                          05310001
053200     MOVE BK-H-TIME   TO WS-BACKUP-TIME.                          05320001
053300     MOVE BK-H-RUN-ID TO WS-BACKUP-RUN-ID.                        05330001
053400     SET WS-NOT-END-OF-FILE TO TRUE.                              05340001
053500     PERFORM 1210-VERIFY-ONE THRU 1210-EXIT                       05350001
053600         UNTIL WS-END-OF-FILE.                                    05360001
053700     CLOSE MASTER-BACKUP.                                         05370001
053800     SET WS-NOT-END-OF-FILE TO TRUE.                              05380001
053900     IF WS-TRAILER-NOT-SEEN                                       05390001
054000        OR WS-BK-BAD-COUNT > ZERO                                 05400001
054100        OR WS-BK-TRAILER-COUNT NOT = WS-BK-DETAIL-COUNT           05410001
054200         MOVE "BACKUP INCOMPLETE - TRAILER DOES NOT MATCH"        05420001
054300             TO WS-REFUSE-REASON                                  05430001
054400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT                   05440001
054500     END-IF.                                                      05450001
054600 1200-EXIT.                                                       05460001
054700     EXIT.                                                        05470001
054800*                                                                 05480001
054900*------------------------------------------------------------     05490001
055000*1210-VERIFY-ONE                                                  05500001
055100*    COUNTS ONE BACKUP RECORD.  ANYTHING BUT A DETAIL BEFORE      05510001
055200*    THE TRAILER, OR ANYTHING AT ALL AFTER IT, IS BAD.            05520001
055300*------------------------------------------------------------     05530001
055400 1210-VERIFY-ONE.                                                 05540001
055500     READ MASTER-BACKUP                                           05550001
055600         AT END                                                   05560001
055700             SET WS-END-OF-FILE TO TRUE                           05570001
055800             GO TO 1210-EXIT                                      05580001
055900     END-READ.                                                    05590001
056000     IF WS-BACKUP-STATUS NOT = "00"                               05600001
056100         MOVE "MASTBKUP"        TO WS-STATUS-FILE                 05610001
056200         MOVE WS-BACKUP-STATUS  TO WS-STATUS-CODE                 05620001
056300         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   05630001
056400     END-IF.                                                      05640001
056500     IF WS-TRAILER-SEEN                                           05650001
056600         ADD 1 TO WS-BK-BAD-COUNT                                 05660001
056700     ELSE IF BK-DETAIL                                            05670001
056800         ADD 1 TO WS-BK-DETAIL-COUNT                              05680001
056900     ELSE IF BK-TRAILER AND BK-T-COUNT IS NUMERIC                 05690001
057000         SET WS-TRAILER-SEEN TO TRUE                              05700001
057100         MOVE BK-T-COUNT TO WS-BK-TRAILER-COUNT                   05710001
057200     ELSE                                                         05720001
057300         ADD 1 TO WS-BK-BAD-COUNT                                 05730001
057400     END-IF.                                                      05740001
057500 1210-EXIT.                                                       05750001
057600     EXIT.                                                        05760001
057700*                                                                 05770001
057800*------------------------------------------------------------     05780001
057900*1300-LOAD-RETURNS                                                05790001
058000*    LOADS THE RETHIST RECORDS LOADED ON OR AFTER THE BACKUP      05800001
058100*    DATE - THE ONLY ONES A ROLLED-FORWARD RETURNED-MAIL          05810001
058200*    ENTRY CAN BELONG TO.  NO RETHIST, OR MORE THAN THE           05820001
058300*    TABLE HOLDS, LEAVES THOSE ENTRIES TO BE APPLIED WITH         05830001
058400*    THE LOG DATE AND LISTED.                                     05840001
058500*------------------------------------------------------------     05850001
058600 1300-LOAD-RETURNS.                                               05860001
058700     OPEN INPUT RETURN-HISTORY.                                   05870001
058800     IF WS-RETHIST-STATUS NOT = "00"                              05880001
058900         DISPLAY "HELRCVR - RETURNED-MAIL HISTORY (RETHIST) "     05890001
059000             "NOT AVAILABLE, STATUS " WS-RETHIST-STATUS           05900001
059100         GO TO 1300-EXIT                                          05910001
059200     END-IF.                                                      05920001
059300     SET WS-NOT-END-OF-FILE TO TRUE.                              05930001
059400     PERFORM 1310-LOAD-ONE-RETURN THRU 1310-EXIT                  05940001
059500         UNTIL WS-END-OF-FILE.                                    05950001
059600     CLOSE RETURN-HISTORY.                                        05960001
059700     SET WS-NOT-END-OF-FILE TO TRUE.                              05970001
059800     IF WS-RT-OVER-COUNT > ZERO                                   05980001
059900         MOVE WS-RT-OVER-COUNT TO WS-COUNT-ED                     05990001
060000         DISPLAY "HELRCVR - RETHIST TABLE FULL, "                 06000001
060100             WS-COUNT-ED " RETURNS NOT LOADED"                    06010001
060200     END-IF.                                                      06020001
060300 1300-EXIT.                                                       06030001
060400     EXIT.                                                        06040001
060500*                                                                 06050001
060600*------------------------------------------------------------     06060001
060700*1310-LOAD-ONE-RETURN                                             06070001
060800*    READS ONE RETHIST RECORD AND KEEPS IT IF IT IS RECENT        06080001
060900*    ENOUGH.                                                      06090001
061000*------------------------------------------------------------     06100001
061100 1310-LOAD-ONE-RETURN.                                            06110001
061200     READ RETURN-HISTORY                                          06120001
061300         AT END                                                   06130001
061400             SET WS-END-OF-FILE TO TRUE                           06140001
061500             GO TO 1310-EXIT                                      06150001
061600     END-READ.                                                    06160001
061700     IF RH-LOAD-DATE NOT NUMERIC                                  06170001
061800        OR RH-LOAD-DATE < WS-BACKUP-DATE                          06180001
061900         GO TO 1310-EXIT                                          06190001
062000     END-IF.                                                      06200001
062100     IF WS-RT-COUNT NOT < WS-RT-MAX                               06210001
062200         ADD 1 TO WS-RT-OVER-COUNT                                06220001
062300         GO TO 1310-EXIT                                          06230001
062400     END-IF.                                                      06240001
062500     ADD 1 TO WS-RT-COUNT.                                        06250001
062600     MOVE RH-RUN-ID      TO WS-RT-RUN-ID(WS-RT-COUNT).            06260001
062700     MOVE RH-APPL-ID     TO WS-RT-APPL-ID(WS-RT-COUNT).           06270001
062800     MOVE RH-PROGRAM     TO WS-RT-PROGRAM(WS-RT-COUNT).           06280001
062900     MOVE RH-RETURN-DATE TO WS-RT-DATE(WS-RT-COUNT).              06290001
063000     MOVE RH-REASON      TO WS-RT-REASON(WS-RT-COUNT).            06300001
063100 1310-EXIT.                                                       06310001
063200     EXIT.                                                        06320001
063300*                                                                 06330001
063400*------------------------------------------------------------     06340001
063500*1900-REFUSE-RUN                                                  06350001
063600*    REFUSES THE RUN BEFORE THE MASTER IS TOUCHED, NAMING         06360001
063700*    THE REASON ON THE CONSOLE AND THE REPORT - RC 8.             06370001
063800*------------------------------------------------------------     06380001
063900 1900-REFUSE-RUN.                                                 06390001
064000     DISPLAY "HELRCVR - " WS-REFUSE-REASON.                       06400001
064100     DISPLAY "HELRCVR - RUN REFUSED, MASTER NOT TOUCHED".         06410001
064200     MOVE WS-REFUSE-REASON TO WS-RL-REASON.                       06420001
064300     MOVE WS-REFUSE-LINE   TO RR-PRINT-LINE.                      06430001
064400     WRITE RR-PRINT-LINE.                                         06440001
064500     SET WS-RUN-REFUSED TO TRUE.                                  06450001
064600     MOVE 8 TO RETURN-CODE.                                       06460001
064700 1900-EXIT.                                                       06470001
064800     EXIT.                                                        06480001
064900*                                                                 06490001
065000*------------------------------------------------------------     06500001
065100*2000-RESTORE                                                     06510001
065200*    RELOADS THE MASTER FROM THE BACKUP, RECORD FOR RECORD,       06520001
065300*    THEN REOPENS IT FOR UPDATE BY KEY.                           06530001
065400*------------------------------------------------------------     06540001
065500 2000-RESTORE.                                                    06550001
065600     OPEN INPUT MASTER-BACKUP.                                    06560001
065700     PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT.                  06570001
065800     READ MASTER-BACKUP.                                          06580001
065900     PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT.                  06590001
066000     OPEN OUTPUT APPLICANT-MASTER.                                06600001
066100     PERFORM 9511-CHECK-MASTER THRU 9511-EXIT.                    06610001
066200     SET WS-MASTER-OPEN TO TRUE.                                  06620001
066300     SET WS-BACKUP-NOT-END TO TRUE.                               06630001
066400     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.                     06640001
066500     PERFORM 2200-RESTORE-ONE THRU 2200-EXIT                      06650001
066600         UNTIL WS-BACKUP-END.                                     06660001
066700     CLOSE MASTER-BACKUP.                                         06670001
066800     CLOSE APPLICANT-MASTER.                                      06680001
066900     OPEN I-O APPLICANT-MASTER.                                   06690001
067000     PERFORM 9511-CHECK-MASTER THRU 9511-EXIT.                    06700001
067100 2000-EXIT.                                                       06710001
067200     EXIT.                                                        06720001
067300*                                                                 06730001
067400*------------------------------------------------------------     06740001
067500*2100-READ-BACKUP                                                 06750001
067600*    READS THE NEXT BACKUP DETAIL.  THE TRAILER ENDS THE          06760001
067700*    DETAILS; THE KEY IN HAND GOES TO HIGH-VALUES SO THE          06770001
067800*    COMPARISON RUNS THE MASTER OUT.                              06780001
067900*------------------------------------------------------------     06790001
068000 2100-READ-BACKUP.                                                06800001
068100     READ MASTER-BACKUP                                           06810001
068200         AT END                                                   06820001
068300             SET WS-BACKUP-END TO TRUE                            06830001
068400     END-READ.                                                    06840001
068500     IF WS-BACKUP-NOT-END AND NOT BK-DETAIL                       06850001
068600         SET WS-BACKUP-END TO TRUE                                06860001
068700     END-IF.                                                      06870001
068800     IF WS-BACKUP-END                                             06880001
068900         MOVE HIGH-VALUES TO WS-CMP-BACKUP-KEY                    06890001
069000     ELSE                                                         06900001
069100         MOVE BK-MASTER-IMAGE(1:13) TO WS-CMP-BACKUP-KEY          06910001
069200     END-IF.                                                      06920001
069300 2100-EXIT.                                                       06930001
069400     EXIT.                                                        06940001
069500*                                                                 06950001
069600*------------------------------------------------------------     06960001
069700*2200-RESTORE-ONE                                                 06970001
069800*    WRITES ONE BACKUP RECORD BACK ONTO THE MASTER.               06980001
069900*------------------------------------------------------------     06990001
070000 2200-RESTORE-ONE.                                                07000001
070100     MOVE BK-MASTER-IMAGE TO AM-MASTER-RECORD.                    07010001
070200     WRITE AM-MASTER-RECORD.                                      07020001
070300     PERFORM 9511-CHECK-MASTER THRU 9511-EXIT.                    07030001
070400     ADD 1 TO WS-RESTORED-COUNT.                                  07040001
070500     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.                     07050001
070600 2200-EXIT.                                                       07060001
070700     EXIT.                                                        07070001
070800*                                                                 07080001
070900*------------------------------------------------------------     07090001
071000*3000-ROLL-FORWARD                                                07100001
071100*    SORTS THE AUDIT ENTRIES LOGGED SINCE THE BACKUP INTO         07110001
071200*    DATE/TIME ORDER AND APPLIES THEM.  THE LISTING OF            07120001
071300*    ENTRIES THAT COULD NOT BE APPLIED IS WRITTEN AS THEY         07130001
071400*    COME.                                                        07140001
071500*------------------------------------------------------------     07150001
071600 3000-ROLL-FORWARD.                                               07160001
071700     MOVE SPACES            TO RR-PRINT-LINE.                     07170001
071800     WRITE RR-PRINT-LINE.                                         07180001
071900     MOVE WS-LIST-HEADING-1 TO RR-PRINT-LINE.                     07190001
072000     WRITE RR-PRINT-LINE.                                         07200001
072100     MOVE WS-LIST-HEADING-2 TO RR-PRINT-LINE.                     07210001
072200     WRITE RR-PRINT-LINE.                                         07220001
072300     SORT SORT-FILE                                               07230001
072400         ON ASCENDING KEY SS-DATE SS-TIME SS-SEQ                  07240001
072500         INPUT PROCEDURE IS 3100-SELECT-ENTRIES THRU 3100-EXIT    07250001
072600         OUTPUT PROCEDURE IS 3200-APPLY-ENTRIES THRU 3200-EXIT.   07260001
072700 3000-EXIT.                                                       07270001
072800     EXIT.                                                        07280001
072900*                                                                 07290001
073000*------------------------------------------------------------     07300001
073100*3100-SELECT-ENTRIES                                              07310001
073200*    SORT INPUT: PASSES EVERY AUDIT ENTRY LOGGED AT OR AFTER      07320001
073300*    THE BACKUP'S TIME STAMP, EXCEPT THE EXCLUDED RUNS'.          07330001
073400*------------------------------------------------------------     07340001
073500 3100-SELECT-ENTRIES.                                             07350001
073600     OPEN INPUT AUDIT-LOG.                                        07360001
073700     IF WS-AUDIT-LOG-STATUS NOT = "00"                            07370001
073800         MOVE "AUDITLOG"          TO WS-STATUS-FILE               07380001
073900         MOVE WS-AUDIT-LOG-STATUS TO WS-STATUS-CODE               07390001
074000         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   07400001
074100     END-IF.                                                      07410001
074200     SET WS-NOT-END-OF-FILE TO TRUE.                              07420001
074300     PERFORM 3110-SELECT-ONE THRU 3110-EXIT                       07430001
074400         UNTIL WS-END-OF-FILE.                                    07440001
074500     CLOSE AUDIT-LOG.                                             07450001
074600 3100-EXIT.                                                       07460001
074700     EXIT.                                                        07470001
074800*                                                                 07480001
074900*------------------------------------------------------------     07490001
075000*3110-SELECT-ONE                                                  07500001
075100*    READS ONE AUDIT ENTRY AND RELEASES IT TO THE SORT IF IT      07510001
075200*    IS TO BE APPLIED.  AN ENTRY WITH NO USABLE DATE OR TIME      07520001
075300*    CANNOT BE PLACED AND IS LISTED.                              07530001
075400*------------------------------------------------------------     07540001
075500 3110-SELECT-ONE.                                                 07550001
075600     READ AUDIT-LOG INTO AL-LOG-RECORD                            07560001
075700         AT END                                                   07570001
075800             SET WS-END-OF-FILE TO TRUE                           07580001
075900             GO TO 3110-EXIT                                      07590001
076000     END-READ.                                                    07600001
076100     ADD 1 TO WS-LOG-READ-COUNT.                                  07610001
076200     IF AL-DATE NOT NUMERIC                                       07620001
076300        OR AL-TIME NOT NUMERIC                                    07630001
076400         MOVE "DATE/TIME NOT NUMERIC" TO WS-NOTE                  07640001
076500         PERFORM 3900-NOT-APPLIED THRU 3900-EXIT                  07650001
076600         GO TO 3110-EXIT                                          07660001
076700     END-IF.                                                      07670001
076800     IF AL-DATE < WS-BACKUP-DATE                                  07680001
076900        OR (AL-DATE = WS-BACKUP-DATE                              07690001
077000            AND AL-TIME < WS-BACKUP-TIME)                         07700001
077100         ADD 1 TO WS-BEFORE-COUNT                                 07710001
077200         GO TO 3110-EXIT                                          07720001
077300     END-IF.                                                      07730001
077400     SET WS-MATCH-NOT-FOUND TO TRUE.                              07740001
077500     PERFORM 3120-MATCH-EXCLUSION THRU 3120-EXIT                  07750001
077600         VARYING WS-EX-X FROM 1 BY 1                              07760001
077700         UNTIL WS-EX-X > WS-EX-COUNT                              07770001
077800            OR WS-MATCH-FOUND.                                    07780001
077900     IF WS-MATCH-FOUND                                            07790001
078000         ADD 1 TO WS-EXCLUDED-COUNT                               07800001
078100         GO TO 3110-EXIT                                          07810001
078200     END-IF.                                                      07820001
078300     ADD 1 TO WS-SELECTED-COUNT.                                  07830001
078400     MOVE AL-DATE           TO SS-DATE.                           07840001
078500     MOVE AL-TIME           TO SS-TIME.                           07850001
078600     MOVE WS-SELECTED-COUNT TO SS-SEQ.                            07860001
078700     MOVE AL-LOG-RECORD     TO SS-LOG-IMAGE.                      07870001
078800     RELEASE SS-SORT-RECORD.                                      07880001
078900 3110-EXIT.                                                       07890001
079000     EXIT.                                                        07900001
079100*                                                                 07910001
079200*------------------------------------------------------------     07920001
079300*3120-MATCH-EXCLUSION                                             07930001
079400*    TESTS THE ENTRY'S RUN ID AGAINST ONE EXCLUDED RUN.           07940001
079500*------------------------------------------------------------     07950001
079600 3120-MATCH-EXCLUSION.                                            07960001
079700     IF AL-RUN-ID = WS-EX-RUN-ID(WS-EX-X)                         07970001
079800         SET WS-MATCH-FOUND TO TRUE                               07980001
079900         ADD 1 TO WS-EX-SKIPPED(WS-EX-X)                          07990001
080000     END-IF.                                                      08000001
080100 3120-EXIT.                                                       08010001
080200     EXIT.                                                        08020001
080300*                                                                 08030001
080400*------------------------------------------------------------     08040001
080500*3200-APPLY-ENTRIES                                               08050001
080600*    SORT OUTPUT: APPLIES THE ENTRIES IN DATE/TIME ORDER.         08060001
080700*------------------------------------------------------------     08070001
080800 3200-APPLY-ENTRIES.                                              08080001
080900     SET WS-NOT-END-OF-SORT TO TRUE.                              08090001
081000     PERFORM 3210-APPLY-ONE THRU 3210-EXIT                        08100001
081100         UNTIL WS-END-OF-SORT.                                    08110001
081200 3200-EXIT.                                                       08120001
081300     EXIT.                                                        08130001
081400*                                                                 08140001
081500*------------------------------------------------------------     08150001
081600*3210-APPLY-ONE                                                   08160001
081700*    TAKES THE NEXT ENTRY FROM THE SORT AND APPLIES IT.           08170001
081800*------------------------------------------------------------     08180001
081900 3210-APPLY-ONE.                                                  08190001
082000     RETURN SORT-FILE                                             08200001
082100         AT END                                                   08210001
082200             SET WS-END-OF-SORT TO TRUE                           08220001
082300             GO TO 3210-EXIT                                      08230001
082400     END-RETURN.                                                  08240001
082500     MOVE SS-LOG-IMAGE TO AL-LOG-RECORD.                          08250001
082600     PERFORM 3300-APPLY-ENTRY THRU 3300-EXIT.                     08260001
082700 3210-EXIT.                                                       08270001
082800     EXIT.                                                        08280001
082900*                                                                 08290001
083000*------------------------------------------------------------     08300001
083100*3300-APPLY-ENTRY                                                 08310001
083200*    WORKS OUT FROM THE LOGGED ACTION, AND FOR A DECISION         08320001
083300*    FROM THE RUN-ID PREFIX, WHAT THE LOGGING RUN DID TO THE      08330001
083400*    MASTER AND DOES IT AGAIN:                                    08340001
083500*      HW/HC/HD ELIGIBLE OR NOT ELIGIBLE - A CAPTURE, WHICH       08350001
083600*          MAY ADD THE RECORD                                     08360001
083700*      HR ELIGIBLE OR NOT ELIGIBLE - A RE-DETERMINATION           08370001
083800*      APPEAL OUTCOMES, RETIRED, LAPSED - A NEW DETERMINATION     08380001
083900*      NAME CORRECTED - THE NAME                                  08390001
084000*      MAIL RETURNED - THE ADDRESS FLAG                           08400001
084100*      RECERT NOTICE - THE RESPONSE-DUE DATE                      08410001
084200*      PRIOR KEPT - NOTHING CHANGED                               08420001
084300*    ANYTHING ELSE, OR ANY CHANGE TO A RECORD THAT IS NOT ON      08430001
084400*    THE MASTER, IS LISTED AS NOT APPLIED.                        08440001
084500*------------------------------------------------------------     08450001
084600 3300-APPLY-ENTRY.                                                08460001
084700     IF AL-APPL-ID = SPACES                                       08470001
084800         MOVE "NO APPLICANT ID ON ENTRY" TO WS-NOTE               08480001
084900         PERFORM 3900-NOT-APPLIED THRU 3900-EXIT                  08490001
085000         GO TO 3300-EXIT                                          08500001
085100     END-IF.                                                      08510001
085200     IF AL-DETERMINATION = "PRIOR KEPT"                           08520001
085300         ADD 1 TO WS-NOCHANGE-COUNT                               08530001
085400         GO TO 3300-EXIT                                          08540001
085500     END-IF.                                                      08550001
085600     MOVE AL-APPL-ID TO AM-APPL-ID.                               08560001
085700     MOVE AL-PROGRAM TO AM-PROGRAM.                               08570001
085800     READ APPLICANT-MASTER.                                       08580001
085900     IF WS-MASTER-STATUS = "00"                                   08590001
086000         SET WS-MASTER-FOUND TO TRUE                              08600001
086100     ELSE IF WS-MASTER-STATUS = "23"                              08610001
086200         SET WS-MASTER-NOT-FOUND TO TRUE                          08620001
086300     ELSE                                                         08630001
086400         PERFORM 9511-CHECK-MASTER THRU 9511-EXIT                 08640001
086500     END-IF.                                                      08650001
086600     IF (AL-DETERMINATION = "ELIGIBLE"                            08660001
086700         OR AL-DETERMINATION = "NOT ELIGIBLE")                    08670001
086800        AND (AL-RUN-ID(1:2) = "HW"                                08680001
086900         OR AL-RUN-ID(1:2) = "HC"                                 08690001
087000         OR AL-RUN-ID(1:2) = "HD")                                08700001
087100         PERFORM 3400-APPLY-CAPTURE THRU 3400-EXIT                08710001
087200         GO TO 3300-EXIT                                          08720001
087300     END-IF.                                                      08730001
087400     IF WS-MASTER-NOT-FOUND                                       08740001
087500         MOVE "NO MASTER RECORD" TO WS-NOTE                       08750001
087600         PERFORM 3900-NOT-APPLIED THRU 3900-EXIT                  08760001
087700         GO TO 3300-EXIT                                          08770001
087800     END-IF.                                                      08780001
087900     IF (AL-DETERMINATION = "ELIGIBLE"                            08790001
088000         OR AL-DETERMINATION = "NOT ELIGIBLE")                    08800001
088100        AND AL-RUN-ID(1:2) = "HR"                                 08810001
088200         PERFORM 3410-APPLY-REDETERMINATION THRU 3410-EXIT        08820001
088300     ELSE IF AL-DETERMINATION = "ELIGIBLE-APPEAL"                 08830001
088400        OR AL-DETERMINATION = "NOT ELIG-APPEAL"                   08840001
088500        OR AL-DETERMINATION = "RETIRED"                           08850001
088600        OR AL-DETERMINATION = "LAPSED"                            08860001
088700         PERFORM 3420-APPLY-DETERMINATION THRU 3420-EXIT          08870001
088800     ELSE IF AL-DETERMINATION = "NAME CORRECTED"                  08880001
088900         PERFORM 3430-APPLY-NAME THRU 3430-EXIT                   08890001
089000     ELSE IF AL-DETERMINATION = "MAIL RETURNED"                   08900001
089100         PERFORM 3440-APPLY-MAIL-RETURN THRU 3440-EXIT            08910001
089200     ELSE IF AL-DETERMINATION = "RECERT NOTICE"                   08920001
089300         PERFORM 3450-APPLY-RECERT-NOTICE THRU 3450-EXIT          08930001
089400     ELSE IF AL-DETERMINATION = "ELIGIBLE"                        08940001
089500        OR AL-DETERMINATION = "NOT ELIGIBLE"                      08950001
089600         MOVE "RUN ID NOT RECOGNIZED" TO WS-NOTE                  08960001
089700         PERFORM 3900-NOT-APPLIED THRU 3900-EXIT                  08970001
089800     ELSE                                                         08980001
089900         MOVE "ACTION NOT RECOGNIZED" TO WS-NOTE                  08990001
090000         PERFORM 3900-NOT-APPLIED THRU 3900-EXIT                  09000001
090100     END-IF.                                                      09010001
090200 3300-EXIT.                                                       09020001
090300     EXIT.                                                        09030001
090400*                                                                 09040001
090500*------------------------------------------------------------     09050001
090600*3400-APPLY-CAPTURE                                               09060001
090700*    A HELWOR CAPTURE, HELCORR CORRECTION, OR HELDUPR             09070001
090800*    RESOLUTION REBUILT THE RECORD: NAME, AGE, DECISION,          09080001
090900*    TIER, AND DATE COME FROM THE ENTRY AND ANY NOTICE DUE        09090001
091000*    DATE IS ANSWERED.  A CORRECTION ALSO CLEARED THE             09100001
091010*    RETURNED-MAIL FLAG.  THE ADDRESS, BIRTH DATE, AND SITE       09101003
091020*    ARE NOT ON THE LOG, SO EVERY CAPTURE IS LISTED FOR THE       09102003
091030*    UNIT TO KEY THEM AGAIN.  AN EXISTING RECORD STILL HOLDS      09103003
091040*    THE BACKUP'S, AND FOR A CAPTURE OR RESOLUTION ITS            09104003
091050*    RETURNED-MAIL FLAG IS LEFT AS IT WAS - WHETHER THE           09105003
091060*    ADDRESS WAS CHANGED CANNOT BE TOLD FROM THE LOG.             09106003
091500*------------------------------------------------------------     09150001
091600 3400-APPLY-CAPTURE.                                              09160001
091700     IF WS-MASTER-NOT-FOUND                                       09170001
091800         MOVE SPACES     TO AM-MASTER-RECORD                      09180001
091900         MOVE AL-APPL-ID TO AM-APPL-ID                            09190001
092000         MOVE AL-PROGRAM TO AM-PROGRAM                            09200001
092100         MOVE ZERO       TO AM-BIRTH-DATE                         09210001
092200         MOVE 'N'        TO AM-UNDELIV-SW                         09220001
092300         MOVE ZERO       TO AM-UNDELIV-DATE                       09230001
092400     END-IF.                                                      09240001
092500     MOVE AL-NAME          TO AM-NAME.                            09250001
092600     MOVE AL-DETERMINATION TO AM-DETERMINATION.                   09260001
092700     MOVE AL-TIER          TO AM-TIER.                            09270001
092800     IF AL-AGE IS NUMERIC                                         09280001
092900         MOVE AL-AGE       TO AM-AGE                              09290001
093000     ELSE                                                         09300001
093100         MOVE ZERO         TO AM-AGE                              09310001
093200     END-IF.                                                      09320001
093300     MOVE AL-DATE          TO AM-LAST-DATE.                       09330001
093400     MOVE ZERO             TO AM-RECERT-DUE.                      09340001
093500     IF AL-RUN-ID(1:2) = "HC"                                     09350001
093600         MOVE 'N'          TO AM-UNDELIV-SW                       09360001
093700         MOVE ZERO         TO AM-UNDELIV-DATE                     09370001
093800         MOVE SPACES       TO AM-UNDELIV-REASON                   09380001
093900     END-IF.                                                      09390001
094000     ADD 1 TO WS-APPLIED-COUNT.                                   09400001
094100     IF WS-MASTER-FOUND                                           09410001
094200         REWRITE AM-MASTER-RECORD                                 09420001
094300         PERFORM 9511-CHECK-MASTER THRU 9511-EXIT                 09430001
094310         MOVE "APPLIED - ADDR/SITE NOT ON LOG" TO WS-NOTE         09431003
094320         PERFORM 3910-APPLIED-IN-PART THRU 3910-EXIT              09432003
094400     ELSE                                                         09440001
094500         WRITE AM-MASTER-RECORD                                   09450001
094600         PERFORM 9511-CHECK-MASTER THRU 9511-EXIT                 09460001
094700         MOVE "APPLIED - NO ADDRESS ON LOG" TO WS-NOTE            09470001
094800         PERFORM 3910-APPLIED-IN-PART THRU 3910-EXIT              09480001
094900     END-IF.                                                      09490001
095000 3400-EXIT.                                                       09500001
095100     EXIT.                                                        09510001
095200*                                                                 09520001
095300*------------------------------------------------------------     09530001
095400*3410-APPLY-REDETERMINATION                                       09540001
095500*    A HELREDET RE-DETERMINATION: DECISION, TIER, AGE, DATE.      09550001
095600*------------------------------------------------------------     09560001
095700 3410-APPLY-REDETERMINATION.                                      09570001
095800     MOVE AL-DETERMINATION TO AM-DETERMINATION.                   09580001
095900     MOVE AL-TIER          TO AM-TIER.                            09590001
096000     IF AL-AGE IS NUMERIC                                         09600001
096100         MOVE AL-AGE       TO AM-AGE                              09610001
096200     END-IF.                                                      09620001
096300     MOVE AL-DATE          TO AM-LAST-DATE.                       09630001
096400     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT.                  09640001
096500 3410-EXIT.                                                       09650001
096600     EXIT.                                                        09660001
096700*                                                                 09670001
096800*------------------------------------------------------------     09680001
096900*3420-APPLY-DETERMINATION                                         09690001
097000*    AN APPEAL OUTCOME (HELAPPL), A RETIREMENT (HELINQ), OR A     09700001
097100*    LAPSE (HELRCERT): THE DECISION AND DATE.  A LAPSE ALSO       09710001
097200*    CLOSED THE NOTICE.                                           09720001
097300*------------------------------------------------------------     09730001
097400 3420-APPLY-DETERMINATION.                                        09740001
097500     MOVE AL-DETERMINATION TO AM-DETERMINATION.                   09750001
097600     MOVE AL-DATE          TO AM-LAST-DATE.                       09760001
097700     IF AL-DETERMINATION = "LAPSED"                               09770001
097800         MOVE ZERO         TO AM-RECERT-DUE                       09780001
097900     END-IF.                                                      09790001
098000     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT.                  09800001
098100 3420-EXIT.                                                       09810001
098200     EXIT.                                                        09820001
098300*                                                                 09830001
098400*------------------------------------------------------------     09840001
098500*3430-APPLY-NAME                                                  09850001
098600*    A HELINQ NAME CORRECTION: THE ENTRY CARRIES THE NEW NAME.    09860001
098700*------------------------------------------------------------     09870001
098800 3430-APPLY-NAME.                                                 09880001
098900     MOVE AL-NAME          TO AM-NAME.                            09890001
099000     MOVE AL-DATE          TO AM-LAST-DATE.                       09900001
099100     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT.                  09910001
099200 3430-EXIT.                                                       09920001
099300     EXIT.                                                        09930001
099400*                                                                 09940001
099500*------------------------------------------------------------     09950001
099600*3440-APPLY-MAIL-RETURN                                           09960001
099700*    A HELRMAIL RETURN SETS THE ADDRESS FLAG ONLY.  THE           09970001
099800*    RETURN DATE AND REASON COME FROM THE RETHIST RECORD THE      09980001
099900*    SAME RUN WROTE; WITHOUT ONE THE FLAG IS SET WITH THE LOG     09990001
100000*    DATE AND NO REASON, AND THE ENTRY IS LISTED.                 10000001
100100*------------------------------------------------------------     10010001
100200 3440-APPLY-MAIL-RETURN.                                          10020001
100300     SET WS-MATCH-NOT-FOUND TO TRUE.                              10030001
100400     PERFORM 3445-MATCH-RETURN THRU 3445-EXIT                     10040001
100500         VARYING WS-RT-X FROM 1 BY 1                              10050001
100600         UNTIL WS-RT-X > WS-RT-COUNT                              10060001
100700            OR WS-MATCH-FOUND.                                    10070001
100800     MOVE 'Y' TO AM-UNDELIV-SW.                                   10080001
100900     IF WS-MATCH-FOUND                                            10090001
101000         SUBTRACT 1 FROM WS-RT-X                                  10100001
101100         MOVE WS-RT-DATE(WS-RT-X)   TO AM-UNDELIV-DATE            10110001
101200         MOVE WS-RT-REASON(WS-RT-X) TO AM-UNDELIV-REASON          10120001
101300         PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT               10130001
101400     ELSE                                                         10140001
101500         MOVE AL-DATE               TO AM-UNDELIV-DATE            10150001
101600         MOVE SPACES                TO AM-UNDELIV-REASON          10160001
101700         PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT               10170001
101800         MOVE "APPLIED - NO RETHIST DETAIL" TO WS-NOTE            10180001
101900         PERFORM 3910-APPLIED-IN-PART THRU 3910-EXIT              10190001
102000     END-IF.                                                      10200001
102100 3440-EXIT.                                                       10210001
102200     EXIT.                                                        10220001
102300*                                                                 10230001
102400*------------------------------------------------------------     10240001
102500*3445-MATCH-RETURN                                                10250001
102600*    TESTS ONE RETHIST ENTRY AGAINST THE RETURNED-MAIL ENTRY.     10260001
102700*------------------------------------------------------------     10270001
102800 3445-MATCH-RETURN.                                               10280001
102900     IF WS-RT-RUN-ID(WS-RT-X)  = AL-RUN-ID                        10290001
103000        AND WS-RT-APPL-ID(WS-RT-X) = AL-APPL-ID                   10300001
103100        AND WS-RT-PROGRAM(WS-RT-X) = AL-PROGRAM                   10310001
103200         SET WS-MATCH-FOUND TO TRUE                               10320001
103300     END-IF.                                                      10330001
103400 3445-EXIT.                                                       10340001
103500     EXIT.                                                        10350001
103600*                                                                 10360001
103700*------------------------------------------------------------     10370001
103800*3450-APPLY-RECERT-NOTICE                                         10380001
103900*    A HELRCERT NOTICE SETS THE RESPONSE-DUE DATE, READ FROM      10390001
104000*    THE NOTICE FILE RECORD THAT SAME RUN SENT.  WITHOUT IT       10400001
104100*    THE DATE IS NOT KNOWN AND THE ENTRY IS LISTED.               10410001
104200*------------------------------------------------------------     10420001
104300 3450-APPLY-RECERT-NOTICE.                                        10430001
104400     IF WS-RECERT-DOWN                                            10440001
104500         MOVE "RCNOTICE NOT AVAILABLE" TO WS-NOTE                 10450001
104600         PERFORM 3900-NOT-APPLIED THRU 3900-EXIT                  10460001
104700         GO TO 3450-EXIT                                          10470001
104800     END-IF.                                                      10480001
104900     MOVE AM-REC-KEY TO RN-KEY.                                   10490001
105000     READ RECERT-FILE.                                            10500001
105100     IF WS-RECERT-STATUS NOT = "00"                               10510001
105200        OR RN-SENT-RUN-ID NOT = AL-RUN-ID                         10520001
105300        OR RN-DUE-DATE NOT NUMERIC                                10530001
105400         MOVE "NOTICE NOT ON RCNOTICE" TO WS-NOTE                 10540001
105500         PERFORM 3900-NOT-APPLIED THRU 3900-EXIT                  10550001
105600         GO TO 3450-EXIT                                          10560001
105700     END-IF.                                                      10570001
105800     MOVE RN-DUE-DATE TO AM-RECERT-DUE.                           10580001
105900     PERFORM 3800-REWRITE-MASTER THRU 3800-EXIT.                  10590001
106000 3450-EXIT.                                                       10600001
106100     EXIT.                                                        10610001
106200*                                                                 10620001
106300*------------------------------------------------------------     10630001
106400*3800-REWRITE-MASTER                                              10640001
106500*    PUTS THE UPDATED RECORD BACK AND COUNTS THE ENTRY.           10650001
106600*------------------------------------------------------------     10660001
106700 3800-REWRITE-MASTER.                                             10670001
106800     REWRITE AM-MASTER-RECORD.                                    10680001
106900     PERFORM 9511-CHECK-MASTER THRU 9511-EXIT.                    10690001
107000     ADD 1 TO WS-APPLIED-COUNT.                                   10700001
107100 3800-EXIT.                                                       10710001
107200     EXIT.                                                        10720001
107300*                                                                 10730001
107400*------------------------------------------------------------     10740001
107500*3900-NOT-APPLIED                                                 10750001
107600*    COUNTS AND LISTS AN ENTRY THAT COULD NOT BE APPLIED.         10760001
107700*------------------------------------------------------------     10770001
107800 3900-NOT-APPLIED.                                                10780001
107900     ADD 1 TO WS-NOT-APPLIED-COUNT.                               10790001
108000     PERFORM 3950-LIST-ENTRY THRU 3950-EXIT.                      10800001
108100 3900-EXIT.                                                       10810001
108200     EXIT.                                                        10820001
108300*                                                                 10830001
108400*------------------------------------------------------------     10840001
108500*3910-APPLIED-IN-PART                                             10850001
108600*    COUNTS AND LISTS AN ENTRY APPLIED WITHOUT ALL ITS            10860001
108700*    DETAIL.                                                      10870001
108800*------------------------------------------------------------     10880001
108900 3910-APPLIED-IN-PART.                                            10890001
109000     ADD 1 TO WS-PART-COUNT.                                      10900001
109100     PERFORM 3950-LIST-ENTRY THRU 3950-EXIT.                      10910001
109200 3910-EXIT.                                                       10920001
109300     EXIT.                                                        10930001
109400*                                                                 10940001
109500*------------------------------------------------------------     10950001
109600*3950-LIST-ENTRY                                                  10960001
109700*    WRITES THE REPORT LINE FOR THE ENTRY IN HAND.                10970001
109800*------------------------------------------------------------     10980001
109900 3950-LIST-ENTRY.                                                 10990001
110000     MOVE AL-DATE          TO WS-DL-DATE.                         11000001
110100     MOVE AL-TIME          TO WS-DL-TIME.                         11010001
110200     MOVE AL-RUN-ID        TO WS-DL-RUN-ID.                       11020001
110300     MOVE AL-APPL-ID       TO WS-DL-APPL-ID.                      11030001
110400     MOVE AL-PROGRAM       TO WS-DL-PROGRAM.                      11040001
110500     MOVE AL-DETERMINATION TO WS-DL-ACTION.                       11050001
110600     MOVE WS-NOTE          TO WS-DL-NOTE.                         11060001
110700     MOVE WS-DETAIL-LINE   TO RR-PRINT-LINE.                      11070001
110800     WRITE RR-PRINT-LINE.                                         11080001
110900 3950-EXIT.                                                       11090001
111000     EXIT.                                                        11100001
111100*                                                                 11110001
111200*------------------------------------------------------------     11120001
111300*4000-COMPARE                                                     11130001
111400*    MATCHES THE ROLLED-FORWARD MASTER AGAINST THE BACKUP IN      11140001
111500*    KEY ORDER.  A RECORD ON BOTH THAT DIFFERS WAS CHANGED BY     11150001
111600*    THE ROLL-FORWARD; ONE ON THE MASTER ONLY WAS ADDED BY        11160001
111700*    IT.  ONE ON THE BACKUP ONLY SHOULD NEVER HAPPEN - THE        11170001
111800*    ROLL-FORWARD DELETES NOTHING - AND ENDS THE RUN RC 8.        11180001
111900*------------------------------------------------------------     11190001
112000 4000-COMPARE.                                                    11200001
112100     OPEN INPUT MASTER-BACKUP.                                    11210001
112200     PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT.                  11220001
112300     READ MASTER-BACKUP.                                          11230001
112400     PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT.                  11240001
112500     SET WS-BACKUP-NOT-END TO TRUE.                               11250001
112600     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.                     11260001
112700     SET WS-NOT-END-OF-FILE TO TRUE.                              11270001
112800     MOVE LOW-VALUES TO AM-REC-KEY.                               11280001
112900     START APPLICANT-MASTER KEY NOT LESS THAN AM-REC-KEY          11290001
113000         INVALID KEY                                              11300001
113100             SET WS-END-OF-FILE TO TRUE                           11310001
113200     END-START.                                                   11320001
113300     PERFORM 4100-READ-MASTER THRU 4100-EXIT.                     11330001
113400     PERFORM 4200-COMPARE-ONE THRU 4200-EXIT                      11340001
113500         UNTIL WS-CMP-MASTER-KEY = HIGH-VALUES                    11350001
113600           AND WS-CMP-BACKUP-KEY = HIGH-VALUES.                   11360001
113700     CLOSE MASTER-BACKUP.                                         11370001
113800     IF WS-MISSING-COUNT > ZERO                                   11380001
113900         MOVE 8 TO RETURN-CODE                                    11390001
114000     ELSE IF WS-NOT-APPLIED-COUNT > ZERO                          11400001
114100        OR WS-PART-COUNT > ZERO                                   11410001
114200         MOVE 4 TO RETURN-CODE                                    11420001
114300     END-IF.                                                      11430001
114400 4000-EXIT.                                                       11440001
114500     EXIT.                                                        11450001
114600*                                                                 11460001
114700*------------------------------------------------------------     11470001
114800*4100-READ-MASTER                                                 11480001
114900*    READS THE NEXT MASTER RECORD IN KEY ORDER; HIGH-VALUES       11490001
115000*    AT END.                                                      11500001
115100*------------------------------------------------------------     11510001
115200 4100-READ-MASTER.                                                11520001
115300     IF WS-NOT-END-OF-FILE                                        11530001
115400         READ APPLICANT-MASTER NEXT RECORD                        11540001
115500             AT END                                               11550001
115600                 SET WS-END-OF-FILE TO TRUE                       11560001
115700         END-READ                                                 11570001
115800     END-IF.                                                      11580001
115900     IF WS-END-OF-FILE                                            11590001
116000         MOVE HIGH-VALUES TO WS-CMP-MASTER-KEY                    11600001
116100     ELSE                                                         11610001
116200         MOVE AM-REC-KEY  TO WS-CMP-MASTER-KEY                    11620001
116300     END-IF.                                                      11630001
116400 4100-EXIT.                                                       11640001
116500     EXIT.                                                        11650001
116600*                                                                 11660001
116700*------------------------------------------------------------     11670001
116800*4200-COMPARE-ONE                                                 11680001
116900*    COMPARES THE KEYS IN HAND AND ADVANCES THE LOWER SIDE,       11690001
117000*    OR BOTH WHEN THEY MATCH.                                     11700001
117100*------------------------------------------------------------     11710001
117200 4200-COMPARE-ONE.                                                11720001
117300     IF WS-CMP-MASTER-KEY < WS-CMP-BACKUP-KEY                     11730001
117400         ADD 1 TO WS-ADDED-COUNT                                  11740001
117500         PERFORM 4100-READ-MASTER THRU 4100-EXIT                  11750001
117600     ELSE IF WS-CMP-BACKUP-KEY < WS-CMP-MASTER-KEY                11760001
117700         ADD 1 TO WS-MISSING-COUNT                                11770001
117800         DISPLAY "HELRCVR - BACKUP RECORD MISSING FROM "          11780001
117900             "MASTER: " WS-CMP-BACKUP-KEY                         11790001
118000         PERFORM 2100-READ-BACKUP THRU 2100-EXIT                  11800001
118100     ELSE                                                         11810001
118200         IF AM-MASTER-RECORD NOT = BK-MASTER-IMAGE                11820001
118300             ADD 1 TO WS-CHANGED-COUNT                            11830001
118400         END-IF                                                   11840001
118500         PERFORM 4100-READ-MASTER THRU 4100-EXIT                  11850001
118600         PERFORM 2100-READ-BACKUP THRU 2100-EXIT                  11860001
118700     END-IF.                                                      11870001
118800 4200-EXIT.                                                       11880001
118900     EXIT.                                                        11890001
119000*                                                                 11900001
119100*------------------------------------------------------------     11910001
119200*5000-SUMMARY                                                     11920001
119300*    ENDS THE REPORT WITH THE EXCLUDED RUNS AND THE COUNTS.       11930001
119400*------------------------------------------------------------     11940001
119500 5000-SUMMARY.                                                    11950001
119600     MOVE SPACES TO RR-PRINT-LINE.                                11960001
119700     WRITE RR-PRINT-LINE.                                         11970001
119800     PERFORM 5100-LIST-EXCLUSION THRU 5100-EXIT                   11980001
119900         VARYING WS-EX-X FROM 1 BY 1                              11990001
120000         UNTIL WS-EX-X > WS-EX-COUNT.                             12000001
120100     MOVE SPACES TO RR-PRINT-LINE.                                12010001
120200     WRITE RR-PRINT-LINE.                                         12020001
120300     MOVE "RECORDS RESTORED FROM BACKUP" TO WS-TL-LABEL.          12030001
120400     MOVE WS-RESTORED-COUNT TO WS-TL-COUNT.                       12040001
120500     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12050001
120600     MOVE "AUDIT ENTRIES READ" TO WS-TL-LABEL.                    12060001
120700     MOVE WS-LOG-READ-COUNT TO WS-TL-COUNT.                       12070001
120800     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12080001
120900     MOVE "  LOGGED BEFORE THE BACKUP" TO WS-TL-LABEL.            12090001
121000     MOVE WS-BEFORE-COUNT TO WS-TL-COUNT.                         12100001
121100     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12110001
121200     MOVE "  SKIPPED - EXCLUDED RUN" TO WS-TL-LABEL.              12120001
121300     MOVE WS-EXCLUDED-COUNT TO WS-TL-COUNT.                       12130001
121400     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12140001
121500     MOVE "  APPLIED" TO WS-TL-LABEL.                             12150001
121600     MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.                        12160001
121700     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12170001
121800     MOVE "    OF WHICH WITHOUT ALL THEIR DETAIL" TO WS-TL-LABEL. 12180001
121900     MOVE WS-PART-COUNT TO WS-TL-COUNT.                           12190001
122000     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12200001
122100     MOVE "  LOGGED ONLY - NO MASTER CHANGE" TO WS-TL-LABEL.      12210001
122200     MOVE WS-NOCHANGE-COUNT TO WS-TL-COUNT.                       12220001
122300     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12230001
122400     MOVE "  NOT APPLIED" TO WS-TL-LABEL.                         12240001
122500     MOVE WS-NOT-APPLIED-COUNT TO WS-TL-COUNT.                    12250001
122600     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12260001
122700     MOVE "RECORDS CHANGED BY THE ROLL-FORWARD" TO WS-TL-LABEL.   12270001
122800     MOVE WS-CHANGED-COUNT TO WS-TL-COUNT.                        12280001
122900     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12290001
123000     MOVE "RECORDS ADDED BY THE ROLL-FORWARD" TO WS-TL-LABEL.     12300001
123100     MOVE WS-ADDED-COUNT TO WS-TL-COUNT.                          12310001
123200     PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT.                     12320001
123300     IF WS-MISSING-COUNT > ZERO                                   12330001
123400         MOVE "BACKUP RECORDS MISSING AFTER RELOAD"               12340001
123500             TO WS-TL-LABEL                                       12350001
123600         MOVE WS-MISSING-COUNT TO WS-TL-COUNT                     12360001
123700         PERFORM 5200-WRITE-TOTAL THRU 5200-EXIT                  12370001
123800     END-IF.                                                      12380001
123900 5000-EXIT.                                                       12390001
124000     EXIT.                                                        12400001
124100*                                                                 12410001
124200*------------------------------------------------------------     12420001
124300*5100-LIST-EXCLUSION                                              12430001
124400*    WRITES ONE EXCLUDED RUN ID AND ITS SKIPPED ENTRIES.          12440001
124500*------------------------------------------------------------     12450001
124600 5100-LIST-EXCLUSION.                                             12460001
124700     MOVE WS-EX-RUN-ID(WS-EX-X)  TO WS-XL-RUN-ID.                 12470001
124800     MOVE WS-EX-SKIPPED(WS-EX-X) TO WS-XL-SKIPPED.                12480001
124900     MOVE WS-EXCLUDE-LINE        TO RR-PRINT-LINE.                12490001
125000     WRITE RR-PRINT-LINE.                                         12500001
125100 5100-EXIT.                                                       12510001
125200     EXIT.                                                        12520001
125300*                                                                 12530001
125400*------------------------------------------------------------     12540001
125500*5200-WRITE-TOTAL                                                 12550001
125600*    WRITES ONE LABELLED COUNT.                                   12560001
125700*------------------------------------------------------------     12570001
125800 5200-WRITE-TOTAL.                                                12580001
125900     MOVE WS-TOTAL-LINE TO RR-PRINT-LINE.                         12590001
126000     WRITE RR-PRINT-LINE.                                         12600001
126100 5200-EXIT.                                                       12610001
126200     EXIT.                                                        12620001
126300*                                                                 12630001
126400*------------------------------------------------------------     12640001
126500*9000-TERMINATE                                                   12650001
126600*    CLOSES THE FILES AND DISPLAYS THE RUN COUNTS.                12660001
126700*------------------------------------------------------------     12670001
126800 9000-TERMINATE.                                                  12680001
126900     CLOSE RECOVERY-REPORT.                                       12690001
127000     IF WS-MASTER-OPEN                                            12700001
127100         CLOSE APPLICANT-MASTER                                   12710001
127200     END-IF.                                                      12720001
127300     IF WS-RECERT-UP                                              12730001
127400         CLOSE RECERT-FILE                                        12740001
127500     END-IF.                                                      12750001
127600     MOVE WS-RESTORED-COUNT TO WS-COUNT-ED.                       12760001
127700     DISPLAY "HELRCVR - RECORDS RESTORED: " WS-COUNT-ED.          12770001
127800     MOVE WS-APPLIED-COUNT TO WS-COUNT-ED.                        12780001
127900     DISPLAY "HELRCVR - AUDIT ENTRIES APPLIED: " WS-COUNT-ED.     12790001
128000     MOVE WS-NOT-APPLIED-COUNT TO WS-COUNT-ED.                    12800001
128100     DISPLAY "HELRCVR - AUDIT ENTRIES NOT APPLIED: "              12810001
128200         WS-COUNT-ED.                                             12820001
128300     MOVE WS-CHANGED-COUNT TO WS-COUNT-ED.                        12830001
128400     DISPLAY "HELRCVR - RECORDS CHANGED: " WS-COUNT-ED.           12840001
128500     MOVE WS-ADDED-COUNT TO WS-COUNT-ED.                          12850001
128600     DISPLAY "HELRCVR - RECORDS ADDED: " WS-COUNT-ED.             12860001
128700     DISPLAY "HELRCVR - RUN ID " WS-RUN-ID.                       12870001
128800 9000-EXIT.                                                       12880001
128900     EXIT.                                                        12890001
129000*                                                                 12900001
129100*------------------------------------------------------------     12910001
129200*9500-FILE-ERROR                                                  12920001
129300*    A READ OR WRITE FAILED PART WAY THROUGH.  THE RUN STOPS;     12930001
129400*    OPERATIONS RERUNS THE RECOVERY FROM THE SAME BACKUP.         12940001
129500*------------------------------------------------------------     12950001
129600 9500-FILE-ERROR.                                                 12960001
129700     DISPLAY "HELRCVR - FILE ERROR ON " WS-STATUS-FILE            12970001
129800         " STATUS " WS-STATUS-CODE.                               12980001
129900     DISPLAY "HELRCVR - RUN ABENDED - RETURN CODE 16".            12990001
130000     MOVE 16 TO RETURN-CODE.                                      13000001
130100     STOP RUN.                                                    13010001
130200 9500-EXIT.                                                       13020001
130300     EXIT.                                                        13030001
130400*                                                                 13040001
130500 9510-CHECK-MASTBKUP.                                             13050001
130600     IF WS-BACKUP-STATUS NOT = "00"                               13060001
130700         MOVE "MASTBKUP"        TO WS-STATUS-FILE                 13070001
130800         MOVE WS-BACKUP-STATUS  TO WS-STATUS-CODE                 13080001
130900         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   13090001
131000     END-IF.                                                      13100001
131100 9510-EXIT.                                                       13110001
131200     EXIT.                                                        13120001
131300*                                                                 13130001
131400 9511-CHECK-MASTER.                                               13140001
131500     IF WS-MASTER-STATUS NOT = "00"                               13150001
131600         MOVE "APPLMAST"        TO WS-STATUS-FILE                 13160001
131700         MOVE WS-MASTER-STATUS  TO WS-STATUS-CODE                 13170001
131800         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   13180001
131900     END-IF.                                                      13190001
132000 9511-EXIT.                                                       13200001
132100     EXIT.                                                        13210001
