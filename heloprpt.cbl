000100*----------------------------------------------------------       00010001
000200*HELOPRPT - MONTHLY CHANGES-BY-OPERATOR REPORT                    00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELOPRPT.                                            00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  EVERY AUDIT RECORD NOW        00140001
001500*                CARRIES THE OPERATOR WHO MADE THE CHANGE, AND    00150001
001600*                THE UNIT SUPERVISOR WANTS THEM LISTED PER        00160001
001700*                PERSON EACH MONTH.  THIS READS THE AUDIT LOG     00170001
001800*                (PLUS AUDARCH WHEN SUPPLIED, SO AN ARCHIVE       00180001
001900*                SWAP CANNOT HIDE A CHANGE), KEEPS THE MONTH      00190001
002000*                ASKED FOR IN OPRPARM (THE MONTH BEFORE THE       00200001
002100*                RUN WHEN NONE IS GIVEN), SORTS BY OPERATOR,      00210001
002200*                DATE, AND TIME, AND PRINTS EACH OPERATOR ON      00220001
002300*                THE SECURITY FILE WITH NAME, AUTHORITY, AND      00230001
002400*                STATUS (HELOPER), EVERY CHANGE THEY MADE, AND    00240001
002500*                THEIR COUNT.  BATCH PROGRAM NAMES, IDS NOT ON    00250001
002600*                THE FILE, AND RECORDS LOGGED BEFORE OPERATOR     00260001
002700*                IDS WERE CARRIED GET A COUNT LINE ONLY.  THE     00270001
002800*                FILES ARE ONLY READ.                             00280001
002900*----------------------------------------------------------       00290001
003000 ENVIRONMENT DIVISION.                                            00300001
003100 CONFIGURATION SECTION.                                           00310001
003200 INPUT-OUTPUT SECTION.                                            00320001
003300 FILE-CONTROL.                                                    00330001
003400     SELECT REPORT-PARM-FILE ASSIGN TO "OPRPARM"                  00340001
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350001
003600         FILE STATUS IS WS-PARM-STATUS.                           00360001
003700                                                                  00370001
003800     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"                        00380001
003900         ORGANIZATION IS LINE SEQUENTIAL                          00390001
004000         FILE STATUS IS WS-AUDIT-LOG-STATUS.                      00400001
004100                                                                  00410001
004200     SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"                     00420001
004300         ORGANIZATION IS LINE SEQUENTIAL                          00430001
004400         FILE STATUS IS WS-ARCHIVE-STATUS.                        00440001
004500                                                                  00450001
004600     SELECT OPERATOR-REPORT ASSIGN TO "OPRRPT"                    00460001
004700         ORGANIZATION IS LINE SEQUENTIAL.                         00470001
004800                                                                  00480001
004900     SELECT SORT-FILE ASSIGN TO "SORTWK".                         00490001
005000                                                                  00500001
005100 DATA DIVISION.                                                   00510001
005200 FILE SECTION.                                                    00520001
005300*----------------------------------------------------------       00530001
005400*REPORT-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE           00540001
005500*HOLDING THE MONTH TO REPORT AS YYYYMM.  NO FILE OR A BLANK       00550001
005600*MONTH MEANS THE MONTH BEFORE THE RUN DATE.                       00560001
005700*----------------------------------------------------------       00570001
005800 FD  REPORT-PARM-FILE.                                            00580001
005900 01  PM-PARM-RECORD.                                              00590001
006000     05  PM-REPORT-MONTH     PIC X(06).                           00600001
006100                                                                  00610001
006200*----------------------------------------------------------       00620001
006300*AUDIT-LOG / AUDIT-ARCHIVE - THE LIVE DETERMINATION LOG AND       00630001
006400*THE ARCHIVE HELAUDIT SPLITS OFF, READ INTO AL-LOG-RECORD         00640001
006500*----------------------------------------------------------       00650001
006600 FD  AUDIT-LOG.                                                   00660001
006700 01  AU-LOG-RECORD           PIC X(132).                          00670001
006800                                                                  00680001
006900 FD  AUDIT-ARCHIVE.                                               00690001
007000 01  AR-LOG-RECORD           PIC X(132).                          00700001
007100                                                                  00710001
007200*----------------------------------------------------------       00720001
007300*OPERATOR-REPORT - THE MONTH'S CHANGES, ONE BLOCK PER             00730001
007400*OPERATOR                                                         00740001
007500*----------------------------------------------------------       00750001
007600 FD  OPERATOR-REPORT.                                             00760001
007700 01  OR-PRINT-LINE           PIC X(100).                          00770001
007800                                                                  00780001
007900*----------------------------------------------------------       00790001
008000*SORT-FILE - THE MONTH'S AUDIT ENTRIES, PUT INTO OPERATOR,        00800001
008100*DATE, AND TIME ORDER.  THE SEQUENCE NUMBER KEEPS ENTRIES         00810001
008200*STAMPED IN THE SAME HUNDREDTH OF A SECOND IN THE ORDER           00820001
008300*THEY WERE READ.                                                  00830001
008400*----------------------------------------------------------       00840001
008500 SD  SORT-FILE.                                                   00850001
008600 01  SS-SORT-RECORD.                                              00860001
008700     05  SS-OPERATOR         PIC X(08).                           00870001
008800     05  SS-DATE             PIC 9(08).                           00880001
008900     05  SS-TIME             PIC 9(08).                           00890001
009000     05  SS-SEQ              PIC 9(09).                           00900001
009100     05  SS-LOG-IMAGE        PIC X(132).                          00910001
009200                                                                  00920001
009300 WORKING-STORAGE SECTION.                                         00930001
009400                                                                  00940001
009500*----------------------------------------------------------       00950001
009600*AL-LOG-RECORD - THE AUDIT ENTRY IN HAND                          00960001
009700*----------------------------------------------------------       00970001
009800 COPY AUDLREC.                                                    00980001
009900                                                                  00990001
010000*----------------------------------------------------------       01000001
010100*HELOPER INTERFACE                                                01010001
010200*----------------------------------------------------------       01020001
010300 COPY OPERPARM.                                                   01030001
010400                                                                  01040001
010500*----------------------------------------------------------       01050001
010600*WS-EOF-SW - SET WHEN THE FILE BEING READ IS EXHAUSTED            01060001
010700*----------------------------------------------------------       01070001
010800 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01080001
010900     88  WS-END-OF-FILE              VALUE 'Y'.                   01090001
011000     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01100001
011100                                                                  01110001
011200*----------------------------------------------------------       01120001
011300*WS-SORT-EOF-SW - SET WHEN THE SORTED ENTRIES ARE EXHAUSTED       01130001
011400*----------------------------------------------------------       01140001
011500 01  WS-SORT-EOF-SW      PIC X(01)   VALUE 'N'.                   01150001
011600     88  WS-END-OF-SORT              VALUE 'Y'.                   01160001
011700     88  WS-NOT-END-OF-SORT          VALUE 'N'.                   01170001
011800                                                                  01180001
011900*----------------------------------------------------------       01190001
012000*WS-GROUP-SW - WHAT KIND OF OPERATOR THE CURRENT GROUP IS:        01200001
012100*A PERSON ON THE SECURITY FILE (LISTED IN FULL), AN ID NOT        01210001
012200*ON IT - A BATCH PROGRAM NAME OR A DROPPED OPERATOR - OR          01220001
012300*NO ID AT ALL (COUNTED ONLY)                                      01230001
012400*----------------------------------------------------------       01240001
012500 01  WS-GROUP-SW         PIC X(01)   VALUE SPACE.                 01250001
012600     88  WS-GROUP-PERSON             VALUE "P".                   01260001
012700     88  WS-GROUP-NOT-ON-FILE        VALUE "N".                   01270001
012800     88  WS-GROUP-NO-ID              VALUE "B".                   01280001
012900                                                                  01290001
013000 01  WS-PARM-STATUS       PIC X(02)  VALUE SPACES.                01300001
013100 01  WS-AUDIT-LOG-STATUS  PIC X(02)  VALUE SPACES.                01310001
013200 01  WS-ARCHIVE-STATUS    PIC X(02)  VALUE SPACES.                01320001
013300                                                                  01330001
013400*----------------------------------------------------------       01340001
013500*WS-TODAY-DATE - THE RUN DATE, WITH A VIEW OF ITS YEAR AND        01350001
013600*MONTH FOR THE DEFAULT REPORT MONTH                               01360001
013700*----------------------------------------------------------       01370001
013800 01  WS-TODAY-DATE        PIC 9(08)  VALUE ZERO.                  01380001
013900 01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.                      01390001
014000     05  WS-TD-YEAR       PIC 9(04).                              01400001
014100     05  WS-TD-MONTH      PIC 9(02).                              01410001
014200     05  WS-TD-DAY        PIC 9(02).                              01420001
014300                                                                  01430001
014400*----------------------------------------------------------       01440001
014500*WS-REPORT-MONTH - THE MONTH BEING REPORTED, YYYYMM               01450001
014600*----------------------------------------------------------       01460001
014700 01  WS-REPORT-MONTH      PIC 9(06)  VALUE ZERO.                  01470001
014800 01  WS-REPORT-PARTS REDEFINES WS-REPORT-MONTH.                   01480001
014900     05  WS-RM-YEAR       PIC 9(04).                              01490001
015000     05  WS-RM-MONTH      PIC 9(02).                              01500001
015100                                                                  01510001
015200 01  WS-CURRENT-OPERATOR  PIC X(08)  VALUE SPACES.                01520001
015300                                                                  01530001
015400*----------------------------------------------------------       01540001
015500*WS-RUN-RC - THE RETURN CODE THE RUN WILL END WITH, HELD          01550001
015600*APART FROM RETURN-CODE BECAUSE THE SORT SETS THAT ITSELF         01560001
015700*----------------------------------------------------------       01570001
015800 77  WS-RUN-RC            PIC 9(02)         VALUE ZERO.           01580001
015900 77  WS-MONTH-START       PIC 9(08)         VALUE ZERO.           01590001
016000 77  WS-MONTH-END         PIC 9(08)         VALUE ZERO.           01600001
016100 77  WS-READ-COUNT        PIC 9(09) COMP    VALUE ZERO.           01610001
016200 77  WS-SELECTED-COUNT    PIC 9(09) COMP    VALUE ZERO.           01620001
016300 77  WS-GROUP-COUNT       PIC 9(07) COMP    VALUE ZERO.           01630001
016400 77  WS-OPERATOR-COUNT    PIC 9(05) COMP    VALUE ZERO.           01640001
016500 77  WS-READ-ED           PIC Z(08)9.                             01650001
016600 77  WS-SELECTED-ED       PIC Z(08)9.                             01660001
016700 77  WS-OPERATOR-ED       PIC ZZZZ9.                              01670001
016800                                                                  01680001
016900*----------------------------------------------------------       01690001
017000*REPORT LINES                                                     01700001
017100*----------------------------------------------------------       01710001
017200 01  WS-HEADING-1.                                                01720001
017300     05  FILLER              PIC X(31)                            01730001
017400         VALUE "CHANGES BY OPERATOR FOR MONTH ".                  01740001
017500     05  WS-H1-MONTH         PIC 9(06).                           01750001
017600     05  FILLER              PIC X(10)  VALUE "   RUN ON ".       01760001
017700     05  WS-H1-DATE          PIC 9(08).                           01770001
017800     05  FILLER              PIC X(45)  VALUE SPACES.             01780001
017900 01  WS-OPERATOR-LINE.                                            01790001
018000     05  FILLER              PIC X(10)  VALUE "OPERATOR: ".       01800001
018100     05  WS-OL-OPERATOR      PIC X(08).                           01810001
018200     05  FILLER              PIC X(02)  VALUE SPACES.             01820001
018300     05  WS-OL-NAME          PIC X(30).                           01830001
018400     05  FILLER              PIC X(13)  VALUE "  AUTHORITY: ".    01840001
018500     05  WS-OL-AUTHORITY     PIC X(08).                           01850001
018600     05  FILLER              PIC X(10)  VALUE "  STATUS: ".       01860001
018700     05  WS-OL-STATUS        PIC X(07).                           01870001
018800     05  FILLER              PIC X(12)  VALUE SPACES.             01880001
018900 01  WS-COLUMN-HEADING.                                           01890001
019000     05  FILLER              PIC X(14)  VALUE "    DATE".         01900001
019100     05  FILLER              PIC X(08)  VALUE "TIME".             01910001
019200     05  FILLER              PIC X(11)  VALUE "APPLICANT".        01920001
019300     05  FILLER              PIC X(04)  VALUE "PGM".              01930001
019400     05  FILLER              PIC X(18)  VALUE "ACTION".           01940001
019500     05  FILLER              PIC X(06)  VALUE "RUN ID".           01950001
019600     05  FILLER              PIC X(39)  VALUE SPACES.             01960001
019700 01  WS-DETAIL-LINE.                                              01970001
019800     05  FILLER              PIC X(04)  VALUE SPACES.             01980001
019900     05  WS-DL-DATE          PIC 9(08).                           01990001
020000     05  FILLER              PIC X(02)  VALUE SPACES.             02000001
020100     05  WS-DL-TIME          PIC X(06).                           02010001
020200     05  FILLER              PIC X(02)  VALUE SPACES.             02020001
020300     05  WS-DL-APPL-ID       PIC X(10).                           02030001
020400     05  FILLER              PIC X(01)  VALUE SPACE.              02040001
020500     05  WS-DL-PROGRAM       PIC X(03).                           02050001
020600     05  FILLER              PIC X(01)  VALUE SPACE.              02060001
020700     05  WS-DL-ACTION        PIC X(16).                           02070001
020800     05  FILLER              PIC X(02)  VALUE SPACES.             02080001
020900     05  WS-DL-RUN-ID        PIC X(16).                           02090001
021000     05  FILLER              PIC X(29)  VALUE SPACES.             02100001
021100 01  WS-GROUP-TOTAL-LINE.                                         02110001
021200     05  FILLER              PIC X(04)  VALUE SPACES.             02120001
021300     05  FILLER              PIC X(20)                            02130001
021400         VALUE "CHANGES MADE BY     ".                            02140001
021500     05  WS-GT-OPERATOR      PIC X(08).                           02150001
021600     05  FILLER              PIC X(02)  VALUE ": ".               02160001
021700     05  WS-GT-COUNT         PIC Z(06)9.                          02170001
021800     05  FILLER              PIC X(59)  VALUE SPACES.             02180001
021900 01  WS-COUNT-ONLY-LINE.                                          02190001
022000     05  FILLER              PIC X(10)  VALUE "OPERATOR: ".       02200001
022100     05  WS-CL-OPERATOR      PIC X(08).                           02210001
022200     05  FILLER              PIC X(02)  VALUE SPACES.             02220001
022300     05  WS-CL-NOTE          PIC X(30).                           02230001
022400     05  FILLER              PIC X(10)  VALUE "CHANGES: ".        02240001
022500     05  WS-CL-COUNT         PIC Z(06)9.                          02250001
022600     05  FILLER              PIC X(33)  VALUE SPACES.             02260001
022700 01  WS-TOTAL-LINE.                                               02270001
022800     05  FILLER              PIC X(24)                            02280001
022900         VALUE "CHANGES IN MONTH:       ".                        02290001
023000     05  WS-TL-COUNT         PIC Z(08)9.                          02300001
023100     05  FILLER              PIC X(67)  VALUE SPACES.             02310001
023200*                                                                 02320001
023300 PROCEDURE DIVISION.                                              02330001
023400*============================================================     02340001
023500*0000-MAINLINE                                                    02350001
023600*    SETS THE REPORT MONTH, SORTS THE MONTH'S AUDIT ENTRIES       02360001
023700*    BY OPERATOR, AND PRINTS THEM.                                02370001
023800*============================================================     02380001
023900 0000-MAINLINE.                                                   02390001
024000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      02400001
024100     IF WS-RUN-RC = ZERO                                          02410001
024200         PERFORM 2000-REPORT-MONTH THRU 2000-EXIT                 02420001
024300     END-IF.                                                      02430001
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       02440001
024500     GOBACK.                                                      02450001
024600*                                                                 02460001
024700*------------------------------------------------------------     02470001
024800*1000-INITIALIZE                                                  02480001
024900*    WORKS OUT THE REPORT MONTH, OPENS THE REPORT, AND            02490001
025000*    WRITES THE HEADING.  A PARM MONTH THAT IS NOT A REAL         02500001
025100*    MONTH ENDS THE RUN WITH RETURN CODE 8 RATHER THAN            02510001
025200*    REPORTING SOME OTHER MONTH THAN THE ONE ASKED FOR.           02520001
025300*------------------------------------------------------------     02530001
025400 1000-INITIALIZE.                                                 02540001
025500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     02550001
025600     OPEN OUTPUT OPERATOR-REPORT.                                 02560001
025700     PERFORM 1100-READ-PARM THRU 1100-EXIT.                       02570001
025800     IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12                       02580001
025900         DISPLAY "HELOPRPT - REPORT MONTH NOT USABLE: "           02590001
026000             WS-REPORT-MONTH                                      02600001
026100         MOVE 8 TO WS-RUN-RC                                      02610001
026200         GO TO 1000-EXIT                                          02620001
026300     END-IF.                                                      02630001
026400     COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1.          02640001
026500     COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31.         02650001
026600     DISPLAY "HELOPRPT - REPORTING MONTH " WS-REPORT-MONTH.       02660001
026700     MOVE WS-REPORT-MONTH TO WS-H1-MONTH.                         02670001
026800     MOVE WS-TODAY-DATE   TO WS-H1-DATE.                          02680001
026900     MOVE WS-HEADING-1    TO OR-PRINT-LINE.                       02690001
027000     WRITE OR-PRINT-LINE.                                         02700001
027100 1000-EXIT.                                                       02710001
027200     EXIT.                                                        02720001
027300*                                                                 02730001
027400*------------------------------------------------------------     02740001
027500*1100-READ-PARM                                                   02750001
027600*    READS THE REPORT MONTH FROM THE OPTIONAL PARM FILE.          02760001
027700*    NO FILE OR A BLANK MONTH TAKES THE MONTH BEFORE THE          02770001
027800*    RUN DATE - THE USUAL FIRST-OF-THE-MONTH RUN.  A MONTH        02780001
027900*    THAT IS NOT NUMERIC IS LEFT ZERO FOR THE CALLER TO           02790001
028000*    REFUSE.                                                      02800001
028100*------------------------------------------------------------     02810001
028200 1100-READ-PARM.                                                  02820001
028300     MOVE SPACES TO PM-PARM-RECORD.                               02830001
028400     OPEN INPUT REPORT-PARM-FILE.                                 02840001
028500     IF WS-PARM-STATUS = "00"                                     02850001
028600         READ REPORT-PARM-FILE                                    02860001
028700             AT END                                               02870001
028800                 MOVE SPACES TO PM-PARM-RECORD                    02880001
028900         END-READ                                                 02890001
029000         CLOSE REPORT-PARM-FILE                                   02900001
029100     END-IF.                                                      02910001
029200     IF PM-REPORT-MONTH = SPACES                                  02920001
029300         MOVE WS-TD-YEAR TO WS-RM-YEAR                            02930001
029400         IF WS-TD-MONTH = 1                                       02940001
029500             SUBTRACT 1 FROM WS-RM-YEAR                           02950001
029600             MOVE 12 TO WS-RM-MONTH                               02960001
029700         ELSE                                                     02970001
029800             COMPUTE WS-RM-MONTH = WS-TD-MONTH - 1                02980001
029900         END-IF                                                   02990001
030000     ELSE IF PM-REPORT-MONTH IS NUMERIC                           03000001
030100         MOVE PM-REPORT-MONTH TO WS-REPORT-MONTH                  03010001
030200     ELSE                                                         03020001
030300         MOVE ZERO TO WS-REPORT-MONTH                             03030001
030400     END-IF.                                                      03040001
030500 1100-EXIT.                                                       03050001
030600     EXIT.                                                        03060001
030700*                                                                 03070001
030800*------------------------------------------------------------     03080001
030900*2000-REPORT-MONTH                                                03090001
031000*    SORTS THE MONTH'S ENTRIES INTO OPERATOR ORDER AND            03100001
031100*    PRINTS THEM, THEN THE MONTH'S TOTAL.                         03110001
031200*------------------------------------------------------------     03120001
031300 2000-REPORT-MONTH.                                               03130001
031400     SORT SORT-FILE                                               03140001
031500         ON ASCENDING KEY SS-OPERATOR SS-DATE SS-TIME SS-SEQ      03150001
031600         INPUT PROCEDURE IS 3000-SELECT-ENTRIES THRU 3000-EXIT    03160001
031700         OUTPUT PROCEDURE IS 4000-PRINT-ENTRIES THRU 4000-EXIT.   03170001
031800     MOVE SPACES            TO OR-PRINT-LINE.                     03180001
031900     WRITE OR-PRINT-LINE.                                         03190001
032000     MOVE WS-SELECTED-COUNT TO WS-TL-COUNT.                       03200001
032100     MOVE WS-TOTAL-LINE     TO OR-PRINT-LINE.                     03210001
032200     WRITE OR-PRINT-LINE.                                         03220001
032300 2000-EXIT.                                                       03230001
032400     EXIT.                                                        03240001
032500*                                                                 03250001
032600*------------------------------------------------------------     03260001
032700*3000-SELECT-ENTRIES                                              03270001
032800*    SORT INPUT: PASSES THE MONTH'S ENTRIES FROM THE LIVE         03280001
032900*    LOG AND, WHEN ONE WAS SUPPLIED, THE ARCHIVE.  A              03290001
033000*    MISSING LIVE LOG ENDS THE RUN WITH RETURN CODE 8 -           03300001
033100*    THERE IS NOTHING TO REPORT FROM.                             03310001
033200*------------------------------------------------------------     03320001
033300 3000-SELECT-ENTRIES.                                             03330001
033400     OPEN INPUT AUDIT-LOG.                                        03340001
033500     IF WS-AUDIT-LOG-STATUS NOT = "00"                            03350001
033600         DISPLAY "HELOPRPT - AUDIT LOG UNAVAILABLE, STATUS "      03360001
033700             WS-AUDIT-LOG-STATUS                                  03370001
033800         MOVE 8 TO WS-RUN-RC                                      03380001
033900         GO TO 3000-EXIT                                          03390001
034000     END-IF.                                                      03400001
034100     SET WS-NOT-END-OF-FILE TO TRUE.                              03410001
034200     PERFORM 3100-SELECT-FROM-LOG THRU 3100-EXIT                  03420001
034300         UNTIL WS-END-OF-FILE.                                    03430001
034400     CLOSE AUDIT-LOG.                                             03440001
034500     OPEN INPUT AUDIT-ARCHIVE.                                    03450001
034600     IF WS-ARCHIVE-STATUS = "00"                                  03460001
034700         SET WS-NOT-END-OF-FILE TO TRUE                           03470001
034800         PERFORM 3200-SELECT-FROM-ARCHIVE THRU 3200-EXIT          03480001
034900             UNTIL WS-END-OF-FILE                                 03490001
035000         CLOSE AUDIT-ARCHIVE                                      03500001
035100     END-IF.                                                      03510001
035200 3000-EXIT.                                                       03520001
035300     EXIT.                                                        03530001
035400*                                                                 03540001
035500*------------------------------------------------------------     03550001
035600*3100-SELECT-FROM-LOG                                             03560001
035700*    READS ONE LIVE-LOG ENTRY AND PASSES IT ON.                   03570001
035800*------------------------------------------------------------     03580001
035900 3100-SELECT-FROM-LOG.                                            03590001
036000     READ AUDIT-LOG INTO AL-LOG-RECORD                            03600001
036100         AT END                                                   03610001
036200             SET WS-END-OF-FILE TO TRUE                           03620001
036300             GO TO 3100-EXIT                                      03630001
036400     END-READ.                                                    03640001
036500     PERFORM 3300-SELECT-ONE THRU 3300-EXIT.                      03650001
036600 3100-EXIT.                                                       03660001
036700     EXIT.                                                        03670001
036800*                                                                 03680001
036900*------------------------------------------------------------     03690001
037000*3200-SELECT-FROM-ARCHIVE                                         03700001
037100*    READS ONE ARCHIVE ENTRY AND PASSES IT ON.                    03710001
037200*------------------------------------------------------------     03720001
037300 3200-SELECT-FROM-ARCHIVE.                                        03730001
037400     READ AUDIT-ARCHIVE INTO AL-LOG-RECORD                        03740001
037500         AT END                                                   03750001
037600             SET WS-END-OF-FILE TO TRUE                           03760001
037700             GO TO 3200-EXIT                                      03770001
037800     END-READ.                                                    03780001
037900     PERFORM 3300-SELECT-ONE THRU 3300-EXIT.                      03790001
038000 3200-EXIT.                                                       03800001
038100     EXIT.                                                        03810001
038200*                                                                 03820001
038300*------------------------------------------------------------     03830001
038400*3300-SELECT-ONE                                                  03840001
038500*    RELEASES THE ENTRY IN HAND TO THE SORT WHEN IT WAS           03850001
038600*    LOGGED IN THE REPORT MONTH.                                  03860001
038700*------------------------------------------------------------     03870001
038800 3300-SELECT-ONE.                                                 03880001
038900     ADD 1 TO WS-READ-COUNT.                                      03890001
039000     IF AL-DATE NOT NUMERIC                                       03900001
039100         GO TO 3300-EXIT                                          03910001
039200     END-IF.                                                      03920001
039300     IF AL-DATE < WS-MONTH-START OR AL-DATE > WS-MONTH-END        03930001
039400         GO TO 3300-EXIT                                          03940001
039500     END-IF.                                                      03950001
039600     ADD 1 TO WS-SELECTED-COUNT.                                  03960001
039700     MOVE AL-OPERATOR       TO SS-OPERATOR.                       03970001
039800     MOVE AL-DATE           TO SS-DATE.                           03980001
039900     IF AL-TIME IS NUMERIC                                        03990001
040000         MOVE AL-TIME       TO SS-TIME                            04000001
040100     ELSE                                                         04010001
040200         MOVE ZERO          TO SS-TIME                            04020001
040300     END-IF.                                                      04030001
040400     MOVE WS-SELECTED-COUNT TO SS-SEQ.                            04040001
040500     MOVE AL-LOG-RECORD     TO SS-LOG-IMAGE.                      04050001
040600     RELEASE SS-SORT-RECORD.                                      04060001
040700 3300-EXIT.                                                       04070001
040800     EXIT.                                                        04080001
040900*                                                                 04090001
041000*------------------------------------------------------------     04100001
041100*4000-PRINT-ENTRIES                                               04110001
041200*    SORT OUTPUT: PRINTS THE ENTRIES OPERATOR BY OPERATOR,        04120001
041300*    CLOSING EACH OPERATOR'S BLOCK WHEN THE ID CHANGES.           04130001
041400*------------------------------------------------------------     04140001
041500 4000-PRINT-ENTRIES.                                              04150001
041600     SET WS-NOT-END-OF-SORT TO TRUE.                              04160001
041700     MOVE ZERO TO WS-GROUP-COUNT.                                 04170001
041800     PERFORM 4100-PRINT-ONE THRU 4100-EXIT                        04180001
041900         UNTIL WS-END-OF-SORT.                                    04190001
042000     IF WS-OPERATOR-COUNT > ZERO                                  04200001
042100         PERFORM 4300-END-OPERATOR THRU 4300-EXIT                 04210001
042200     END-IF.                                                      04220001
042300 4000-EXIT.                                                       04230001
042400     EXIT.                                                        04240001
042500*                                                                 04250001
042600*------------------------------------------------------------     04260001
042700*4100-PRINT-ONE                                                   04270001
042800*    TAKES THE NEXT ENTRY FROM THE SORT, STARTS A NEW             04280001
042900*    OPERATOR BLOCK WHEN THE ID CHANGES, AND PRINTS THE           04290001
043000*    ENTRY WHEN THE OPERATOR IS A PERSON ON THE FILE.             04300001
043100*------------------------------------------------------------     04310001
043200 4100-PRINT-ONE.                                                  04320001
043300     RETURN SORT-FILE                                             04330001
043400         AT END                                                   04340001
043500             SET WS-END-OF-SORT TO TRUE                           04350001
043600             GO TO 4100-EXIT                                      04360001
043700     END-RETURN.                                                  04370001
043800     MOVE SS-LOG-IMAGE TO AL-LOG-RECORD.                          04380001
043900     IF WS-OPERATOR-COUNT = ZERO                                  04390001
044000        OR SS-OPERATOR NOT = WS-CURRENT-OPERATOR                  04400001
044100         IF WS-OPERATOR-COUNT > ZERO                              04410001
044200             PERFORM 4300-END-OPERATOR THRU 4300-EXIT             04420001
044300         END-IF                                                   04430001
044400         PERFORM 4200-START-OPERATOR THRU 4200-EXIT               04440001
044500     END-IF.                                                      04450001
044600     ADD 1 TO WS-GROUP-COUNT.                                     04460001
044700     IF WS-GROUP-PERSON                                           04470001
044800         MOVE AL-DATE          TO WS-DL-DATE                      04480001
044900         MOVE SS-TIME(1:6)     TO WS-DL-TIME                      04490001
045000         MOVE AL-APPL-ID       TO WS-DL-APPL-ID                   04500001
045100         MOVE AL-PROGRAM       TO WS-DL-PROGRAM                   04510001
045200         MOVE AL-DETERMINATION TO WS-DL-ACTION                    04520001
045300         MOVE AL-RUN-ID        TO WS-DL-RUN-ID                    04530001
045400         MOVE WS-DETAIL-LINE   TO OR-PRINT-LINE                   04540001
045500         WRITE OR-PRINT-LINE                                      04550001
045600     END-IF.                                                      04560001
045700 4100-EXIT.                                                       04570001
045800     EXIT.                                                        04580001
045900*                                                                 04590001
046000*------------------------------------------------------------     04600001
046100*4200-START-OPERATOR                                              04610001
046200*    LOOKS THE NEW OPERATOR UP ON THE SECURITY FILE AND,          04620001
046300*    FOR A PERSON, PRINTS THE BLOCK HEADING WITH THE NAME,        04630001
046400*    AUTHORITY, AND STATUS.  A REVOKED OPERATOR IS STILL          04640001
046500*    ON THE FILE AND IS STILL LISTED IN FULL.  WITH NO            04650001
046600*    SECURITY FILE NOBODY CAN BE NAMED, SO EVERY ID GETS A        04660001
046700*    COUNT LINE AND THE RUN ENDS WITH WARNING RC 4.               04670001
046800*------------------------------------------------------------     04680001
046900 4200-START-OPERATOR.                                             04690001
047000     ADD 1 TO WS-OPERATOR-COUNT.                                  04700001
047100     MOVE SS-OPERATOR TO WS-CURRENT-OPERATOR.                     04710001
047200     MOVE ZERO        TO WS-GROUP-COUNT.                          04720001
047300     IF WS-CURRENT-OPERATOR = SPACES                              04730001
047400         SET WS-GROUP-NO-ID TO TRUE                               04740001
047500         GO TO 4200-EXIT                                          04750001
047600     END-IF.                                                      04760001
047700     MOVE WS-CURRENT-OPERATOR TO WS-OP-OPERATOR.                  04770001
047800     SET WS-OP-NEED-INQUIRY TO TRUE.                              04780001
047900     CALL "HELOPER" USING WS-OPER-PARM.                           04790001
048000     IF WS-OP-NO-SECURITY-FILE AND WS-RUN-RC = ZERO               04800001
048100         MOVE 4 TO WS-RUN-RC                                      04810001
048200     END-IF.                                                      04820001
048300     IF WS-OP-UNKNOWN OR WS-OP-NO-SECURITY-FILE                   04830001
048400         SET WS-GROUP-NOT-ON-FILE TO TRUE                         04840001
048500         GO TO 4200-EXIT                                          04850001
048600     END-IF.                                                      04860001
048700     SET WS-GROUP-PERSON TO TRUE.                                 04870001
048800     MOVE WS-CURRENT-OPERATOR TO WS-OL-OPERATOR.                  04880001
048900     MOVE WS-OP-NAME          TO WS-OL-NAME.                      04890001
049000     IF WS-OP-AUTH-INQUIRY                                        04900001
049100         MOVE "INQUIRY"  TO WS-OL-AUTHORITY                       04910001
049200     ELSE IF WS-OP-AUTH-CORRECT                                   04920001
049300         MOVE "CORRECT"  TO WS-OL-AUTHORITY                       04930001
049400     ELSE IF WS-OP-AUTH-RETIRE                                    04940001
049500         MOVE "RETIRE"   TO WS-OL-AUTHORITY                       04950001
049600     ELSE                                                         04960001
049700         MOVE "APPEALS"  TO WS-OL-AUTHORITY                       04970001
049800     END-IF.                                                      04980001
049900     IF WS-OP-STATUS-REVOKED                                      04990001
050000         MOVE "REVOKED"  TO WS-OL-STATUS                          05000001
050100     ELSE                                                         05010001
050200         MOVE "ACTIVE"   TO WS-OL-STATUS                          05020001
050300     END-IF.                                                      05030001
050400     MOVE SPACES            TO OR-PRINT-LINE.                     05040001
050500     WRITE OR-PRINT-LINE.                                         05050001
050600     MOVE WS-OPERATOR-LINE  TO OR-PRINT-LINE.                     05060001
050700     WRITE OR-PRINT-LINE.                                         05070001
050800     MOVE WS-COLUMN-HEADING TO OR-PRINT-LINE.                     05080001
050900     WRITE OR-PRINT-LINE.                                         05090001
051000 4200-EXIT.                                                       05100001
051100     EXIT.                                                        05110001
051200*                                                                 05120001
051300*------------------------------------------------------------     05130001
051400*4300-END-OPERATOR                                                05140001
051500*    CLOSES THE CURRENT OPERATOR'S BLOCK: THE COUNT UNDER A       05150001
051600*    PERSON'S LISTING, OR THE ONE COUNT LINE FOR ANYTHING         05160001
051700*    ELSE.                                                        05170001
051800*------------------------------------------------------------     05180001
051900 4300-END-OPERATOR.                                               05190001
052000     IF WS-GROUP-PERSON                                           05200001
052100         MOVE WS-CURRENT-OPERATOR TO WS-GT-OPERATOR               05210001
052200         MOVE WS-GROUP-COUNT      TO WS-GT-COUNT                  05220001
052300         MOVE WS-GROUP-TOTAL-LINE TO OR-PRINT-LINE                05230001
052400         WRITE OR-PRINT-LINE                                      05240001
052500         GO TO 4300-EXIT                                          05250001
052600     END-IF.                                                      05260001
052700     IF WS-GROUP-NO-ID                                            05270001
052800         MOVE "(NONE)"            TO WS-CL-OPERATOR               05280001
052900         MOVE "LOGGED BEFORE OPERATOR IDS"                        05290001
053000                                  TO WS-CL-NOTE                   05300001
053100     ELSE                                                         05310001
053200         MOVE WS-CURRENT-OPERATOR TO WS-CL-OPERATOR               05320001
053300         MOVE "NOT ON SECURITY FILE"                              05330001
053400                                  TO WS-CL-NOTE                   05340001
053500     END-IF.                                                      05350001
053600     MOVE WS-GROUP-COUNT     TO WS-CL-COUNT.                      05360001
053700     MOVE SPACES             TO OR-PRINT-LINE.                    05370001
053800     WRITE OR-PRINT-LINE.                                         05380001
053900     MOVE WS-COUNT-ONLY-LINE TO OR-PRINT-LINE.                    05390001
054000     WRITE OR-PRINT-LINE.                                         05400001
054100 4300-EXIT.                                                       05410001
054200     EXIT.                                                        05420001
054300*                                                                 05430001
054400*------------------------------------------------------------     05440001
054500*9000-TERMINATE                                                   05450001
054600*    CLOSES THE REPORT AND DISPLAYS THE RUN COUNTS.               05460001
054700*------------------------------------------------------------     05470001
054800 9000-TERMINATE.                                                  05480001
054900     CLOSE OPERATOR-REPORT.                                       05490001
055000     MOVE WS-READ-COUNT     TO WS-READ-ED.                        05500001
055100     MOVE WS-SELECTED-COUNT TO WS-SELECTED-ED.                    05510001
055200     MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-ED.                    05520001
055300     DISPLAY "HELOPRPT - AUDIT ENTRIES READ: " WS-READ-ED.        05530001
055400     DISPLAY "HELOPRPT - CHANGES IN MONTH: " WS-SELECTED-ED.      05540001
055500     DISPLAY "HELOPRPT - OPERATORS: " WS-OPERATOR-ED.             05550001
055600     MOVE WS-RUN-RC TO RETURN-CODE.                               05560001
055700 9000-EXIT.                                                       05570001
055800     EXIT.                                                        05580001
