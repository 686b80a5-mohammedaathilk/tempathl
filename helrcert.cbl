000100*----------------------------------------------------------       00010001
000200*HELRCERT - PERIODIC RECERTIFICATION NOTICES AND LAPSE            00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELRCERT.                                            00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  AN ELIGIBLE DETERMINATION     00140001
001500*                STOOD FOREVER UNLESS THE APPLICANT HAPPENED      00150001
001600*                TO COME THROUGH APPFILE AGAIN, THOUGH THE        00160001
001700*                PROGRAM RULES SAY IT MUST BE RECERTIFIED.        00170001
001800*                THIS RUN READS EVERY MASTER RECORD.  AN          00180001
001900*                ELIGIBLE (OR ELIGIBLE-APPEAL) RECORD WHOSE       00190001
002000*                LAST DATE IS OLDER THAN ITS PROGRAM'S            00200001
002100*                RECERTIFICATION PERIOD (HELPCAT) IS SENT A       00210001
002200*                NOTICE, WITH A RESPONSE-DUE DATE RCDAYS DAYS     00220001
002300*                OUT (DEFAULT 30), RECORDED ON THE MASTER AND     00230001
002400*                ON A PERMANENT NOTICE FILE KEYED BY APPLICANT    00240001
002500*                ID AND PROGRAM.  A NEW CAPTURE REBUILDS THE      00250001
002600*                MASTER AND CLEARS THE DUE DATE - THAT IS THE     00260001
002700*                RESPONSE.  NO RESPONSE BY THE DUE DATE AND       00270001
002800*                THE DETERMINATION BECOMES LAPSED, LOGGED TO      00280001
002900*                THE SHARED AUDIT LOG UNDER THIS RUN'S ID (HP     00290001
003000*                PREFIX) WITH A LAPSE LETTER.  NOTICES AND        00300001
003100*                LAPSE LETTERS GO OUT IN THE ELIGIBILITY-         00310001
003200*                REPORT LAYOUT FOR HELLTRS.  EVERY RUN ENDS       00320001
003300*                WITH A REPORT, PER PROGRAM, OF NOTICES SENT,     00330001
003400*                OUTSTANDING, ANSWERED, AND LAPSED.               00340001
003410*10/15/2026 RJM  NOTICE FILE RECORD PULLED OUT TO THE SHARED      00341002
003420*                RCNTREC BOOK FOR HELRCVR.                        00342002
003430*10/15/2026 RJM  THE AUDIT RECORD NOW CARRIES AN OPERATOR ID.     00343003
003440*                A BATCH CHANGE HAS NO PERSON BEHIND IT, SO THIS  00344003
003450*                RUN STAMPS ITS OWN PROGRAM NAME THERE.           00345003
003460*10/15/2026 RJM  A LAPSE IS NOW POSTED TO THE SPAN HISTORY        00346004
003470*                THROUGH HELSPAN, LIKE ANY OTHER CHANGE OF        00347004
003480*                DETERMINATION.  A NOTICE IS NOT.                 00348004
003481*10/15/2026 RJM  THE RETURN CODE IS HELD IN WS-RUN-RC AND SET     00348105
003482*                LAST, SO THE HELPCAT AND HELSPAN CALLS CANNOT    00348205
003483*                CLEAR IT.                                        00348305
003500*----------------------------------------------------------       00350001
003600 ENVIRONMENT DIVISION.                                            00360001
003700 CONFIGURATION SECTION.                                           00370001
003800 INPUT-OUTPUT SECTION.                                            00380001
003900 FILE-CONTROL.                                                    00390001
004000     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00400001
004100         ORGANIZATION IS INDEXED                                  00410001
004200         ACCESS MODE IS DYNAMIC                                   00420001
004300         RECORD KEY IS AM-REC-KEY                                 00430001
004400         FILE STATUS IS WS-MASTER-STATUS.                         00440001
004500                                                                  00450001
004600     SELECT RECERT-FILE ASSIGN TO "RCNOTICE"                      00460001
004700         ORGANIZATION IS INDEXED                                  00470001
004800         ACCESS MODE IS DYNAMIC                                   00480001
004900         RECORD KEY IS RN-KEY                                     00490001
005000         FILE STATUS IS WS-RECERT-STATUS.                         00500001
005100                                                                  00510001
005200     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"                        00520001
005300         ORGANIZATION IS LINE SEQUENTIAL                          00530001
005400         FILE STATUS IS WS-AUDIT-LOG-STATUS.                      00540001
005500                                                                  00550001
005600     SELECT RECERT-LETTERS ASSIGN TO "RCRTLTRS"                   00560001
005700         ORGANIZATION IS LINE SEQUENTIAL.                         00570001
005800                                                                  00580001
005900     SELECT RECERT-REPORT ASSIGN TO "RCRTRPT"                     00590001
006000         ORGANIZATION IS LINE SEQUENTIAL.                         00600001
006100                                                                  00610001
006200     SELECT DAYS-PARM-FILE ASSIGN TO "RCDAYS"                     00620001
006300         ORGANIZATION IS LINE SEQUENTIAL                          00630001
006400         FILE STATUS IS WS-DAYS-PARM-STATUS.                      00640001
006500                                                                  00650001
006600 DATA DIVISION.                                                   00660001
006700 FILE SECTION.                                                    00670001
006800*----------------------------------------------------------       00680001
006900*APPLICANT-MASTER - READ END TO END.  A NOTICE STAMPS THE         00690001
007000*DUE DATE ON THE RECORD; A LAPSE REWRITES ITS DETERMINATION.      00700001
007100*----------------------------------------------------------       00710001
007200 FD  APPLICANT-MASTER.                                            00720001
007300 COPY APPLMREC.                                                   00730001
007400                                                                  00740001
007500*----------------------------------------------------------       00750001
007600*RECERT-FILE - ONE PERMANENT RECORD PER APPLICANT AND             00760001
007700*PROGRAM EVER SENT A NOTICE: WHEN IT WENT, WHEN THE ANSWER        00770001
007800*IS DUE, AND HOW IT ENDED - O OUTSTANDING, R RESPONDED,           00780001
007900*L LAPSED, W WITHDRAWN (THE DETERMINATION CHANGED SOME OTHER      00790001
008000*WAY BEFORE THE DUE DATE).  THE NEXT CYCLE'S NOTICE REUSES        00800001
008100*THE RECORD.                                                      00810001
008200*----------------------------------------------------------       00820001
008300 FD  RECERT-FILE.                                                 00830001
008400 COPY RCNTREC.                                                    00840002
009900                                                                  00990001
010000*----------------------------------------------------------       01000001
010100*AUDIT-LOG - THE SHARED DETERMINATION LOG.  A LAPSE IS A          01010001
010200*DETERMINATION AND IS LOGGED LIKE ONE; A NOTICE IS LOGGED         01020001
010300*TOO, SO THE MASTER'S DUE DATE CAN BE TRACED.                     01030001
010400*----------------------------------------------------------       01040001
010500 FD  AUDIT-LOG.                                                   01050001
010600 COPY AUDLREC.                                                    01060001
010700                                                                  01070001
010800*----------------------------------------------------------       01080001
010900*RECERT-LETTERS - ONE RECORD PER NOTICE OR LAPSE IN THE           01090001
011000*ELIGIBILITY-REPORT LAYOUT, WITH THE RESPONSE-DUE DATE ON         01100001
011100*THE END, SO OPERATIONS CAN POINT THE HELLTRS ELIGRPT DD AT       01110001
011200*THIS FILE AND GET THE LETTERS OUT.                               01120001
011300*----------------------------------------------------------       01130001
011400 FD  RECERT-LETTERS.                                              01140001
011500 01  LR-REPORT-LINE.                                              01150001
011600     05  LR-NAME             PIC X(30).                           01160001
011700     05  FILLER              PIC X(02).                           01170001
011800     05  LR-AGE              PIC 9(03).                           01180001
011900     05  FILLER              PIC X(02).                           01190001
012000     05  LR-DETERMINATION    PIC X(16).                           01200001
012100     05  FILLER              PIC X(02).                           01210001
012200     05  LR-TIER             PIC X(08).                           01220001
012300     05  FILLER              PIC X(02).                           01230001
012400     05  LR-APPL-ID          PIC X(10).                           01240001
012500     05  FILLER              PIC X(02).                           01250001
012600     05  LR-STREET           PIC X(30).                           01260001
012700     05  FILLER              PIC X(02).                           01270001
012800     05  LR-CITY             PIC X(20).                           01280001
012900     05  FILLER              PIC X(02).                           01290001
013000     05  LR-STATE            PIC X(02).                           01300001
013100     05  FILLER              PIC X(02).                           01310001
013200     05  LR-POSTAL           PIC X(10).                           01320001
013300     05  FILLER              PIC X(02).                           01330001
013400     05  LR-PROGRAM          PIC X(03).                           01340001
013500     05  FILLER              PIC X(02).                           01350001
013600     05  LR-DUE-DATE         PIC 9(08).                           01360001
013700                                                                  01370001
013800*----------------------------------------------------------       01380001
013900*RECERT-REPORT - PER-PROGRAM NOTICE COUNTS FOR THE                01390001
014000*ELIGIBILITY UNIT                                                 01400001
014100*----------------------------------------------------------       01410001
014200 FD  RECERT-REPORT.                                               01420001
014300 01  RR-PRINT-LINE           PIC X(100).                          01430001
014400                                                                  01440001
014500*----------------------------------------------------------       01450001
014600*DAYS-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE             01460001
014700*(RCDAYS) HOLDING HOW MANY DAYS AN APPLICANT HAS TO ANSWER        01470001
014800*A NOTICE.  DEFAULTS TO 30.                                       01480001
014900*----------------------------------------------------------       01490001
015000 FD  DAYS-PARM-FILE.                                              01500001
015100 01  DP-PARM-RECORD.                                              01510001
015200     05  DP-DAYS-LIMIT       PIC 9(03).                           01520001
015300                                                                  01530001
015400 WORKING-STORAGE SECTION.                                         01540001
015500                                                                  01550001
015600*----------------------------------------------------------       01560001
015700*WS-EOF-SW - SET WHEN THE CURRENT BROWSE IS EXHAUSTED             01570001
015800*----------------------------------------------------------       01580001
015900 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01590001
016000     88  WS-END-OF-FILE              VALUE 'Y'.                   01600001
016100     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01610001
016200                                                                  01620001
016300*----------------------------------------------------------       01630001
016400*WS-NOTICE-SW - WHETHER THE CURRENT MASTER ALREADY HAS A          01640001
016500*RECORD ON THE NOTICE FILE, SO A NEW NOTICE KNOWS TO              01650001
016600*REWRITE IT RATHER THAN WRITE ONE                                 01660001
016700*----------------------------------------------------------       01670001
016800 01  WS-NOTICE-SW        PIC X(01)   VALUE 'N'.                   01680001
016900     88  WS-NOTICE-ON-FILE           VALUE 'Y'.                   01690001
017000     88  WS-NOTICE-NOT-ON-FILE       VALUE 'N'.                   01700001
017100                                                                  01710001
017200*----------------------------------------------------------       01720001
017300*WS-SCAN-SW - SET WHEN 3410 HAS FOUND THE SORTED PLACE            01730001
017400*----------------------------------------------------------       01740001
017500 01  WS-SCAN-SW          PIC X(01)   VALUE 'N'.                   01750001
017600     88  WS-SCAN-DONE                VALUE 'Y'.                   01760001
017700     88  WS-SCAN-NOT-DONE            VALUE 'N'.                   01770001
017800                                                                  01780001
017900 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               01790001
018000 01  WS-RECERT-STATUS     PIC X(02)   VALUE SPACES.               01800001
018100 01  WS-AUDIT-LOG-STATUS  PIC X(02)   VALUE SPACES.               01810001
018200 01  WS-DAYS-PARM-STATUS  PIC X(02)   VALUE SPACES.               01820001
018300                                                                  01830001
018400*----------------------------------------------------------       01840001
018500*WS-MASTER-DOWN-SW - SET WHEN APPLICANT-MASTER CANNOT BE          01850001
018600*OPENED.  THERE IS NOTHING TO RECERTIFY WITHOUT IT; THE           01860001
018700*REPORT STILL SHOWS WHAT IS ON THE NOTICE FILE.                   01870001
018800*----------------------------------------------------------       01880001
018900 01  WS-MASTER-DOWN-SW    PIC X(01)   VALUE 'N'.                  01890001
019000     88  WS-MASTER-DOWN               VALUE 'Y'.                  01900001
019100     88  WS-MASTER-UP                 VALUE 'N'.                  01910001
019200                                                                  01920001
019300*----------------------------------------------------------       01930001
019400*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       01940001
019500*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          01950001
019600*----------------------------------------------------------       01960001
019700 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               01970001
019800 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               01980001
019900                                                                  01990001
020000*----------------------------------------------------------       02000001
020100*WS-RUN-ID - UNIQUE STAMP FOR THIS RECERTIFICATION RUN,           02010001
020200*CARRIED ON EVERY AUDIT RECORD IT WRITES - HP PREFIX              02020001
020300*----------------------------------------------------------       02030001
020400 01  WS-RUN-ID.                                                   02040001
020500     05  FILLER           PIC X(02)   VALUE "HP".                 02050001
020600     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 02060001
020700     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 02070001
020800 01  WS-TIME-WORK.                                                02080001
020900     05  WS-TW-HHMMSS     PIC 9(06).                              02090001
021000     05  FILLER           PIC 9(02).                              02100001
021100                                                                  02110001
021200*------------------------------------------------------------     02120001
021300*WS-DAYS-LIMIT - DAYS AN APPLICANT HAS TO ANSWER A NOTICE.        02130001
021400*READ FROM DAYS-PARM-FILE; DEFAULTS TO 30.                        02140001
021500*------------------------------------------------------------     02150001
021600 01  WS-DAYS-LIMIT         PIC 9(03)   VALUE 30.                  02160001
021700                                                                  02170001
021800*------------------------------------------------------------     02180001
021900*WS-DUE-DATE - THE RESPONSE-DUE DATE FOR EVERY NOTICE SENT        02190001
022000*BY THIS RUN                                                      02200001
022100*------------------------------------------------------------     02210001
022200 01  WS-DUE-DATE           PIC 9(08)   VALUE ZERO.                02220001
022300                                                                  02230001
022400*------------------------------------------------------------     02240001
022500*WS-NEW-DETERMINATION - WHAT THIS RUN LOGS FOR THE CURRENT        02250001
022600*MASTER: "RECERT NOTICE" OR "LAPSED"                              02260001
022700*------------------------------------------------------------     02270001
022800 01  WS-NEW-DETERMINATION  PIC X(16)   VALUE SPACES.              02280001
022900                                                                  02290001
023000*----------------------------------------------------------       02300001
023100*WS-PROG-CAT - THE CATALOG ENTRY FOR THE CURRENT MASTER'S         02310001
023200*PROGRAM, AS RETURNED BY HELPCAT                                  02320001
023300*----------------------------------------------------------       02330001
023400 COPY PROGCAT.                                                    02340001
023500                                                                  02350001
023510*----------------------------------------------------------       02351004
023520*HELSPAN INTERFACE                                                02352004
023530*----------------------------------------------------------       02353004
023540 COPY SPANPARM.                                                   02354004
023600*------------------------------------------------------------     02360001
023700*WS-PROGRAM-TABLE - NOTICE COUNTS PER PROGRAM, KEPT IN            02370001
023800*PROGRAM ORDER FOR THE REPORT.  THE FIRST THREE ARE THIS          02380001
023900*RUN'S ACTIVITY; THE REST ARE THE NOTICE FILE AS IT STANDS.       02390001
024000*------------------------------------------------------------     02400001
024100 01  WS-PROGRAM-TABLE.                                            02410001
024200     05  WS-PT-ENTRY OCCURS 200 TIMES.                            02420001
024300         10  WS-PT-PROGRAM       PIC X(03).                       02430001
024400         10  WS-PT-SENT          PIC 9(07) COMP.                  02440001
024500         10  WS-PT-ANSWERED      PIC 9(07) COMP.                  02450001
024600         10  WS-PT-LAPSED-RUN    PIC 9(07) COMP.                  02460001
024700         10  WS-PT-OPEN          PIC 9(07) COMP.                  02470001
024800         10  WS-PT-RESPONDED     PIC 9(07) COMP.                  02480001
024900         10  WS-PT-LAPSED        PIC 9(07) COMP.                  02490001
025000         10  WS-PT-WITHDRAWN     PIC 9(07) COMP.                  02500001
025100                                                                  02510001
025200 01  WS-TOTAL-COUNTS.                                             02520001
025300     05  WS-TC-SENT          PIC 9(07) COMP     VALUE ZERO.       02530001
025400     05  WS-TC-ANSWERED      PIC 9(07) COMP     VALUE ZERO.       02540001
025500     05  WS-TC-LAPSED-RUN    PIC 9(07) COMP     VALUE ZERO.       02550001
025600     05  WS-TC-OPEN          PIC 9(07) COMP     VALUE ZERO.       02560001
025700     05  WS-TC-RESPONDED     PIC 9(07) COMP     VALUE ZERO.       02570001
025800     05  WS-TC-LAPSED        PIC 9(07) COMP     VALUE ZERO.       02580001
025900     05  WS-TC-WITHDRAWN     PIC 9(07) COMP     VALUE ZERO.       02590001
026000                                                                  02600001
026100 77  WS-PT-COUNT          PIC 9(05) COMP     VALUE ZERO.          02610001
026200 77  WS-PT-MAX            PIC 9(05) COMP     VALUE 200.           02620001
026300 77  WS-PX                PIC 9(05) COMP     VALUE ZERO.          02630001
026400 77  WS-PY                PIC 9(05) COMP     VALUE ZERO.          02640001
026500 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          02650001
026600 77  WS-TODAY-INT         PIC S9(09) COMP    VALUE ZERO.          02660001
026700 77  WS-DAYS-SINCE        PIC S9(09) COMP    VALUE ZERO.          02670001
026800 77  WS-READ-COUNT        PIC 9(07) COMP     VALUE ZERO.          02680001
026900 77  WS-NOTICE-COUNT      PIC 9(07) COMP     VALUE ZERO.          02690001
027000 77  WS-ANSWER-COUNT      PIC 9(07) COMP     VALUE ZERO.          02700001
027100 77  WS-LAPSE-COUNT       PIC 9(07) COMP     VALUE ZERO.          02710001
027200 77  WS-WITHDRAW-COUNT    PIC 9(07) COMP     VALUE ZERO.          02720001
027300 77  WS-READ-ED           PIC Z(06)9.                             02730001
027400 77  WS-NOTICE-ED         PIC Z(06)9.                             02740001
027500 77  WS-ANSWER-ED         PIC Z(06)9.                             02750001
027600 77  WS-LAPSE-ED          PIC Z(06)9.                             02760001
027700 77  WS-WITHDRAW-ED       PIC Z(06)9.                             02770001
027710                                                                  02771005
027720*----------------------------------------------------------       02772005
027730*WS-RUN-RC - THE RETURN CODE THE RUN WILL END WITH, HELD          02773005
027740*APART FROM RETURN-CODE BECAUSE EVERY CALL SETS THAT AFRESH       02774005
027750*----------------------------------------------------------       02775005
027760 77  WS-RUN-RC            PIC 9(02)          VALUE ZERO.          02776005
027800                                                                  02780001
027900*----------------------------------------------------------       02790001
028000*REPORT LINES                                                     02800001
028100*----------------------------------------------------------       02810001
028200 01  WS-HEADING-1.                                                02820001
028300     05  FILLER              PIC X(32)                            02830001
028400         VALUE "RECERTIFICATION STATUS AS OF    ".                02840001
028500     05  WS-H1-DATE          PIC 9(08).                           02850001
028600     05  FILLER              PIC X(08)  VALUE "  RUN ID".         02860001
028700     05  FILLER              PIC X(01)  VALUE SPACE.              02870001
028800     05  WS-H1-RUN-ID        PIC X(16).                           02880001
028900     05  FILLER              PIC X(35)  VALUE SPACES.             02890001
029000 01  WS-HEADING-2.                                                02900001
029100     05  FILLER              PIC X(36)  VALUE SPACES.             02910001
029200     05  FILLER              PIC X(24)                            02920001
029300         VALUE "------ THIS RUN -------".                         02930001
029400     05  FILLER              PIC X(32)                            02940001
029500         VALUE "-------- ON NOTICE FILE --------".                02950001
029600     05  FILLER              PIC X(08)  VALUE SPACES.             02960001
029700 01  WS-HEADING-3.                                                02970001
029800     05  FILLER              PIC X(36)                            02980001
029900         VALUE "PROGRAM".                                         02990001
030000     05  FILLER              PIC X(24)                            03000001
030100         VALUE "    SENT ANSWER  LAPSED ".                        03010001
030200     05  FILLER              PIC X(32)                            03020001
030300         VALUE "    OPEN ANSWER  LAPSED  WDRAWN".                 03030001
030400     05  FILLER              PIC X(08)  VALUE SPACES.             03040001
030500 01  WS-DETAIL-LINE.                                              03050001
030600     05  WS-DL-PROGRAM       PIC X(03).                           03060001
030700     05  FILLER              PIC X(02)  VALUE SPACES.             03070001
030800     05  WS-DL-DESC          PIC X(30).                           03080001
030900     05  FILLER              PIC X(01)  VALUE SPACE.              03090001
031000     05  WS-DL-SENT          PIC Z(06)9.                          03100001
031100     05  FILLER              PIC X(01)  VALUE SPACE.              03110001
031200     05  WS-DL-ANSWERED      PIC Z(05)9.                          03120001
031300     05  FILLER              PIC X(01)  VALUE SPACE.              03130001
031400     05  WS-DL-LAPSED-RUN    PIC Z(06)9.                          03140001
031500     05  FILLER              PIC X(02)  VALUE SPACES.             03150001
031600     05  WS-DL-OPEN          PIC Z(06)9.                          03160001
031700     05  FILLER              PIC X(01)  VALUE SPACE.              03170001
031800     05  WS-DL-RESPONDED     PIC Z(05)9.                          03180001
031900     05  FILLER              PIC X(01)  VALUE SPACE.              03190001
032000     05  WS-DL-LAPSED        PIC Z(06)9.                          03200001
032100     05  FILLER              PIC X(01)  VALUE SPACE.              03210001
032200     05  WS-DL-WITHDRAWN     PIC Z(06)9.                          03220001
032300     05  FILLER              PIC X(08)  VALUE SPACES.             03230001
032400*                                                                 03240001
032500 PROCEDURE DIVISION.                                              03250001
032600*============================================================     03260001
032700*0000-MAINLINE                                                    03270001
032800*    PASSES THE WHOLE MASTER - ANSWERING, LAPSING, AND            03280001
032900*    SENDING NOTICES - THEN REPORTS FROM THE NOTICE FILE.         03290001
033000*============================================================     03300001
033100 0000-MAINLINE.                                                   03310001
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      03320001
033300     PERFORM 2000-RECERT-ONE THRU 2000-EXIT                       03330001
033400         UNTIL WS-END-OF-FILE.                                    03340001
033500     PERFORM 3000-NOTICE-REPORT THRU 3000-EXIT.                   03350001
033600     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       03360001
033700     GOBACK.                                                      03370001
033800*                                                                 03380001
033900*------------------------------------------------------------     03390001
034000*1000-INITIALIZE                                                  03400001
034100*    STAMPS THE RUN ID, WORKS OUT THE DUE DATE FOR TODAY'S        03410001
034200*    NOTICES, OPENS THE FILES, AND POSITIONS THE MASTER AT        03420001
034300*    ITS FIRST RECORD.  NO MASTER ENDS THE RUN WITH RETURN        03430001
034400*    CODE 8 AFTER THE REPORT.                                     03440001
034500*------------------------------------------------------------     03450001
034600 1000-INITIALIZE.                                                 03460001
034700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     03470001
034800     ACCEPT WS-TIME-WORK FROM TIME.                               03480001
034900     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            03490001
035000     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            03500001
035100     DISPLAY "HELRCERT - RUN ID " WS-RUN-ID.                      03510001
035200     COMPUTE WS-TODAY-INT =                                       03520001
035300         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).                 03530001
035400     PERFORM 1150-READ-DAYS-LIMIT THRU 1150-EXIT.                 03540001
035500     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(              03550001
035600         WS-TODAY-INT + WS-DAYS-LIMIT).                           03560001
035700     PERFORM 1200-OPEN-RECERT-FILE THRU 1200-EXIT.                03570001
035800     PERFORM 1250-OPEN-AUDIT-LOG THRU 1250-EXIT.                  03580001
035900     OPEN OUTPUT RECERT-LETTERS.                                  03590001
036000     OPEN OUTPUT RECERT-REPORT.                                   03600001
036100     OPEN I-O APPLICANT-MASTER.                                   03610001
036200     IF WS-MASTER-STATUS NOT = "00"                               03620001
036300         DISPLAY "HELRCERT - APPLICANT MASTER UNAVAILABLE, "      03630001
036400             "STATUS " WS-MASTER-STATUS                           03640001
036500         SET WS-MASTER-DOWN TO TRUE                               03650001
036600         SET WS-END-OF-FILE TO TRUE                               03660001
036700         MOVE 8 TO WS-RUN-RC                                      03670005
036800         GO TO 1000-EXIT                                          03680001
036900     END-IF.                                                      03690001
037000     MOVE LOW-VALUES TO AM-REC-KEY.                               03700001
037100     START APPLICANT-MASTER KEY NOT LESS THAN AM-REC-KEY          03710001
037200         INVALID KEY                                              03720001
037300             SET WS-END-OF-FILE TO TRUE                           03730001
037400     END-START.                                                   03740001
037500 1000-EXIT.                                                       03750001
037600     EXIT.                                                        03760001
037700*                                                                 03770001
037800*------------------------------------------------------------     03780001
037900*1150-READ-DAYS-LIMIT                                             03790001
038000*    READS THE RESPONSE WINDOW FROM THE OPTIONAL                  03800001
038100*    DAYS-PARM-FILE.  DEFAULTS TO 30.                             03810001
038200*------------------------------------------------------------     03820001
038300 1150-READ-DAYS-LIMIT.                                            03830001
038400     OPEN INPUT DAYS-PARM-FILE.                                   03840001
038500     IF WS-DAYS-PARM-STATUS = "00"                                03850001
038600         READ DAYS-PARM-FILE                                      03860001
038700             AT END                                               03870001
038800                 CONTINUE                                         03880001
038900             NOT AT END                                           03890001
039000                 IF DP-DAYS-LIMIT IS NUMERIC                      03900001
039100                    AND DP-DAYS-LIMIT > ZERO                      03910001
039200                     MOVE DP-DAYS-LIMIT TO WS-DAYS-LIMIT          03920001
039300                 END-IF                                           03930001
039400         END-READ                                                 03940001
039500         CLOSE DAYS-PARM-FILE                                     03950001
039600     END-IF.                                                      03960001
039700 1150-EXIT.                                                       03970001
039800     EXIT.                                                        03980001
039900*                                                                 03990001
040000*------------------------------------------------------------     04000001
040100*1200-OPEN-RECERT-FILE                                            04010001
040200*    OPENS THE NOTICE FILE FOR UPDATE, CREATING IT ON THE         04020001
040300*    FIRST RUN.                                                   04030001
040400*------------------------------------------------------------     04040001
040500 1200-OPEN-RECERT-FILE.                                           04050001
040600     OPEN I-O RECERT-FILE.                                        04060001
040700     IF WS-RECERT-STATUS = "35"                                   04070001
040800         OPEN OUTPUT RECERT-FILE                                  04080001
040900         CLOSE RECERT-FILE                                        04090001
041000         OPEN I-O RECERT-FILE                                     04100001
041100     END-IF.                                                      04110001
041200     IF WS-RECERT-STATUS NOT = "00"                               04120001
041300         MOVE "RCNOTICE"         TO WS-STATUS-FILE                04130001
041400         MOVE WS-RECERT-STATUS   TO WS-STATUS-CODE                04140001
041500         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   04150001
041600     END-IF.                                                      04160001
041700 1200-EXIT.                                                       04170001
041800     EXIT.                                                        04180001
041900*                                                                 04190001
042000*------------------------------------------------------------     04200001
042100*1250-OPEN-AUDIT-LOG                                              04210001
042200*    OPENS AUDIT-LOG IN EXTEND MODE, FALLING BACK TO OPEN         04220001
042300*    OUTPUT WHEN THE LOG DOES NOT EXIST YET.                      04230001
042400*------------------------------------------------------------     04240001
042500 1250-OPEN-AUDIT-LOG.                                             04250001
042600     OPEN EXTEND AUDIT-LOG.                                       04260001
042700     IF WS-AUDIT-LOG-STATUS = "35"                                04270001
042800         OPEN OUTPUT AUDIT-LOG                                    04280001
042900     END-IF.                                                      04290001
043000     PERFORM 9512-CHECK-AUDITLOG THRU 9512-EXIT.                  04300001
043100 1250-EXIT.                                                       04310001
043200     EXIT.                                                        04320001
043300*                                                                 04330001
043400*------------------------------------------------------------     04340001
043500*2000-RECERT-ONE                                                  04350001
043600*    READS ONE MASTER RECORD.  ONE WITH A NOTICE OUT IS           04360001
043700*    CHECKED FOR AN ANSWER OR A LAPSE; ANY OTHER IS CHECKED       04370001
043800*    FOR WHETHER A NOTICE IS DUE.                                 04380001
043900*------------------------------------------------------------     04390001
044000 2000-RECERT-ONE.                                                 04400001
044100     READ APPLICANT-MASTER NEXT RECORD                            04410001
044200         AT END                                                   04420001
044300             SET WS-END-OF-FILE TO TRUE                           04430001
044400             GO TO 2000-EXIT                                      04440001
044500     END-READ.                                                    04450001
044600     ADD 1 TO WS-READ-COUNT.                                      04460001
044700     MOVE AM-REC-KEY TO RN-KEY.                                   04470001
044800     READ RECERT-FILE.                                            04480001
044900     IF WS-RECERT-STATUS = "00"                                   04490001
045000         SET WS-NOTICE-ON-FILE TO TRUE                            04500001
045100     ELSE                                                         04510001
045200         SET WS-NOTICE-NOT-ON-FILE TO TRUE                        04520001
045300     END-IF.                                                      04530001
045400     IF WS-NOTICE-ON-FILE AND RN-OUTSTANDING                      04540001
045500         PERFORM 2100-CHECK-OUTSTANDING THRU 2100-EXIT            04550001
045600     ELSE                                                         04560001
045700         PERFORM 2300-CHECK-PERIOD THRU 2300-EXIT                 04570001
045800     END-IF.                                                      04580001
045900 2000-EXIT.                                                       04590001
046000     EXIT.                                                        04600001
046100*                                                                 04610001
046200*------------------------------------------------------------     04620001
046300*2100-CHECK-OUTSTANDING                                           04630001
046400*    DECIDES WHAT BECAME OF AN OUTSTANDING NOTICE.  A             04640001
046500*    MASTER WHOSE DUE DATE NO LONGER MATCHES THE NOTICE WAS       04650001
046600*    REBUILT BY A NEW CAPTURE OR CORRECTION - THE APPLICANT       04660001
046700*    ANSWERED.  BEFORE THE DUE DATE NOTHING ELSE HAPPENS.         04670001
046800*    AFTER IT, A RECORD STILL ELIGIBLE LAPSES; ONE WHOSE          04680001
046900*    DETERMINATION WAS CHANGED SOME OTHER WAY (RE-                04690001
047000*    DETERMINED, RETIRED, APPEALED) HAS THE NOTICE                04700001
047100*    WITHDRAWN.                                                   04710001
047200*------------------------------------------------------------     04720001
047300 2100-CHECK-OUTSTANDING.                                          04730001
047400     IF AM-RECERT-DUE NOT NUMERIC                                 04740001
047500        OR AM-RECERT-DUE NOT = RN-DUE-DATE                        04750001
047600         SET RN-RESPONDED TO TRUE                                 04760001
047700         PERFORM 2150-CLOSE-NOTICE THRU 2150-EXIT                 04770001
047800         ADD 1 TO WS-ANSWER-COUNT                                 04780001
047900         GO TO 2100-EXIT                                          04790001
048000     END-IF.                                                      04800001
048100     IF WS-TODAY-DATE NOT > RN-DUE-DATE                           04810001
048200         GO TO 2100-EXIT                                          04820001
048300     END-IF.                                                      04830001
048400     IF AM-DETERMINATION NOT = "ELIGIBLE"                         04840001
048500        AND AM-DETERMINATION NOT = "ELIGIBLE-APPEAL"              04850001
048600         MOVE ZERO TO AM-RECERT-DUE                               04860001
048700         REWRITE AM-MASTER-RECORD                                 04870001
048800         PERFORM 9511-CHECK-MASTER THRU 9511-EXIT                 04880001
048900         SET RN-WITHDRAWN TO TRUE                                 04890001
049000         PERFORM 2150-CLOSE-NOTICE THRU 2150-EXIT                 04900001
049100         ADD 1 TO WS-WITHDRAW-COUNT                               04910001
049200         GO TO 2100-EXIT                                          04920001
049300     END-IF.                                                      04930001
049400     PERFORM 2200-LAPSE-ONE THRU 2200-EXIT.                       04940001
049500 2100-EXIT.                                                       04950001
049600     EXIT.                                                        04960001
049700*                                                                 04970001
049800*------------------------------------------------------------     04980001
049900*2150-CLOSE-NOTICE                                                04990001
050000*    REWRITES THE NOTICE WITH THE OUTCOME ALREADY SET, THE        05000001
050100*    DATE, AND THIS RUN'S ID.                                     05010001
050200*------------------------------------------------------------     05020001
050300 2150-CLOSE-NOTICE.                                               05030001
050400     MOVE WS-TODAY-DATE TO RN-CLOSED-DATE.                        05040001
050500     MOVE WS-RUN-ID     TO RN-CLOSED-RUN-ID.                      05050001
050600     REWRITE RN-NOTICE-RECORD.                                    05060001
050700     PERFORM 9510-CHECK-RCNOTICE THRU 9510-EXIT.                  05070001
050800 2150-EXIT.                                                       05080001
050900     EXIT.                                                        05090001
051000*                                                                 05100001
051100*------------------------------------------------------------     05110001
051200*2200-LAPSE-ONE                                                   05120001
051300*    NO ANSWER BY THE DUE DATE: THE DETERMINATION BECOMES         05130001
051400*    LAPSED, IS LOGGED, AND A LAPSE LETTER IS RELEASED.           05140001
051500*------------------------------------------------------------     05150001
051600 2200-LAPSE-ONE.                                                  05160001
051700     MOVE "LAPSED"      TO WS-NEW-DETERMINATION.                  05170001
051800     MOVE "LAPSED"      TO AM-DETERMINATION.                      05180001
051900     MOVE WS-TODAY-DATE TO AM-LAST-DATE.                          05190001
052000     MOVE ZERO          TO AM-RECERT-DUE.                         05200001
052100     REWRITE AM-MASTER-RECORD.                                    05210001
052200     PERFORM 9511-CHECK-MASTER THRU 9511-EXIT.                    05220001
052210     PERFORM 2250-POST-SPAN THRU 2250-EXIT.                       05221004
052300     PERFORM 2500-WRITE-AUDIT-LOG THRU 2500-EXIT.                 05230001
052400     PERFORM 2600-RELEASE-LETTER THRU 2600-EXIT.                  05240001
052500     SET RN-LAPSED TO TRUE.                                       05250001
052600     PERFORM 2150-CLOSE-NOTICE THRU 2150-EXIT.                    05260001
052700     ADD 1 TO WS-LAPSE-COUNT.                                     05270001
052800 2200-EXIT.                                                       05280001
052900     EXIT.                                                        05290001
053000*                                                                 05300001
053001*------------------------------------------------------------     05300104
053002*2250-POST-SPAN                                                   05300204
053003*    POSTS THE LAPSE TO THE SPAN HISTORY.  HELSPAN CLOSES         05300304
053004*    THE SPAN IN FORCE AND OPENS A LAPSED ONE.                    05300404
053005*------------------------------------------------------------     05300504
053006 2250-POST-SPAN.                                                  05300604
053007     SET WS-SH-POST          TO TRUE.                             05300704
053008     MOVE AM-APPL-ID         TO WS-SH-APPL-ID.                    05300804
053009     MOVE AM-PROGRAM         TO WS-SH-PROGRAM.                    05300904
053010     MOVE AM-LAST-DATE       TO WS-SH-DATE.                       05301004
053011     MOVE AM-DETERMINATION   TO WS-SH-DETERMINATION.              05301104
053012     MOVE AM-TIER            TO WS-SH-TIER.                       05301204
053013     MOVE WS-RUN-ID          TO WS-SH-RUN-ID.                     05301304
053014     CALL "HELSPAN" USING WS-SPAN-PARM.                           05301404
053015     IF WS-SH-FILE-ERROR                                          05301504
053016         MOVE "SPANHIST"        TO WS-STATUS-FILE                 05301604
053017         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 05301704
053018         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   05301804
053019     END-IF.                                                      05301904
053020 2250-EXIT.                                                       05302004
053021     EXIT.                                                        05302104
053022*                                                                 05302204
053100*------------------------------------------------------------     05310001
053200*2300-CHECK-PERIOD                                                05320001
053300*    AN ELIGIBLE RECORD WHOSE LAST DATE IS AT LEAST ITS           05330001
053400*    PROGRAM'S RECERTIFICATION PERIOD OLD IS SENT A NOTICE.       05340001
053500*    A PROGRAM WITH NO PERIOD (OR NOT IN THE CATALOG) AND A       05350001
053600*    RECORD WITH NO USABLE LAST DATE ARE LEFT ALONE.              05360001
053700*------------------------------------------------------------     05370001
053800 2300-CHECK-PERIOD.                                               05380001
053900     IF AM-DETERMINATION NOT = "ELIGIBLE"                         05390001
054000        AND AM-DETERMINATION NOT = "ELIGIBLE-APPEAL"              05400001
054100         GO TO 2300-EXIT                                          05410001
054200     END-IF.                                                      05420001
054300     IF AM-LAST-DATE NOT NUMERIC                                  05430001
054400        OR AM-LAST-DATE = ZERO                                    05440001
054500         GO TO 2300-EXIT                                          05450001
054600     END-IF.                                                      05460001
054700     IF FUNCTION TEST-DATE-YYYYMMDD(AM-LAST-DATE) NOT = ZERO      05470001
054800         GO TO 2300-EXIT                                          05480001
054900     END-IF.                                                      05490001
055000     CALL "HELPCAT" USING AM-PROGRAM, WS-PROG-CAT.                05500001
055100     IF NOT WS-PC-FOUND                                           05510001
055200        OR WS-PC-RECERT-DAYS = ZERO                               05520001
055300         GO TO 2300-EXIT                                          05530001
055400     END-IF.                                                      05540001
055500     COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -                       05550001
055600         FUNCTION INTEGER-OF-DATE(AM-LAST-DATE).                  05560001
055700     IF WS-DAYS-SINCE < WS-PC-RECERT-DAYS                         05570001
055800         GO TO 2300-EXIT                                          05580001
055900     END-IF.                                                      05590001
056000     PERFORM 2400-SEND-NOTICE THRU 2400-EXIT.                     05600001
056100 2300-EXIT.                                                       05610001
056200     EXIT.                                                        05620001
056300*                                                                 05630001
056400*------------------------------------------------------------     05640001
056500*2400-SEND-NOTICE                                                 05650001
056600*    STAMPS THE DUE DATE ON THE MASTER, LOGS THE NOTICE,          05660001
056700*    RELEASES THE NOTICE LETTER, AND RECORDS THE NOTICE ON        05670001
056800*    THE NOTICE FILE - REUSING THE RECORD OF A PRIOR CYCLE.       05680001
056900*------------------------------------------------------------     05690001
057000 2400-SEND-NOTICE.                                                05700001
057100     MOVE "RECERT NOTICE" TO WS-NEW-DETERMINATION.                05710001
057200     MOVE WS-DUE-DATE     TO AM-RECERT-DUE.                       05720001
057300     REWRITE AM-MASTER-RECORD.                                    05730001
057400     PERFORM 9511-CHECK-MASTER THRU 9511-EXIT.                    05740001
057500     PERFORM 2500-WRITE-AUDIT-LOG THRU 2500-EXIT.                 05750001
057600     PERFORM 2600-RELEASE-LETTER THRU 2600-EXIT.                  05760001
057700     MOVE AM-REC-KEY      TO RN-KEY.                              05770001
057800     MOVE AM-NAME         TO RN-NAME.                             05780001
057900     MOVE WS-TODAY-DATE   TO RN-NOTICE-DATE.                      05790001
058000     MOVE WS-DUE-DATE     TO RN-DUE-DATE.                         05800001
058100     SET RN-OUTSTANDING   TO TRUE.                                05810001
058200     MOVE ZERO            TO RN-CLOSED-DATE.                      05820001
058300     MOVE WS-RUN-ID       TO RN-SENT-RUN-ID.                      05830001
058400     MOVE SPACES          TO RN-CLOSED-RUN-ID.                    05840001
058500     IF WS-NOTICE-ON-FILE                                         05850001
058600         REWRITE RN-NOTICE-RECORD                                 05860001
058700     ELSE                                                         05870001
058800         WRITE RN-NOTICE-RECORD                                   05880001
058900     END-IF.                                                      05890001
059000     PERFORM 9510-CHECK-RCNOTICE THRU 9510-EXIT.                  05900001
059100     ADD 1 TO WS-NOTICE-COUNT.                                    05910001
059200 2400-EXIT.                                                       05920001
059300     EXIT.                                                        05930001
059400*                                                                 05940001
059500*------------------------------------------------------------     05950001
059600*2500-WRITE-AUDIT-LOG                                             05960001
059700*    LOGS THE NOTICE OR LAPSE IN WS-NEW-DETERMINATION FOR         05970001
059800*    THE CURRENT MASTER UNDER THIS RUN'S ID.                      05980001
059900*------------------------------------------------------------     05990001
060000 2500-WRITE-AUDIT-LOG.                                            06000001
060100     MOVE SPACES TO AL-LOG-RECORD.                                06010001
060200     ACCEPT AL-DATE FROM DATE YYYYMMDD.                           06020001
060300     ACCEPT AL-TIME FROM TIME.                                    06030001
060400     MOVE AM-NAME              TO AL-NAME.                        06040001
060500     IF AM-AGE IS NUMERIC                                         06050001
060600         MOVE AM-AGE           TO AL-AGE                          06060001
060700     END-IF.                                                      06070001
060800     MOVE WS-NEW-DETERMINATION TO AL-DETERMINATION.               06080001
060900     MOVE WS-RUN-ID            TO AL-RUN-ID.                      06090001
061000     MOVE AM-APPL-ID           TO AL-APPL-ID.                     06100001
061100     MOVE AM-PROGRAM           TO AL-PROGRAM.                     06110001
061200     MOVE AM-TIER              TO AL-TIER.                        06120001
061210     MOVE "HELRCERT"           TO AL-OPERATOR.                    06121003
061300     WRITE AL-LOG-RECORD.                                         06130001
061400     PERFORM 9512-CHECK-AUDITLOG THRU 9512-EXIT.                  06140001
061500 2500-EXIT.                                                       06150001
061600     EXIT.                                                        06160001
061700*                                                                 06170001
061800*------------------------------------------------------------     06180001
061900*2600-RELEASE-LETTER                                              06190001
062000*    RELEASES ONE LETTER RECORD IN THE ELIGIBILITY-REPORT         06200001
062100*    LAYOUT.  ONLY A NOTICE CARRIES A DUE DATE.                   06210001
062200*------------------------------------------------------------     06220001
062300 2600-RELEASE-LETTER.                                             06230001
062400     MOVE SPACES               TO LR-REPORT-LINE.                 06240001
062500     MOVE AM-NAME              TO LR-NAME.                        06250001
062600     IF AM-AGE IS NUMERIC                                         06260001
062700         MOVE AM-AGE           TO LR-AGE                          06270001
062800     END-IF.                                                      06280001
062900     MOVE WS-NEW-DETERMINATION TO LR-DETERMINATION.               06290001
063000     MOVE AM-TIER              TO LR-TIER.                        06300001
063100     MOVE AM-APPL-ID           TO LR-APPL-ID.                     06310001
063200     MOVE AM-STREET            TO LR-STREET.                      06320001
063300     MOVE AM-CITY              TO LR-CITY.                        06330001
063400     MOVE AM-STATE             TO LR-STATE.                       06340001
063500     MOVE AM-POSTAL            TO LR-POSTAL.                      06350001
063600     MOVE AM-PROGRAM           TO LR-PROGRAM.                     06360001
063700     IF WS-NEW-DETERMINATION = "RECERT NOTICE"                    06370001
063800         MOVE WS-DUE-DATE      TO LR-DUE-DATE                     06380001
063900     END-IF.                                                      06390001
064000     WRITE LR-REPORT-LINE.                                        06400001
064100 2600-EXIT.                                                       06410001
064200     EXIT.                                                        06420001
064300*                                                                 06430001
064400*------------------------------------------------------------     06440001
064500*3000-NOTICE-REPORT                                               06450001
064600*    BROWSES THE NOTICE FILE, TALLIES EVERY NOTICE UNDER ITS      06460001
064700*    PROGRAM, AND PRINTS ONE LINE PER PROGRAM AND A TOTAL.        06470001
064800*------------------------------------------------------------     06480001
064900 3000-NOTICE-REPORT.                                              06490001
065000     MOVE 'N' TO WS-EOF-SW.                                       06500001
065100     MOVE LOW-VALUES TO RN-KEY.                                   06510001
065200     START RECERT-FILE KEY NOT LESS THAN RN-KEY                   06520001
065300         INVALID KEY                                              06530001
065400             SET WS-END-OF-FILE TO TRUE                           06540001
065500     END-START.                                                   06550001
065600     PERFORM 3100-TALLY-ONE THRU 3100-EXIT                        06560001
065700         UNTIL WS-END-OF-FILE.                                    06570001
065800     MOVE WS-TODAY-DATE TO WS-H1-DATE.                            06580001
065900     MOVE WS-RUN-ID     TO WS-H1-RUN-ID.                          06590001
066000     MOVE WS-HEADING-1  TO RR-PRINT-LINE.                         06600001
066100     WRITE RR-PRINT-LINE.                                         06610001
066200     MOVE SPACES        TO RR-PRINT-LINE.                         06620001
066300     WRITE RR-PRINT-LINE.                                         06630001
066400     MOVE WS-HEADING-2  TO RR-PRINT-LINE.                         06640001
066500     WRITE RR-PRINT-LINE.                                         06650001
066600     MOVE WS-HEADING-3  TO RR-PRINT-LINE.                         06660001
066700     WRITE RR-PRINT-LINE.                                         06670001
066800     PERFORM 3200-PRINT-PROGRAM THRU 3200-EXIT                    06680001
066900         VARYING WS-PX FROM 1 BY 1                                06690001
067000         UNTIL WS-PX > WS-PT-COUNT.                               06700001
067100     MOVE SPACES        TO RR-PRINT-LINE.                         06710001
067200     WRITE RR-PRINT-LINE.                                         06720001
067300     MOVE SPACES            TO WS-DL-PROGRAM.                     06730001
067400     MOVE "ALL PROGRAMS"    TO WS-DL-DESC.                        06740001
067500     MOVE WS-TC-SENT        TO WS-DL-SENT.                        06750001
067600     MOVE WS-TC-ANSWERED    TO WS-DL-ANSWERED.                    06760001
067700     MOVE WS-TC-LAPSED-RUN  TO WS-DL-LAPSED-RUN.                  06770001
067800     MOVE WS-TC-OPEN        TO WS-DL-OPEN.                        06780001
067900     MOVE WS-TC-RESPONDED   TO WS-DL-RESPONDED.                   06790001
068000     MOVE WS-TC-LAPSED      TO WS-DL-LAPSED.                      06800001
068100     MOVE WS-TC-WITHDRAWN   TO WS-DL-WITHDRAWN.                   06810001
068200     MOVE WS-DETAIL-LINE    TO RR-PRINT-LINE.                     06820001
068300     WRITE RR-PRINT-LINE.                                         06830001
068400 3000-EXIT.                                                       06840001
068500     EXIT.                                                        06850001
068600*                                                                 06860001
068700*------------------------------------------------------------     06870001
068800*3100-TALLY-ONE                                                   06880001
068900*    READS ONE NOTICE AND ADDS IT TO ITS PROGRAM'S COUNTS         06890001
069000*    AND THE TOTALS - BY ITS STATUS, AND TO THIS RUN'S            06900001
069100*    COLUMNS WHEN THIS RUN SENT OR CLOSED IT.                     06910001
069200*------------------------------------------------------------     06920001
069300 3100-TALLY-ONE.                                                  06930001
069400     READ RECERT-FILE NEXT RECORD                                 06940001
069500         AT END                                                   06950001
069600             SET WS-END-OF-FILE TO TRUE                           06960001
069700             GO TO 3100-EXIT                                      06970001
069800     END-READ.                                                    06980001
069900     PERFORM 3400-FIND-PROGRAM THRU 3400-EXIT.                    06990001
070000     IF WS-PX = ZERO                                              07000001
070100         GO TO 3100-EXIT                                          07010001
070200     END-IF.                                                      07020001
070300     IF RN-SENT-RUN-ID = WS-RUN-ID                                07030001
070400         ADD 1 TO WS-PT-SENT(WS-PX) WS-TC-SENT                    07040001
070500     END-IF.                                                      07050001
070600     IF RN-OUTSTANDING                                            07060001
070700         ADD 1 TO WS-PT-OPEN(WS-PX) WS-TC-OPEN                    07070001
070800     ELSE IF RN-RESPONDED                                         07080001
070900         ADD 1 TO WS-PT-RESPONDED(WS-PX) WS-TC-RESPONDED          07090001
071000         IF RN-CLOSED-RUN-ID = WS-RUN-ID                          07100001
071100             ADD 1 TO WS-PT-ANSWERED(WS-PX) WS-TC-ANSWERED        07110001
071200         END-IF                                                   07120001
071300     ELSE IF RN-LAPSED                                            07130001
071400         ADD 1 TO WS-PT-LAPSED(WS-PX) WS-TC-LAPSED                07140001
071500         IF RN-CLOSED-RUN-ID = WS-RUN-ID                          07150001
071600             ADD 1 TO WS-PT-LAPSED-RUN(WS-PX) WS-TC-LAPSED-RUN    07160001
071700         END-IF                                                   07170001
071800     ELSE                                                         07180001
071900         ADD 1 TO WS-PT-WITHDRAWN(WS-PX) WS-TC-WITHDRAWN          07190001
072000     END-IF.                                                      07200001
072100 3100-EXIT.                                                       07210001
072200     EXIT.                                                        07220001
072300*                                                                 07230001
072400*------------------------------------------------------------     07240001
072500*3200-PRINT-PROGRAM                                               07250001
072600*    PRINTS ONE PROGRAM'S LINE, NAMED BY ITS CATALOG              07260001
072700*    DESCRIPTION.                                                 07270001
072800*------------------------------------------------------------     07280001
072900 3200-PRINT-PROGRAM.                                              07290001
073000     CALL "HELPCAT" USING WS-PT-PROGRAM(WS-PX), WS-PROG-CAT.      07300001
073100     MOVE WS-PT-PROGRAM(WS-PX)    TO WS-DL-PROGRAM.               07310001
073200     MOVE WS-PC-DESCRIPTION       TO WS-DL-DESC.                  07320001
073300     MOVE WS-PT-SENT(WS-PX)       TO WS-DL-SENT.                  07330001
073400     MOVE WS-PT-ANSWERED(WS-PX)   TO WS-DL-ANSWERED.              07340001
073500     MOVE WS-PT-LAPSED-RUN(WS-PX) TO WS-DL-LAPSED-RUN.            07350001
073600     MOVE WS-PT-OPEN(WS-PX)       TO WS-DL-OPEN.                  07360001
073700     MOVE WS-PT-RESPONDED(WS-PX)  TO WS-DL-RESPONDED.             07370001
073800     MOVE WS-PT-LAPSED(WS-PX)     TO WS-DL-LAPSED.                07380001
073900     MOVE WS-PT-WITHDRAWN(WS-PX)  TO WS-DL-WITHDRAWN.             07390001
074000     MOVE WS-DETAIL-LINE          TO RR-PRINT-LINE.               07400001
074100     WRITE RR-PRINT-LINE.                                         07410001
074200 3200-EXIT.                                                       07420001
074300     EXIT.                                                        07430001
074400*                                                                 07440001
074500*------------------------------------------------------------     07450001
074600*3400-FIND-PROGRAM                                                07460001
074700*    SETS WS-PX TO THE TABLE ENTRY FOR THE NOTICE'S PROGRAM,      07470001
074800*    OPENING ONE IN ITS SORTED PLACE THE FIRST TIME THE           07480001
074900*    PROGRAM IS SEEN.  A FULL TABLE LEAVES WS-PX ZERO; THE        07490001
075000*    PROGRAM IS LEFT OFF THE REPORT, SAID ONCE, AND THE RUN       07500001
075100*    ENDS WITH RETURN CODE 4.                                     07510001
075200*------------------------------------------------------------     07520001
075300 3400-FIND-PROGRAM.                                               07530001
075400     MOVE 1 TO WS-PX.                                             07540001
075500     SET WS-SCAN-NOT-DONE TO TRUE.                                07550001
075600     PERFORM 3410-SCAN-ONE THRU 3410-EXIT                         07560001
075700         UNTIL WS-SCAN-DONE.                                      07570001
075800     IF WS-PX NOT > WS-PT-COUNT                                   07580001
075900         IF WS-PT-PROGRAM(WS-PX) = RN-PROGRAM                     07590001
076000             GO TO 3400-EXIT                                      07600001
076100         END-IF                                                   07610001
076200     END-IF.                                                      07620001
076300     IF WS-PT-COUNT NOT < WS-PT-MAX                               07630001
076400         IF WS-RUN-RC < 4                                         07640005
076500             DISPLAY "HELRCERT - PROGRAM TABLE FULL, LATER "      07650001
076600                 "PROGRAMS LEFT OFF THE REPORT"                   07660001
076700             MOVE 4 TO WS-RUN-RC                                  07670005
076800         END-IF                                                   07680001
076900         MOVE ZERO TO WS-PX                                       07690001
077000         GO TO 3400-EXIT                                          07700001
077100     END-IF.                                                      07710001
077200     PERFORM 3420-SHIFT-ONE THRU 3420-EXIT                        07720001
077300         VARYING WS-PY FROM WS-PT-COUNT BY -1                     07730001
077400         UNTIL WS-PY < WS-PX.                                     07740001
077500     ADD 1 TO WS-PT-COUNT.                                        07750001
077600     MOVE RN-PROGRAM TO WS-PT-PROGRAM(WS-PX).                     07760001
077700     MOVE ZERO       TO WS-PT-SENT(WS-PX)                         07770001
077800                        WS-PT-ANSWERED(WS-PX)                     07780001
077900                        WS-PT-LAPSED-RUN(WS-PX)                   07790001
078000                        WS-PT-OPEN(WS-PX)                         07800001
078100                        WS-PT-RESPONDED(WS-PX)                    07810001
078200                        WS-PT-LAPSED(WS-PX)                       07820001
078300                        WS-PT-WITHDRAWN(WS-PX).                   07830001
078400 3400-EXIT.                                                       07840001
078500     EXIT.                                                        07850001
078600*                                                                 07860001
078700*------------------------------------------------------------     07870001
078800*3410-SCAN-ONE                                                    07880001
078900*    STEPS WS-PX ALONG THE TABLE UNTIL IT REACHES THE FIRST       07890001
079000*    PROGRAM NOT BELOW THE NOTICE'S, OR THE END OF THE TABLE.     07900001
079100*------------------------------------------------------------     07910001
079200 3410-SCAN-ONE.                                                   07920001
079300     IF WS-PX > WS-PT-COUNT                                       07930001
079400         SET WS-SCAN-DONE TO TRUE                                 07940001
079500         GO TO 3410-EXIT                                          07950001
079600     END-IF.                                                      07960001
079700     IF WS-PT-PROGRAM(WS-PX) NOT < RN-PROGRAM                     07970001
079800         SET WS-SCAN-DONE TO TRUE                                 07980001
079900         GO TO 3410-EXIT                                          07990001
080000     END-IF.                                                      08000001
080100     ADD 1 TO WS-PX.                                              08010001
080200 3410-EXIT.                                                       08020001
080300     EXIT.                                                        08030001
080400*                                                                 08040001
080500*------------------------------------------------------------     08050001
080600*3420-SHIFT-ONE                                                   08060001
080700*    MOVES ONE ENTRY UP A SLOT TO OPEN THE SORTED PLACE FOR       08070001
080800*    A NEW PROGRAM.                                               08080001
080900*------------------------------------------------------------     08090001
081000 3420-SHIFT-ONE.                                                  08100001
081100     MOVE WS-PT-ENTRY(WS-PY) TO WS-PT-ENTRY(WS-PY + 1).           08110001
081200 3420-EXIT.                                                       08120001
081300     EXIT.                                                        08130001
081400*                                                                 08140001
081500*------------------------------------------------------------     08150001
081600*9000-TERMINATE                                                   08160001
081700*    CLOSES THE FILES AND DISPLAYS THE RUN COUNTS.                08170001
081800*------------------------------------------------------------     08180001
081900 9000-TERMINATE.                                                  08190001
082000     CLOSE RECERT-FILE.                                           08200001
082100     CLOSE AUDIT-LOG.                                             08210001
082200     CLOSE RECERT-LETTERS.                                        08220001
082300     CLOSE RECERT-REPORT.                                         08230001
082400     IF WS-MASTER-UP                                              08240001
082500         CLOSE APPLICANT-MASTER                                   08250001
082600     END-IF.                                                      08260001
082610     SET WS-SH-CLOSE TO TRUE.                                     08261004
082620     CALL "HELSPAN" USING WS-SPAN-PARM.                           08262004
082700     MOVE WS-READ-COUNT     TO WS-READ-ED.                        08270001
082800     MOVE WS-NOTICE-COUNT   TO WS-NOTICE-ED.                      08280001
082900     MOVE WS-ANSWER-COUNT   TO WS-ANSWER-ED.                      08290001
083000     MOVE WS-LAPSE-COUNT    TO WS-LAPSE-ED.                       08300001
083100     MOVE WS-WITHDRAW-COUNT TO WS-WITHDRAW-ED.                    08310001
083200     DISPLAY "HELRCERT - MASTER RECORDS READ: " WS-READ-ED.       08320001
083300     DISPLAY "HELRCERT - NOTICES SENT: " WS-NOTICE-ED.            08330001
083400     DISPLAY "HELRCERT - NOTICES ANSWERED: " WS-ANSWER-ED.        08340001
083500     DISPLAY "HELRCERT - DETERMINATIONS LAPSED: "                 08350001
083600         WS-LAPSE-ED.                                             08360001
083700     DISPLAY "HELRCERT - NOTICES WITHDRAWN: "                     08370001
083800         WS-WITHDRAW-ED.                                          08380001
083900     DISPLAY "HELRCERT - RUN ID " WS-RUN-ID.                      08390001
083910     MOVE WS-RUN-RC TO RETURN-CODE.                               08391005
084000 9000-EXIT.                                                       08400001
084100     EXIT.                                                        08410001
084200*                                                                 08420001
084300*------------------------------------------------------------     08430001
084400*9500-FILE-ERROR                                                  08440001
084500*    A WRITE OR REWRITE FAILED ON A PERMANENT FILE.  THE          08450001
084600*    RUN STOPS RATHER THAN LEAVE THE MASTER, THE NOTICE           08460001
084700*    FILE, AND THE LOG OUT OF STEP.                               08470001
084800*------------------------------------------------------------     08480001
084900 9500-FILE-ERROR.                                                 08490001
085000     DISPLAY "HELRCERT - FILE ERROR ON " WS-STATUS-FILE           08500001
085100         " STATUS " WS-STATUS-CODE.                               08510001
085200     DISPLAY "HELRCERT - RUN ABENDED - RETURN CODE 16".           08520001
085300     MOVE 16 TO RETURN-CODE.                                      08530001
085400     STOP RUN.                                                    08540001
085500 9500-EXIT.                                                       08550001
085600     EXIT.                                                        08560001
085700*                                                                 08570001
085800 9510-CHECK-RCNOTICE.                                             08580001
085900     IF WS-RECERT-STATUS NOT = "00"                               08590001
086000         MOVE "RCNOTICE"         TO WS-STATUS-FILE                08600001
086100         MOVE WS-RECERT-STATUS   TO WS-STATUS-CODE                08610001
086200         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   08620001
086300     END-IF.                                                      08630001
086400 9510-EXIT.                                                       08640001
086500     EXIT.                                                        08650001
086600*                                                                 08660001
086700 9511-CHECK-MASTER.                                               08670001
086800     IF WS-MASTER-STATUS NOT = "00"                               08680001
086900         MOVE "APPLMAST"         TO WS-STATUS-FILE                08690001
087000         MOVE WS-MASTER-STATUS   TO WS-STATUS-CODE                08700001
087100         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   08710001
087200     END-IF.                                                      08720001
087300 9511-EXIT.                                                       08730001
087400     EXIT.                                                        08740001
087500*                                                                 08750001
087600 9512-CHECK-AUDITLOG.                                             08760001
087700     IF WS-AUDIT-LOG-STATUS NOT = "00"                            08770001
087800         MOVE "AUDITLOG"          TO WS-STATUS-FILE               08780001
087900         MOVE WS-AUDIT-LOG-STATUS TO WS-STATUS-CODE               08790001
088000         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   08800001
088100     END-IF.                                                      08810001
088200 9512-EXIT.                                                       08820001
088300     EXIT.                                                        08830001
