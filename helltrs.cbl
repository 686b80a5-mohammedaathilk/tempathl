002594*                APPEAL OVERTURN RELEASED BY HELAPPL -            00259403
002595*                NOW GETS THE ACCEPTANCE WORDING.  ANY            00259503
002596*                OTHER MARKER KEEPS THE DENIAL WORDING.           00259603
002597*10/15/2026 RJM  LETTERS NAME THE PROGRAM BY ITS CATALOG          00259704
002598*                DESCRIPTION (HELPCAT) UNDER THE RE: LINE;        00259804
002599*                NONE FOR A RECORD WITH NO PROGRAM CODE.          00259904
002600*10/15/2026 RJM  RETURNED MAIL.  EACH LETTER IS CHECKED           00260005
002601*                AGAINST THE APPLICANT MASTER AND HELD - NOT      00260105
002602*                PRINTED - WHILE HELRMAIL HAS THE ADDRESS         00260205
002603*                FLAGGED UNDELIVERABLE.  EVERY FLAGGED MASTER     00260305
002604*                IS PUT BACK ON THE NEEDS-ADDRESS QUEUE EACH      00260405
002605*                RUN, SO IT STAYS THERE UNTIL A NEW ADDRESS       00260505
002606*                COMES IN THROUGH APPFILE OR A CORRECTION         00260605
002607*                CLEARS THE FLAG.  THE QUEUE LAYOUT MOVED TO      00260705
002608*                THE NADRREC COPYBOOK.  NO MASTER, NO HOLDS -     00260805
002609*                THE LETTERS STILL PRINT WITH RETURN CODE 4.      00260905
002619*10/15/2026 RJM  RECERTIFICATION.  A "RECERT NOTICE" RECORD       00261906
002629*                FROM HELRCERT GETS THE RECERTIFICATION WORDING   00262906
002639*                WITH ITS RESPONSE-DUE DATE, CARRIED ON THE END   00263906
002649*                OF THE RECORD, AND A "LAPSED" RECORD GETS THE    00264906
002659*                LAPSE WORDING.  BOTH ARE COUNTED SEPARATELY.     00265906
002660*10/15/2026 RJM  A LETTER HELD FOR RETURNED MAIL IS NOW LISTED    00266007
002661*                ON THE NEEDS-ADDRESS QUEUE UNDER ITS OWN         00266107
002662*                REPORT SO THE UNIT CAN RE-CUT IT.  THE RETURN    00266207
002663*                CODE IS HELD IN WS-RUN-RC AND SET LAST, SO       00266307
002664*                THE HELPCAT CALL CANNOT CLEAR IT.  PARAGRAPHS    00266407
002665*                PUT BACK IN NUMBER ORDER.                        00266507
002669*----------------------------------------------------------       00266906
002700 ENVIRONMENT DIVISION.                                            00270001
002800 CONFIGURATION SECTION.                                           00280001
002900 INPUT-OUTPUT SECTION.                                            00290001
004010                                                                  00401002
004020     SELECT NEEDS-ADDRESS-QUEUE ASSIGN TO "NEEDSADR"              00402002
004030         ORGANIZATION IS LINE SEQUENTIAL.                         00403002
004040                                                                  00404005
004050     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00405005
004060         ORGANIZATION IS INDEXED                                  00406005
004070         ACCESS MODE IS DYNAMIC                                   00407005
004080         RECORD KEY IS AM-REC-KEY                                 00408005
004090         FILE STATUS IS WS-MASTER-STATUS.                         00409005
004100                                                                  00410001
004200 DATA DIVISION.                                                   00420001
004300 FILE SECTION.                                                    00430001
004400*----------------------------------------------------------       00440001
004500*ELIGIBILITY-REPORT - THE DAY'S DETERMINATIONS AS WRITTEN         00450001
004600*BY HELWOR, IN ITS RECORD LAYOUT                                  00460001
004610*HELRCERT'S NOTICE FEED USES THE SAME LAYOUT WITH THE             00461006
004620*RESPONSE-DUE DATE ON THE END.                                    00462006
004700*----------------------------------------------------------       00470001
004800 FD  ELIGIBILITY-REPORT.                                          00480001
004900 01  ER-REPORT-LINE.                                              00490001
005680     05  ER-STATE            PIC X(02).                           00568002
005690     05  FILLER              PIC X(02).                           00569002
005695     05  ER-POSTAL           PIC X(10).                           00569502
005696     05  FILLER              PIC X(02).                           00569604
005697     05  ER-PROGRAM          PIC X(03).                           00569704
005698     05  FILLER              PIC X(02).                           00569806
005699     05  ER-DUE-DATE         PIC X(08).                           00569906
005700                                                                  00570001
005800*----------------------------------------------------------       00580001
005900*EXCEPTION-REPORT - THE DAY'S REJECTED APPLICANTS AS              00590001
007460     05  XR-STATE            PIC X(02).                           00746002
007470     05  FILLER              PIC X(02).                           00747002
007480     05  XR-POSTAL           PIC X(10).                           00748002
007481     05  FILLER              PIC X(02).                           00748104
007482     05  XR-PROGRAM          PIC X(03).                           00748204
007500                                                                  00750001
007600*----------------------------------------------------------       00760001
007700*LETTER-FILE - ONE PRINT-READY LETTER PER APPLICANT, EACH         00770001
008210*----------------------------------------------------------       00821002
008220*NEEDS-ADDRESS-QUEUE - ONE RECORD PER LETTER THAT COULD           00822002
008230*NOT BE ADDRESSED, FOR THE ELIGIBILITY UNIT TO CHASE THE          00823002
008231*ADDRESS AND RE-CUT THE LETTER.  REBUILT EVERY RUN LIKE           00823105
008232*THE LETTERS FILE ITSELF; APPLICANTS WHOSE MAIL CAME BACK         00823205
008233*ARE RE-QUEUED FROM THE MASTER EVERY RUN UNTIL THEIR              00823305
008234*ADDRESS IS FIXED.                                                00823405
008260*----------------------------------------------------------       00826002
008270 FD  NEEDS-ADDRESS-QUEUE.                                         00827002
008271 COPY NADRREC.                                                    00827105
008272                                                                  00827205
008273*----------------------------------------------------------       00827305
008274*APPLICANT-MASTER - READ ONLY, TO HOLD LETTERS FOR AN             00827405
008275*APPLICANT WHOSE ADDRESS IS FLAGGED UNDELIVERABLE AND TO          00827505
008276*RE-QUEUE EVERY SUCH APPLICANT FOR THE ELIGIBILITY UNIT           00827605
008277*----------------------------------------------------------       00827705
008278 FD  APPLICANT-MASTER.                                            00827805
008279 COPY APPLMREC.                                                   00827905
008300 WORKING-STORAGE SECTION.                                         00830001
008400                                                                  00840001
008500*----------------------------------------------------------       00850001
009100                                                                  00910001
009200 01  WS-ELIG-STATUS      PIC X(02)   VALUE SPACES.                00920001
009300 01  WS-EXCP-STATUS      PIC X(02)   VALUE SPACES.                00930001
009301 01  WS-MASTER-STATUS    PIC X(02)   VALUE SPACES.                00930105
009302 01  WS-MASTER-SW        PIC X(01)   VALUE 'N'.                   00930205
009303     88  WS-MASTER-OPEN              VALUE 'Y'.                   00930305
009304     88  WS-MASTER-CLOSED            VALUE 'N'.                   00930405
009305                                                                  00930505
009306 01  WS-RETURNED-SW      PIC X(01)   VALUE 'N'.                   00930605
009307     88  WS-MAIL-RETURNED            VALUE 'Y'.                   00930705
009308     88  WS-MAIL-NOT-RETURNED        VALUE 'N'.                   00930805
009310                                                                  00931002
009320*----------------------------------------------------------       00932002
009330*WS-ADDR-SW - WHETHER THE CURRENT LETTER'S ADDRESS IS             00933002
009403     05  WS-LA-STATE     PIC X(02).                               00940302
009404     05  WS-LA-POSTAL    PIC X(10).                               00940402
009405     05  WS-LA-SOURCE    PIC X(10).                               00940502
009415     05  WS-LA-PROGRAM   PIC X(03).                               00941504
009425                                                                  00942504
009435*----------------------------------------------------------       00943504
009445*WS-PROG-CAT - THE CATALOG ENTRY FOR THE CURRENT LETTER'S         00944504
009455*PROGRAM, AS RETURNED BY HELPCAT                                  00945504
009465*----------------------------------------------------------       00946504
009475 COPY PROGCAT.                                                    00947504
009485                                                                  00948504
009500*----------------------------------------------------------       00950001
009600*LETTER HEADING AND BODY LINES                                    00960001
009700*----------------------------------------------------------       00970001
010700     05  FILLER              PIC X(33)                            01070001
010800         VALUE "RE: YOUR APPLICATION FOR BENEFITS".               01080001
010900     05  FILLER              PIC X(47)  VALUE SPACES.             01090001
010910                                                                  01091004
010920 01  WS-PROGRAM-LINE.                                             01092004
010930     05  FILLER              PIC X(19)                            01093004
010940         VALUE "PROGRAM:           ".                             01094004
010950     05  WS-PL-DESC          PIC X(30).                           01095004
010960     05  FILLER              PIC X(31)  VALUE SPACES.             01096004
011000                                                                  01100001
011100 01  WS-TIER-LINE.                                                01110001
011200     05  FILLER              PIC X(19)                            01120001
012000     05  FILLER              PIC X(08)  VALUE "REASON: ".         01200001
012100     05  WS-RL-REASON        PIC X(20).                           01210001
012200     05  FILLER              PIC X(52)  VALUE SPACES.             01220001
012210 01  WS-DUE-LINE.                                                 01221006
012220     05  FILLER              PIC X(19)                            01222006
012230         VALUE "RESPONSE DUE BY:   ".                             01223006
012240     05  WS-DL-DUE-DATE      PIC X(08).                           01224006
012250     05  FILLER              PIC X(53)  VALUE SPACES.             01225006
012300                                                                  01230001
012400 77  WS-RUN-DATE          PIC 9(08)          VALUE ZERO.          01240001
012500 77  WS-ACCEPT-COUNT      PIC 9(05) COMP     VALUE ZERO.          01250001
012800 77  WS-LETTER-COUNT      PIC 9(05) COMP     VALUE ZERO.          01280001
012810 77  WS-NEEDS-ADDR-COUNT  PIC 9(05) COMP     VALUE ZERO.          01281002
012820 77  WS-NEEDS-ADDR-ED     PIC ZZZZ9.                              01282002
012830 77  WS-HELD-COUNT        PIC 9(05) COMP     VALUE ZERO.          01283005
012840 77  WS-HELD-ED           PIC ZZZZ9.                              01284005
012850 77  WS-REQUEUED-COUNT    PIC 9(05) COMP     VALUE ZERO.          01285005
012860 77  WS-REQUEUED-ED       PIC ZZZZ9.                              01286005
012861 77  WS-RECERT-COUNT      PIC 9(05) COMP     VALUE ZERO.          01286106
012862 77  WS-RECERT-ED         PIC ZZZZ9.                              01286206
012863 77  WS-LAPSE-COUNT       PIC 9(05) COMP     VALUE ZERO.          01286306
012864 77  WS-LAPSE-ED          PIC ZZZZ9.                              01286406
012900 77  WS-ACCEPT-COUNT-ED   PIC ZZZZ9.                              01290001
013000 77  WS-DENIAL-COUNT-ED   PIC ZZZZ9.                              01300001
013100 77  WS-EXCP-COUNT-ED     PIC ZZZZ9.                              01310001
013200 77  WS-LETTER-COUNT-ED   PIC ZZZZ9.                              01320001
013210                                                                  01321007
013220*----------------------------------------------------------       01322007
013230*WS-RUN-RC - THE RETURN CODE THE RUN WILL END WITH, HELD          01323007
013240*APART FROM RETURN-CODE BECAUSE EVERY CALL RESETS THAT            01324007
013250*----------------------------------------------------------       01325007
013260 77  WS-RUN-RC            PIC 9(02)          VALUE ZERO.          01326007
013300*                                                                 01330001
013400 PROCEDURE DIVISION.                                              01340001
013500*============================================================     01350001
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01410001
014200     PERFORM 2000-LETTER-DETERMINED THRU 2000-EXIT.               01420001
014300     PERFORM 3000-LETTER-EXCEPTIONS THRU 3000-EXIT.               01430001
014310     PERFORM 6000-REQUEUE-RETURNED THRU 6000-EXIT.                01431005
014400     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01440001
014500     GOBACK.                                                      01450001
014600*                                                                 01460001
014700*------------------------------------------------------------     01470001
014800*1000-INITIALIZE                                                  01480001
014810*    SETS THE RUN DATE AND OPENS THE LETTERS FILE, THE            01481005
014820*    NEEDS-ADDRESS QUEUE, AND THE APPLICANT MASTER.               01482005
015000*------------------------------------------------------------     01500001
015100 1000-INITIALIZE.                                                 01510001
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       01520001
015300     OPEN OUTPUT LETTER-FILE.                                     01530001
015310     OPEN OUTPUT NEEDS-ADDRESS-QUEUE.                             01531002
015311     OPEN INPUT APPLICANT-MASTER.                                 01531105
015312     IF WS-MASTER-STATUS = "00"                                   01531205
015313         SET WS-MASTER-OPEN TO TRUE                               01531305
015314     ELSE                                                         01531405
015315         DISPLAY "HELLTRS - APPLICANT MASTER NOT AVAILABLE, "     01531505
015316             "STATUS " WS-MASTER-STATUS                           01531605
015317         DISPLAY "HELLTRS - RETURNED-MAIL HOLDS NOT APPLIED"      01531705
015318         MOVE 4 TO WS-RUN-RC                                      01531807
015319     END-IF.                                                      01531905
015400 1000-EXIT.                                                       01540001
015500     EXIT.                                                        01550001
015600*                                                                 01560001
016600     IF WS-ELIG-STATUS NOT = "00"                                 01660001
016700         DISPLAY "HELLTRS - ELIGIBILITY REPORT NOT "              01670001
016800             "AVAILABLE, STATUS " WS-ELIG-STATUS                  01680001
016900         MOVE 8 TO WS-RUN-RC                                      01690007
017000         GO TO 2000-EXIT                                          01700001
017100     END-IF.                                                      01710001
017200     MOVE 'N' TO WS-EOF-SW.                                       01720001
019050     MOVE ER-STATE   TO WS-LA-STATE.                              01905002
019060     MOVE ER-POSTAL  TO WS-LA-POSTAL.                             01906002
019070     MOVE "ELIGRPT"  TO WS-LA-SOURCE.                             01907002
019071     MOVE ER-PROGRAM TO WS-LA-PROGRAM.                            01907104
019080     PERFORM 4300-CHECK-ADDRESS THRU 4300-EXIT.                   01908002
019090     IF WS-ADDR-MISSING                                           01909002
019091         PERFORM 5000-QUEUE-NEEDS-ADDRESS THRU 5000-EXIT          01909102
019092         GO TO 2100-EXIT                                          01909202
019093     END-IF.                                                      01909302
019094     PERFORM 4400-CHECK-RETURNED THRU 4400-EXIT.                  01909405
019095     IF WS-MAIL-RETURNED                                          01909505
019096         GO TO 2100-EXIT                                          01909605
019097     END-IF.                                                      01909705
019100     PERFORM 4000-LETTER-HEADING THRU 4000-EXIT.                  01910001
019200     PERFORM 4050-ADDRESS-BLOCK THRU 4050-EXIT.                   01920002
019500     PERFORM 4100-BLANK-LINE THRU 4100-EXIT.                      01950001
019600     MOVE WS-RE-LINE TO LT-PRINT-TEXT.                            01960001
019700     WRITE LT-PRINT-RECORD.                                       01970001
019710     PERFORM 4250-PROGRAM-LINE THRU 4250-EXIT.                    01971004
019800     PERFORM 4100-BLANK-LINE THRU 4100-EXIT.                      01980001
019810     IF ER-DETERMINATION = "RECERT NOTICE"                        01981006
019820        OR ER-DETERMINATION = "LAPSED"                            01982006
019830         PERFORM 2150-RECERT-WORDING THRU 2150-EXIT               01983006
019840         GO TO 2100-EXIT                                          01984006
019850     END-IF.                                                      01985006
019900     IF ER-DETERMINATION = "ELIGIBLE"                             01990001
019910        OR ER-DETERMINATION = "ELIGIBLE-APPEAL"                   01991003
020000         ADD 1 TO WS-ACCEPT-COUNT                                 02000001
022900     PERFORM 4200-LETTER-CLOSING THRU 4200-EXIT.                  02290001
023000 2100-EXIT.                                                       02300001
023100     EXIT.                                                        02310001
023101*                                                                 02310106
023102*------------------------------------------------------------     02310206
023103*2150-RECERT-WORDING                                              02310306
023104*    FINISHES A RECERTIFICATION NOTICE, WITH THE DATE THE         02310406
023105*    ANSWER IS DUE, OR A LAPSE LETTER.  NEITHER RESTATES          02310506
023106*    THE TIER OR AGE - NOTHING WAS DETERMINED.                    02310606
023107*------------------------------------------------------------     02310706
023108 2150-RECERT-WORDING.                                             02310806
023109     IF ER-DETERMINATION = "RECERT NOTICE"                        02310906
023110         ADD 1 TO WS-RECERT-COUNT                                 02311006
023111         MOVE "YOUR ELIGIBILITY FOR BENEFITS IS DUE TO BE"        02311106
023112             TO LT-PRINT-TEXT                                     02311206
023113         WRITE LT-PRINT-RECORD                                    02311306
023114         MOVE "RECERTIFIED.  TO KEEP RECEIVING BENEFITS,"         02311406
023115             TO LT-PRINT-TEXT                                     02311506
023116         WRITE LT-PRINT-RECORD                                    02311606
023117         MOVE "PLEASE CONTACT THE ELIGIBILITY UNIT OR FILE A"     02311706
023118             TO LT-PRINT-TEXT                                     02311806
023119         WRITE LT-PRINT-RECORD                                    02311906
023120         MOVE "NEW APPLICATION BY THE DATE BELOW."                02312006
023121             TO LT-PRINT-TEXT                                     02312106
023122         WRITE LT-PRINT-RECORD                                    02312206
023123         PERFORM 4100-BLANK-LINE THRU 4100-EXIT                   02312306
023124         MOVE ER-DUE-DATE TO WS-DL-DUE-DATE                       02312406
023125         MOVE WS-DUE-LINE TO LT-PRINT-TEXT                        02312506
023126         WRITE LT-PRINT-RECORD                                    02312606
023127         PERFORM 4100-BLANK-LINE THRU 4100-EXIT                   02312706
023128         MOVE "IF WE DO NOT HEAR FROM YOU BY THAT DATE, YOUR"     02312806
023129             TO LT-PRINT-TEXT                                     02312906
023130         WRITE LT-PRINT-RECORD                                    02313006
023131         MOVE "ELIGIBILITY WILL LAPSE."                           02313106
023132             TO LT-PRINT-TEXT                                     02313206
023133         WRITE LT-PRINT-RECORD                                    02313306
023134     ELSE                                                         02313406
023135         ADD 1 TO WS-LAPSE-COUNT                                  02313506
023136         MOVE "WE DID NOT RECEIVE YOUR RECERTIFICATION BY"        02313606
023137             TO LT-PRINT-TEXT                                     02313706
023138         WRITE LT-PRINT-RECORD                                    02313806
023139         MOVE "THE DATE REQUESTED.  YOUR ELIGIBILITY FOR"         02313906
023140             TO LT-PRINT-TEXT                                     02314006
023141         WRITE LT-PRINT-RECORD                                    02314106
023142         MOVE "BENEFITS HAS LAPSED."                              02314206
023143             TO LT-PRINT-TEXT                                     02314306
023144         WRITE LT-PRINT-RECORD                                    02314406
023145         PERFORM 4100-BLANK-LINE THRU 4100-EXIT                   02314506
023146         MOVE "YOU MAY REAPPLY AT ANY TIME THROUGH THE"           02314606
023147             TO LT-PRINT-TEXT                                     02314706
023148         WRITE LT-PRINT-RECORD                                    02314806
023149         MOVE "ELIGIBILITY UNIT."                                 02314906
023150             TO LT-PRINT-TEXT                                     02315006
023151         WRITE LT-PRINT-RECORD                                    02315106
023152     END-IF.                                                      02315206
023153     PERFORM 4200-LETTER-CLOSING THRU 4200-EXIT.                  02315306
023154 2150-EXIT.                                                       02315406
023155     EXIT.                                                        02315506
023200*                                                                 02320001
023300*------------------------------------------------------------     02330001
023400*3000-LETTER-EXCEPTIONS                                           02340001
026250     MOVE XR-STATE   TO WS-LA-STATE.                              02625002
026260     MOVE XR-POSTAL  TO WS-LA-POSTAL.                             02626002
026270     MOVE "EXCPRPT"  TO WS-LA-SOURCE.                             02627002
026271     MOVE XR-PROGRAM TO WS-LA-PROGRAM.                            02627104
026280     PERFORM 4300-CHECK-ADDRESS THRU 4300-EXIT.                   02628002
026290     IF WS-ADDR-MISSING                                           02629002
026291         PERFORM 5000-QUEUE-NEEDS-ADDRESS THRU 5000-EXIT          02629102
026292         GO TO 3100-EXIT                                          02629202
026293     END-IF.                                                      02629302
026294     PERFORM 4400-CHECK-RETURNED THRU 4400-EXIT.                  02629405
026295     IF WS-MAIL-RETURNED                                          02629505
026296         GO TO 3100-EXIT                                          02629605
026297     END-IF.                                                      02629705
026300     ADD 1 TO WS-EXCP-COUNT.                                      02630001
026400     PERFORM 4000-LETTER-HEADING THRU 4000-EXIT.                  02640001
026500     PERFORM 4050-ADDRESS-BLOCK THRU 4050-EXIT.                   02650002
026800     PERFORM 4100-BLANK-LINE THRU 4100-EXIT.                      02680001
026900     MOVE WS-RE-LINE TO LT-PRINT-TEXT.                            02690001
027000     WRITE LT-PRINT-RECORD.                                       02700001
027010     PERFORM 4250-PROGRAM-LINE THRU 4250-EXIT.                    02701004
027100     PERFORM 4100-BLANK-LINE THRU 4100-EXIT.                      02710001
027200     MOVE "WE ARE UNABLE TO PROCESS YOUR APPLICATION"             02720001
027300         TO LT-PRINT-TEXT.                                        02730001
029600*4000-LETTER-HEADING                                              02960001
029700*    STARTS A NEW LETTER WITH THE DATE LINE.  THE DATE LINE       02970001
029800*    CARRIES CARRIAGE CONTROL "1" SO EVERY LETTER PRINTS          02980001
029900*    FROM THE TOP OF ITS OWN PAGE.                                02990001
030000*------------------------------------------------------------     03000001
030100 4000-LETTER-HEADING.                                             03010001
030200     MOVE "1" TO LT-CC.                                           03020001
030300     MOVE WS-RUN-DATE TO WS-DT-DATE.                              03030001
030400     MOVE WS-DATE-LINE TO LT-PRINT-TEXT.                          03040001
030500     WRITE LT-PRINT-RECORD.                                       03050001
030600     MOVE SPACE TO LT-CC.                                         03060001
030700     ADD 1 TO WS-LETTER-COUNT.                                    03070001
030800     PERFORM 4100-BLANK-LINE THRU 4100-EXIT.                      03080001
030900 4000-EXIT.                                                       03090001
031000     EXIT.                                                        03100001
031100*                                                                 03110002
031200*------------------------------------------------------------     03120002
031300*4050-ADDRESS-BLOCK                                               03130002
031400*    PRINTS THE ADDRESSEE NAME, STREET, AND CITY/STATE/           03140002
031500*    POSTAL LINES DIRECTLY UNDER THE DATE LINE, WHERE A           03150002
031600*    WINDOW ENVELOPE SHOWS THEM.  ONLY RUN FOR A LETTER           03160002
031700*    WHOSE ADDRESS PASSED 4300.                                   03170002
031800*------------------------------------------------------------     03180002
031900 4050-ADDRESS-BLOCK.                                              03190002
032000     MOVE WS-LA-NAME      TO WS-ADN-NAME.                         03200002
032100     MOVE WS-AD-NAME-LINE TO LT-PRINT-TEXT.                       03210002
032200     WRITE LT-PRINT-RECORD.                                       03220002
032300     MOVE WS-LA-STREET    TO WS-ADS-STREET.                       03230002
032400     MOVE WS-AD-STREET-LINE TO LT-PRINT-TEXT.                     03240002
032500     WRITE LT-PRINT-RECORD.                                       03250002
032600     MOVE WS-LA-CITY      TO WS-ADC-CITY.                         03260002
032700     MOVE WS-LA-STATE     TO WS-ADC-STATE.                        03270002
032800     MOVE WS-LA-POSTAL    TO WS-ADC-POSTAL.                       03280002
032900     MOVE WS-AD-CITY-LINE TO LT-PRINT-TEXT.                       03290002
033000     WRITE LT-PRINT-RECORD.                                       03300002
033100 4050-EXIT.                                                       03310002
033200     EXIT.                                                        03320002
033300*                                                                 03330005
033400*------------------------------------------------------------     03340001
033500*4100-BLANK-LINE                                                  03350001
033600*    WRITES ONE BLANK LETTER LINE.                                03360001
033700*------------------------------------------------------------     03370001
033800 4100-BLANK-LINE.                                                 03380001
033900     MOVE SPACES TO LT-PRINT-TEXT.                                03390001
034000     WRITE LT-PRINT-RECORD.                                       03400001
034100 4100-EXIT.                                                       03410001
034200     EXIT.                                                        03420001
034300*                                                                 03430001
034400*------------------------------------------------------------     03440001
034500*4200-LETTER-CLOSING                                              03450001
034600*    WRITES THE STANDARD LETTER CLOSING.                          03460001
034700*------------------------------------------------------------     03470001
034800 4200-LETTER-CLOSING.                                             03480001
034900     PERFORM 4100-BLANK-LINE THRU 4100-EXIT.                      03490001
035000     MOVE "SINCERELY," TO LT-PRINT-TEXT.                          03500001
035100     WRITE LT-PRINT-RECORD.                                       03510001
035200     MOVE "THE ELIGIBILITY UNIT" TO LT-PRINT-TEXT.                03520001
035300     WRITE LT-PRINT-RECORD.                                       03530001
035400 4200-EXIT.                                                       03540001
035500     EXIT.                                                        03550001
035600*                                                                 03560004
035700*------------------------------------------------------------     03570004
035800*4250-PROGRAM-LINE                                                03580004
035900*    NAMES THE BENEFIT PROGRAM THE LETTER IS ABOUT, BY ITS        03590004
036000*    CATALOG DESCRIPTION, DIRECTLY UNDER THE RE: LINE.  AN        03600004
036100*    OLD-FORMAT RECORD WITH NO PROGRAM CODE GETS NO LINE;         03610004
036200*    A CODE THE CATALOG DOES NOT KNOW PRINTS AS ITSELF.           03620004
036300*------------------------------------------------------------     03630004
036400 4250-PROGRAM-LINE.                                               03640004
036500     IF WS-LA-PROGRAM = SPACES                                    03650004
036600         GO TO 4250-EXIT                                          03660004
036700     END-IF.                                                      03670004
036800     CALL "HELPCAT" USING WS-LA-PROGRAM, WS-PROG-CAT.             03680004
036900     MOVE WS-PC-DESCRIPTION TO WS-PL-DESC.                        03690004
037000     MOVE WS-PROGRAM-LINE TO LT-PRINT-TEXT.                       03700004
037100     WRITE LT-PRINT-RECORD.                                       03710004
037200 4250-EXIT.                                                       03720004
037300     EXIT.                                                        03730004
037400*                                                                 03740002
037500*------------------------------------------------------------     03750002
037600*4300-CHECK-ADDRESS                                               03760002
037700*    DECIDES WHETHER THE CURRENT LETTER CAN BE MAILED.  A         03770002
037800*    BLANK STREET, CITY, OR POSTAL CODE IS NOT AN ADDRESS         03780002
037900*    - THE LETTER GOES TO THE NEEDS-ADDRESS QUEUE RATHER          03790002
038000*    THAN OUT THE DOOR WITH A BLANK BLOCK.                        03800002
038100*------------------------------------------------------------     03810002
038200 4300-CHECK-ADDRESS.                                              03820002
038300     SET WS-ADDR-USABLE TO TRUE.                                  03830002
038400     MOVE SPACES TO WS-ADDR-REASON.                               03840002
038500     IF WS-LA-STREET = SPACES                                     03850002
038600         MOVE "NO STREET ADDRESS"  TO WS-ADDR-REASON              03860002
038700         SET WS-ADDR-MISSING TO TRUE                              03870002
038800     ELSE IF WS-LA-CITY = SPACES                                  03880002
038900         MOVE "NO CITY"            TO WS-ADDR-REASON              03890002
039000         SET WS-ADDR-MISSING TO TRUE                              03900002
039100     ELSE IF WS-LA-POSTAL = SPACES                                03910002
039200         MOVE "NO POSTAL CODE"     TO WS-ADDR-REASON              03920002
039300         SET WS-ADDR-MISSING TO TRUE                              03930002
039400     END-IF.                                                      03940002
039500 4300-EXIT.                                                       03950002
039600     EXIT.                                                        03960002
039700*                                                                 03970005
039800*------------------------------------------------------------     03980005
039900*4400-CHECK-RETURNED                                              03990005
040000*    HOLDS THE CURRENT LETTER WHEN THE APPLICANT'S MASTER         04000005
040100*    RECORD FOR THE PROGRAM IS FLAGGED UNDELIVERABLE - MAIL       04010005
040200*    TO THAT ADDRESS HAS ALREADY COME BACK.  THE LETTER IS        04020007
040300*    NOT KEPT: IT IS LISTED ON THE NEEDS-ADDRESS QUEUE UNDER      04030007
040400*    ITS OWN REPORT SO THE UNIT CAN RE-CUT IT ONCE THE NEW        04040007
040500*    ADDRESS IS IN.  6000 QUEUES THE APPLICANT AS WELL.           04050007
040600*------------------------------------------------------------     04060005
040700 4400-CHECK-RETURNED.                                             04070005
040800     SET WS-MAIL-NOT-RETURNED TO TRUE.                            04080005
040900     IF WS-MASTER-CLOSED                                          04090005
041000        OR WS-LA-APPL-ID = SPACES                                 04100005
041100         GO TO 4400-EXIT                                          04110005
041200     END-IF.                                                      04120005
041300     MOVE WS-LA-APPL-ID TO AM-APPL-ID.                            04130005
041400     MOVE WS-LA-PROGRAM TO AM-PROGRAM.                            04140005
041500     READ APPLICANT-MASTER                                        04150005
041600         INVALID KEY                                              04160005
041700             GO TO 4400-EXIT                                      04170005
041800     END-READ.                                                    04180005
041900     IF AM-ADDR-UNDELIVERABLE                                     04190005
042000         SET WS-MAIL-RETURNED TO TRUE                             04200005
042100         ADD 1 TO WS-HELD-COUNT                                   04210005
042200         MOVE "HELD - MAIL RETURNED" TO WS-ADDR-REASON            04220007
042300         PERFORM 5000-QUEUE-NEEDS-ADDRESS THRU 5000-EXIT          04230007
042400     END-IF.                                                      04240005
042500 4400-EXIT.                                                       04250005
042600     EXIT.                                                        04260005
042700*                                                                 04270002
042800*------------------------------------------------------------     04280002
042900*5000-QUEUE-NEEDS-ADDRESS                                         04290002
043000*    WRITES ONE NEEDS-ADDRESS RECORD SO THE ELIGIBILITY           04300002
043100*    UNIT CAN CHASE THE ADDRESS AND RE-CUT THE LETTER.            04310002
043200*------------------------------------------------------------     04320002
043300 5000-QUEUE-NEEDS-ADDRESS.                                        04330002
043400     ADD 1 TO WS-NEEDS-ADDR-COUNT.                                04340002
043500     MOVE SPACES          TO NA-QUEUE-RECORD.                     04350002
043600     MOVE WS-LA-NAME      TO NA-NAME.                             04360002
043700     MOVE WS-LA-APPL-ID   TO NA-APPL-ID.                          04370002
043800     MOVE WS-LA-SOURCE    TO NA-SOURCE.                           04380002
043900     MOVE WS-ADDR-REASON  TO NA-REASON.                           04390002
044000     MOVE WS-RUN-DATE     TO NA-DATE.                             04400002
044100     MOVE WS-LA-PROGRAM   TO NA-PROGRAM.                          04410005
044200     WRITE NA-QUEUE-RECORD.                                       04420005
044300 5000-EXIT.                                                       04430005
044400     EXIT.                                                        04440005
044500*                                                                 04450005
044600*------------------------------------------------------------     04460005
044700*6000-REQUEUE-RETURNED                                            04470005
044800*    SWEEPS THE APPLICANT MASTER AND QUEUES EVERY RECORD          04480005
044900*    WHOSE ADDRESS IS FLAGGED UNDELIVERABLE, DATED THE DAY        04490005
045000*    THE MAIL CAME BACK.  THE QUEUE IS REBUILT EACH RUN, SO       04500005
045100*    THIS IS WHAT KEEPS A RETURNED-MAIL APPLICANT ON IT           04510005
045200*    UNTIL THE FLAG IS CLEARED.                                   04520005
045300*------------------------------------------------------------     04530005
045400 6000-REQUEUE-RETURNED.                                           04540005
045500     IF WS-MASTER-CLOSED                                          04550005
045600         GO TO 6000-EXIT                                          04560005
045700     END-IF.                                                      04570005
045800     MOVE 'N' TO WS-EOF-SW.                                       04580005
045900     MOVE LOW-VALUES TO AM-REC-KEY.                               04590005
046000     START APPLICANT-MASTER KEY NOT LESS THAN AM-REC-KEY          04600005
046100         INVALID KEY                                              04610005
046200             SET WS-END-OF-FILE TO TRUE                           04620005
046300     END-START.                                                   04630005
046400     PERFORM 6100-REQUEUE-ONE THRU 6100-EXIT                      04640005
046500         UNTIL WS-END-OF-FILE.                                    04650005
046600 6000-EXIT.                                                       04660005
046700     EXIT.                                                        04670005
046800*                                                                 04680005
046900*------------------------------------------------------------     04690007
047000*6100-REQUEUE-ONE                                                 04700007
047100*    READS THE NEXT MASTER RECORD AND, WHEN ITS ADDRESS IS        04710007
047200*    FLAGGED UNDELIVERABLE, PUTS IT ON THE NEEDS-ADDRESS          04720007
047300*    QUEUE DATED THE DAY THE MAIL CAME BACK.                      04730007
047400*------------------------------------------------------------     04740007
047500 6100-REQUEUE-ONE.                                                04750005
047600     READ APPLICANT-MASTER NEXT RECORD                            04760005
047700         AT END                                                   04770005
047800             SET WS-END-OF-FILE TO TRUE                           04780005
047900             GO TO 6100-EXIT                                      04790005
048000     END-READ.                                                    04800005
048100     IF NOT AM-ADDR-UNDELIVERABLE                                 04810005
048200         GO TO 6100-EXIT                                          04820005
048300     END-IF.                                                      04830005
048400     ADD 1 TO WS-REQUEUED-COUNT.                                  04840005
048500     MOVE SPACES            TO NA-QUEUE-RECORD.                   04850005
048600     MOVE AM-NAME           TO NA-NAME.                           04860005
048700     MOVE AM-APPL-ID        TO NA-APPL-ID.                        04870005
048800     MOVE "RETMAIL"         TO NA-SOURCE.                         04880005
048900     MOVE "MAIL RETURNED - " TO NA-REASON.                        04890005
049000     MOVE AM-UNDELIV-REASON TO NA-REASON(17:2).                   04900005
049100     MOVE AM-UNDELIV-DATE   TO NA-DATE.                           04910005
049200     MOVE AM-PROGRAM        TO NA-PROGRAM.                        04920005
049300     WRITE NA-QUEUE-RECORD.                                       04930005
049400 6100-EXIT.                                                       04940005
049500     EXIT.                                                        04950005
049600*                                                                 04960001
049700*------------------------------------------------------------     04970001
049800*9000-TERMINATE                                                   04980001
049900*    CLOSES THE LETTERS FILE, THE QUEUE, AND THE MASTER,          04990005
050000*    AND REPORTS THE COUNTS.                                      05000005
050100*------------------------------------------------------------     05010001
050200 9000-TERMINATE.                                                  05020001
050300     CLOSE LETTER-FILE.                                           05030001
050400     CLOSE NEEDS-ADDRESS-QUEUE.                                   05040002
050500     IF WS-MASTER-OPEN                                            05050005
050600         CLOSE APPLICANT-MASTER                                   05060005
050700     END-IF.                                                      05070005
050800     MOVE WS-ACCEPT-COUNT TO WS-ACCEPT-COUNT-ED.                  05080001
050900     MOVE WS-DENIAL-COUNT TO WS-DENIAL-COUNT-ED.                  05090001
051000     MOVE WS-EXCP-COUNT   TO WS-EXCP-COUNT-ED.                    05100001
051100     MOVE WS-LETTER-COUNT TO WS-LETTER-COUNT-ED.                  05110001
051200     DISPLAY "HELLTRS - ACCEPTANCE LETTERS: "                     05120001
051300         WS-ACCEPT-COUNT-ED.                                      05130001
051400     DISPLAY "HELLTRS - DENIAL LETTERS: "                         05140001
051500         WS-DENIAL-COUNT-ED.                                      05150001
051600     DISPLAY "HELLTRS - COULD-NOT-PROCESS LETTERS: "              05160001
051700         WS-EXCP-COUNT-ED.                                        05170001
051800     DISPLAY "HELLTRS - TOTAL LETTERS WRITTEN: "                  05180001
051900         WS-LETTER-COUNT-ED.                                      05190001
052000     MOVE WS-NEEDS-ADDR-COUNT TO WS-NEEDS-ADDR-ED.                05200002
052100     DISPLAY "HELLTRS - KICKED TO NEEDS-ADDRESS QUEUE: "          05210002
052200         WS-NEEDS-ADDR-ED.                                        05220002
052300     MOVE WS-HELD-COUNT TO WS-HELD-ED.                            05230005
052400     DISPLAY "HELLTRS - HELD FOR RETURNED MAIL: "                 05240005
052500         WS-HELD-ED.                                              05250005
052600     MOVE WS-REQUEUED-COUNT TO WS-REQUEUED-ED.                    05260005
052700     DISPLAY "HELLTRS - RETURNED MAIL RE-QUEUED: "                05270005
052800         WS-REQUEUED-ED.                                          05280005
052900     MOVE WS-RECERT-COUNT TO WS-RECERT-ED.                        05290006
053000     DISPLAY "HELLTRS - RECERTIFICATION NOTICES: "                05300006
053100         WS-RECERT-ED.                                            05310006
053200     MOVE WS-LAPSE-COUNT TO WS-LAPSE-ED.                          05320006
053300     DISPLAY "HELLTRS - LAPSE LETTERS: "                          05330006
053400         WS-LAPSE-ED.                                             05340006
053500     MOVE WS-RUN-RC TO RETURN-CODE.                               05350007
053600 9000-EXIT.                                                       05360001
053700     EXIT.                                                        05370001
