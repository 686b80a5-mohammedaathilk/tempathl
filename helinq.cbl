002800*                THIS SESSION'S RUN ID (HI PREFIX), SO A          00280001
002900*                PHONE-DESK CHANGE TRACES EXACTLY THE WAY         00290001
003000*                HELWOR (HW) AND HELCORR (HC) CHANGES DO.         00300001
003010*10/15/2026 RJM  THE RECORD DISPLAY NOW NAMES THE BENEFIT         00301002
003020*                PROGRAM BY ITS CATALOG DESCRIPTION (HELPCAT)     00302002
003030*                ALONGSIDE THE CODE.                              00303002
003031*10/15/2026 RJM  THE SHARED SUPERVISOR CODE (SUPVPARM) IS         00303103
003032*                GONE.  THE SESSION NOW OPENS WITH A SIGN-ON      00303203
003033*                AGAINST THE OPERATOR SECURITY FILE THROUGH       00303303
003034*                HELOPER - THREE TRIES, THEN THE SESSION ENDS.    00303403
003035*                CORRECT NEEDS CORRECT AUTHORITY AND RETIRE       00303503
003036*                NEEDS RETIRE AUTHORITY, CHECKED FOR THE          00303603
003037*                SIGNED-ON OPERATOR AT EACH CHANGE, AND EVERY     00303703
003038*                AUDIT RECORD CARRIES THE OPERATOR ID.            00303803
003039*10/15/2026 RJM  ELIGIBILITY SPAN HISTORY.  A RETIREMENT IS       00303904
003040*                NOW POSTED TO THE SPAN HISTORY THROUGH           00304004
003041*                HELSPAN, AND A NEW FUNCTION A SHOWS THE          00304104
003042*                DETERMINATION AND TIER IN FORCE FOR AN           00304204
003043*                APPLICANT AND PROGRAM ON A KEYED DATE, WITH      00304304
003044*                THE SPAN THEY CAME FROM AND THE RUNS THAT        00304404
003045*                OPENED AND CLOSED IT.  INQUIRY AUTHORITY IS      00304504
003046*                ENOUGH.                                          00304604
003056*10/15/2026 RJM  THE RETURN CODE IS HELD IN WS-RUN-RC AND SET     00305605
003066*                LAST, SO A CALL CANNOT CLEAR IT.                 00306605
003100*----------------------------------------------------------       00310001
003200 ENVIRONMENT DIVISION.                                            00320001
003300 CONFIGURATION SECTION.                                           00330001
003900         RECORD KEY IS AM-REC-KEY                                 00390001
004000         FILE STATUS IS WS-MASTER-STATUS.                         00400001
004100                                                                  00410001
004600     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"                        00460001
004700         ORGANIZATION IS LINE SEQUENTIAL                          00470001
004800         FILE STATUS IS WS-AUDIT-LOG-STATUS.                      00480001
005700 FD  APPLICANT-MASTER.                                            00570001
005800 COPY APPLMREC.                                                   00580001
005900                                                                  00590001
006900*----------------------------------------------------------       00690001
007000*AUDIT-LOG - THE SHARED DETERMINATION LOG.  EVERY ONLINE          00700001
007100*CHANGE LANDS HERE WITH THE SESSION RUN ID.                       00710001
007500                                                                  00750001
007600 WORKING-STORAGE SECTION.                                         00760001
007700                                                                  00770001
007710*----------------------------------------------------------       00771002
007720*WS-PROG-CAT - THE CATALOG ENTRY FOR THE RECORD ON SHOW,          00772002
007730*AS RETURNED BY HELPCAT                                           00773002
007740*----------------------------------------------------------       00774002
007750 COPY PROGCAT.                                                    00775002
007760                                                                  00776002
007761*----------------------------------------------------------       00776103
007762*WS-OPER-PARM - THE HELOPER CHECK FOR THE SIGN-ON AND FOR         00776203
007763*EACH CHANGE                                                      00776303
007764*----------------------------------------------------------       00776403
007765 COPY OPERPARM.                                                   00776503
007766*----------------------------------------------------------       00776604
007767*WS-SPAN-PARM - THE HELSPAN CALL FOR A RETIREMENT AND FOR         00776704
007768*THE AS-OF INQUIRY                                                00776804
007769*----------------------------------------------------------       00776904
007770 COPY SPANPARM.                                                   00777004
007800*----------------------------------------------------------       00780001
007900*WS-DONE-SW - SET WHEN THE OPERATOR KEYS X TO END THE             00790001
008000*SESSION                                                          00800001
009200     88  WS-NOT-END-OF-BROWSE        VALUE 'N'.                   00920001
009300                                                                  00930001
009400*----------------------------------------------------------       00940001
009500*WS-AUTH-SW - WHETHER THE SIGNED-ON OPERATOR HOLDS THE            00950003
009600*AUTHORITY THE CURRENT CHANGE NEEDS                               00960003
009700*----------------------------------------------------------       00970001
009800 01  WS-AUTH-SW          PIC X(01)   VALUE 'N'.                   00980001
009900     88  WS-AUTHORIZED               VALUE 'Y'.                   00990001
010000     88  WS-NOT-AUTHORIZED           VALUE 'N'.                   01000001
010100                                                                  01010001
010101*----------------------------------------------------------       01010103
010102*WS-SIGNON-SW - SET ONCE AN OPERATOR HAS SIGNED ON.  NO           01010203
010103*SIGN-ON, NO SESSION.                                             01010303
010104*----------------------------------------------------------       01010403
010105 01  WS-SIGNON-SW        PIC X(01)   VALUE 'N'.                   01010503
010106     88  WS-SIGNED-ON                VALUE 'Y'.                   01010603
010107     88  WS-NOT-SIGNED-ON            VALUE 'N'.                   01010703
010150*----------------------------------------------------------       01015001
010160*WS-OPEN-SW - SET ONCE THE MASTER AND AUDIT LOG ARE OPEN,         01016001
010170*SO TERMINATION KNOWS WHETHER THERE IS ANYTHING TO CLOSE          01017001
010194 01  WS-AUDIT-ACTION     PIC X(16)   VALUE SPACES.                01019401
010195                                                                  01019501
010200 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               01020001
010400 01  WS-AUDIT-LOG-STATUS  PIC X(02)   VALUE SPACES.               01040001
010500                                                                  01050001
010600*----------------------------------------------------------       01060001
011100     88  WS-FUNC-BROWSE              VALUE "B".                   01110001
011200     88  WS-FUNC-CORRECT             VALUE "C".                   01120001
011300     88  WS-FUNC-RETIRE              VALUE "R".                   01130001
011310     88  WS-FUNC-AS-OF               VALUE "A".                   01131004
011400     88  WS-FUNC-EXIT                VALUE "X".                   01140001
011500                                                                  01150001
011600*----------------------------------------------------------       01160001
011700*WS-SIGNON-ID - THE OPERATOR SIGNED ON FOR THIS SESSION,          01170003
011800*CARRIED ON EVERY AUDIT RECORD IT WRITES                          01180003
011900*----------------------------------------------------------       01190001
012000 01  WS-SIGNON-ID        PIC X(08)   VALUE SPACES.                01200003
012200                                                                  01220001
012300*----------------------------------------------------------       01230001
012400*OPERATOR-KEYED SEARCH AND CHANGE VALUES                          01240001
012700 01  WS-KEY-PROGRAM      PIC X(03)   VALUE SPACES.                01270001
012800 01  WS-BROWSE-NAME      PIC X(30)   VALUE SPACES.                01280001
012900 01  WS-NEW-NAME         PIC X(30)   VALUE SPACES.                01290001
012910 01  WS-KEY-AS-OF        PIC X(08)   VALUE SPACES.                01291004
012920 01  WS-AS-OF-DATE REDEFINES WS-KEY-AS-OF                         01292004
012930                         PIC 9(08).                               01293004
013000                                                                  01300001
013100*----------------------------------------------------------       01310001
013200*WS-RUN-ID - UNIQUE STAMP FOR THIS SESSION, CARRIED ON            01320001
014700 77  WS-SHOWN-COUNT       PIC 9(05) COMP     VALUE ZERO.          01470001
014800 77  WS-BROWSE-LIMIT      PIC 9(05) COMP     VALUE 20.            01480001
014900 77  WS-CHANGE-COUNT      PIC 9(05) COMP     VALUE ZERO.          01490001
014910 77  WS-SIGNON-TRIES      PIC 9(03) COMP     VALUE ZERO.          01491003
014920 77  WS-SIGNON-LIMIT      PIC 9(03) COMP     VALUE 3.             01492003
015000 77  WS-CHANGE-COUNT-ED   PIC ZZZZ9.                              01500001
015010                                                                  01501005
015020*------------------------------------------------------------     01502005
015030*WS-RUN-RC - THE RETURN CODE THE SESSION WILL END WITH, HELD      01503005
015040*APART FROM RETURN-CODE BECAUSE EVERY CALL SETS THAT AFRESH       01504005
015050*------------------------------------------------------------     01505005
015060 77  WS-RUN-RC            PIC 9(02)          VALUE ZERO.          01506005
015100*                                                                 01510001
015200 PROCEDURE DIVISION.                                              01520001
015300*============================================================     01530001
016300*                                                                 01630001
016400*------------------------------------------------------------     01640001
016500*1000-INITIALIZE                                                  01650001
016600*    STAMPS THE SESSION RUN ID, SIGNS THE OPERATOR ON,            01660003
016700*    AND OPENS THE MASTER AND THE AUDIT LOG.  NO SIGN-ON          01670003
016800*    OR NO MASTER, NO SESSION.                                    01680003
016900*------------------------------------------------------------     01690001
017000 1000-INITIALIZE.                                                 01700001
017100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     01710001
017300     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            01730001
017400     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            01740001
017500     DISPLAY "HELINQ - SESSION ID " WS-RUN-ID.                    01750001
017600     PERFORM 1100-SIGN-ON THRU 1100-EXIT.                         01760003
017610     IF WS-NOT-SIGNED-ON                                          01761003
017620         MOVE 8 TO WS-RUN-RC                                      01762005
017630         SET WS-SESSION-DONE TO TRUE                              01763003
017640         GO TO 1000-EXIT                                          01764003
017650     END-IF.                                                      01765003
017700     OPEN I-O APPLICANT-MASTER.                                   01770001
017800     IF WS-MASTER-STATUS NOT = "00"                               01780001
017900         DISPLAY "HELINQ - APPLICANT MASTER UNAVAILABLE, "        01790001
018000             "STATUS " WS-MASTER-STATUS                           01800001
018100         MOVE 8 TO WS-RUN-RC                                      01810005
018200         SET WS-SESSION-DONE TO TRUE                              01820001
018300         GO TO 1000-EXIT                                          01830001
018400     END-IF.                                                      01840001
018700     EXIT.                                                        01870001
018800*                                                                 01880001
018900*------------------------------------------------------------     01890001
018910*1100-SIGN-ON                                                     01891003
018920*    TAKES THE OPERATOR ID AND CHECKS IT AGAINST THE              01892003
018930*    SECURITY FILE THROUGH HELOPER.  THE OPERATOR MUST BE         01893003
018940*    ON FILE AND ACTIVE; INQUIRY AUTHORITY IS ENOUGH TO           01894003
018950*    SIGN ON.  THREE TRIES, THEN THE SESSION ENDS.  NO            01895003
018960*    SECURITY FILE MEANS NOBODY SIGNS ON, SO THERE IS NO          01896003
018970*    POINT ASKING AGAIN.                                          01897003
018980*------------------------------------------------------------     01898003
018990 1100-SIGN-ON.                                                    01899003
019000     MOVE ZERO TO WS-SIGNON-TRIES.                                01900003
019010     PERFORM 1110-TRY-SIGN-ON THRU 1110-EXIT                      01901003
019020         UNTIL WS-SIGNED-ON                                       01902003
019030            OR WS-SIGNON-TRIES NOT < WS-SIGNON-LIMIT              01903003
019040            OR WS-OP-NO-SECURITY-FILE.                            01904003
019050     IF WS-NOT-SIGNED-ON                                          01905003
019060         DISPLAY "HELINQ - SIGN-ON FAILED - SESSION ENDED"        01906003
019070     END-IF.                                                      01907003
019080 1100-EXIT.                                                       01908003
019090     EXIT.                                                        01909003
019100*                                                                 01910003
019110*------------------------------------------------------------     01911003
019120*1110-TRY-SIGN-ON                                                 01912003
019130*    ONE SIGN-ON ATTEMPT.                                         01913003
019140*------------------------------------------------------------     01914003
019150 1110-TRY-SIGN-ON.                                                01915003
019160     ADD 1 TO WS-SIGNON-TRIES.                                    01916003
019170     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.                   01917003
019180     ACCEPT WS-SIGNON-ID.                                         01918003
019190     MOVE WS-SIGNON-ID TO WS-OP-OPERATOR.                         01919003
019200     SET WS-OP-NEED-INQUIRY TO TRUE.                              01920003
019210     CALL "HELOPER" USING WS-OPER-PARM.                           01921003
019220     IF WS-OP-AUTHORIZED                                          01922003
019230         SET WS-SIGNED-ON TO TRUE                                 01923003
019240         DISPLAY "HELINQ - SIGNED ON " WS-SIGNON-ID " "           01924003
019250             WS-OP-NAME                                           01925003
019260     ELSE                                                         01926003
019270         DISPLAY "HELINQ - SIGN-ON REFUSED - " WS-OP-REASON       01927003
019280     END-IF.                                                      01928003
019290 1110-EXIT.                                                       01929003
019300     EXIT.                                                        01930003
020800*                                                                 02080001
020900*------------------------------------------------------------     02090001
021000*1250-OPEN-AUDIT-LOG                                              02100001
022600*------------------------------------------------------------     02260001
022700 2000-WORK-ONE-REQUEST.                                           02270001
022800     DISPLAY " ".                                                 02280001
022900     DISPLAY "HELINQ - I=INQUIRY  B=BROWSE BY NAME  A=AS OF".     02290004
023000     DISPLAY "         C=CORRECT NAME  R=RETIRE  X=EXIT".         02300001
023100     DISPLAY "FUNCTION: " WITH NO ADVANCING.                      02310001
023200     ACCEPT WS-FUNCTION.                                          02320001
023600         PERFORM 3000-INQUIRY THRU 3000-EXIT                      02360001
023700     ELSE IF WS-FUNC-BROWSE                                       02370001
023800         PERFORM 4000-BROWSE-BY-NAME THRU 4000-EXIT               02380001
023810     ELSE IF WS-FUNC-AS-OF                                        02381004
023820         PERFORM 3500-AS-OF-INQUIRY THRU 3500-EXIT                02382004
023900     ELSE IF WS-FUNC-CORRECT                                      02390001
024000         PERFORM 5000-CORRECT-NAME THRU 5000-EXIT                 02400001
024100     ELSE IF WS-FUNC-RETIRE                                       02410001
024200         PERFORM 6000-RETIRE-RECORD THRU 6000-EXIT                02420001
024300     ELSE                                                         02430001
024400         DISPLAY "HELINQ - FUNCTION MUST BE I, B, A, C, R, "      02440004
024500             "OR X"                                               02450001
024600     END-IF.                                                      02460001
024700 2000-EXIT.                                                       02470001
027200*    DISPLAYS THE MASTER RECORD IN HAND.                          02720001
027300*------------------------------------------------------------     02730001
027400 2200-SHOW-RECORD.                                                02740001
027410     CALL "HELPCAT" USING AM-PROGRAM, WS-PROG-CAT.                02741002
027420     DISPLAY "ID: " AM-APPL-ID "  PROGRAM: " AM-PROGRAM           02742002
027430         " " WS-PC-DESCRIPTION.                                   02743002
027600     DISPLAY "NAME: " AM-NAME.                                    02760001
027700     DISPLAY "DETERMINATION: " AM-DETERMINATION                   02770001
027800         "  TIER: " AM-TIER.                                      02780001
028300*                                                                 02830001
028400*------------------------------------------------------------     02840001
028500*2300-CHECK-AUTHORITY                                             02850001
028600*    CHECKS THE SIGNED-ON OPERATOR AGAINST THE SECURITY           02860003
028700*    FILE FOR THE AUTHORITY THE CALLER HAS PUT IN                 02870003
028800*    WS-OP-NEED-LEVEL - CORRECT FOR A NAME CORRECTION,            02880003
028900*    RETIRE FOR A RETIREMENT.                                     02890003
029000*------------------------------------------------------------     02900001
029100 2300-CHECK-AUTHORITY.                                            02910001
029200     SET WS-NOT-AUTHORIZED TO TRUE.                               02920001
029300     MOVE WS-SIGNON-ID TO WS-OP-OPERATOR.                         02930003
029400     CALL "HELOPER" USING WS-OPER-PARM.                           02940003
029500     IF WS-OP-AUTHORIZED                                          02950003
029600         SET WS-AUTHORIZED TO TRUE                                02960003
029700     ELSE                                                         02970003
029800         DISPLAY "HELINQ - " WS-OP-REASON " - CHANGE "            02980003
029900             "REFUSED"                                            02990003
030000     END-IF.                                                      03000003
030600 2300-EXIT.                                                       03060001
030700     EXIT.                                                        03070001
030800*                                                                 03080001
031900 3000-EXIT.                                                       03190001
032000     EXIT.                                                        03200001
032100*                                                                 03210001
032101*------------------------------------------------------------     03210104
032102*3500-AS-OF-INQUIRY                                               03210204
032103*    KEYS IN ON ONE APPLICANT AND PROGRAM, TAKES A DATE, AND      03210304
032104*    SHOWS THE DETERMINATION AND TIER IN FORCE ON THAT DATE       03210404
032105*    FROM THE SPAN HISTORY (HELSPAN).  A DATE BEFORE THE          03210504
032106*    APPLICANT'S FIRST SPAN HAS NO ANSWER.                        03210604
032107*------------------------------------------------------------     03210704
032108 3500-AS-OF-INQUIRY.                                              03210804
032109     PERFORM 2100-ACCEPT-KEY THRU 2100-EXIT.                      03210904
032110     IF WS-MASTER-STATUS NOT = "00"                               03211004
032111         GO TO 3500-EXIT                                          03211104
032112     END-IF.                                                      03211204
032113     DISPLAY "AS OF DATE (YYYYMMDD): " WITH NO ADVANCING.         03211304
032114     ACCEPT WS-KEY-AS-OF.                                         03211404
032115     IF WS-KEY-AS-OF IS NOT NUMERIC                               03211504
032116        OR WS-AS-OF-DATE = ZERO                                   03211604
032117         DISPLAY "HELINQ - DATE MUST BE YYYYMMDD"                 03211704
032118         GO TO 3500-EXIT                                          03211804
032119     END-IF.                                                      03211904
032120     SET WS-SH-AS-OF    TO TRUE.                                  03212004
032121     MOVE AM-APPL-ID    TO WS-SH-APPL-ID.                         03212104
032122     MOVE AM-PROGRAM    TO WS-SH-PROGRAM.                         03212204
032123     MOVE WS-AS-OF-DATE TO WS-SH-DATE.                            03212304
032124     CALL "HELSPAN" USING WS-SPAN-PARM.                           03212404
032125     IF WS-SH-FILE-ERROR                                          03212504
032126         DISPLAY "HELINQ - SPAN HISTORY UNAVAILABLE, STATUS "     03212604
032127             WS-SH-FILE-STATUS                                    03212704
032128         MOVE 8 TO WS-RUN-RC                                      03212805
032129         GO TO 3500-EXIT                                          03212904
032130     END-IF.                                                      03213004
032131     IF WS-SH-NOT-FOUND                                           03213104
032132         DISPLAY "HELINQ - NO SPAN ON FILE FOR " AM-APPL-ID       03213204
032133             " " AM-PROGRAM " AS OF " WS-AS-OF-DATE               03213304
032134         GO TO 3500-EXIT                                          03213404
032135     END-IF.                                                      03213504
032136     DISPLAY "ID: " AM-APPL-ID "  PROGRAM: " AM-PROGRAM           03213604
032137         "  AS OF: " WS-AS-OF-DATE.                               03213704
032138     DISPLAY "DETERMINATION: " WS-SH-DETERMINATION                03213804
032139         "  TIER: " WS-SH-TIER.                                   03213904
032140     IF WS-SH-END-DATE = ZERO                                     03214004
032141         DISPLAY "SPAN FROM: " WS-SH-START-DATE                   03214104
032142             "  STILL IN FORCE"                                   03214204
032143     ELSE                                                         03214304
032144         DISPLAY "SPAN FROM: " WS-SH-START-DATE                   03214404
032145             "  UNTIL: " WS-SH-END-DATE                           03214504
032146     END-IF.                                                      03214604
032147     DISPLAY "OPENED BY: " WS-SH-OPEN-RUN-ID                      03214704
032148         "  CLOSED BY: " WS-SH-CLOSE-RUN-ID.                      03214804
032149 3500-EXIT.                                                       03214904
032150     EXIT.                                                        03215004
032151*                                                                 03215104
032200*------------------------------------------------------------     03220001
032300*4000-BROWSE-BY-NAME                                              03230001
032400*    TAKES A PARTIAL NAME AND WALKS THE WHOLE MASTER,             03240001
040200*    RECORD AND LOGS THE CHANGE.                                  04020001
040300*------------------------------------------------------------     04030001
040400 5000-CORRECT-NAME.                                               04040001
040410     SET WS-OP-NEED-CORRECT TO TRUE.                              04041003
040500     PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT.                 04050001
040600     IF WS-NOT-AUTHORIZED                                         04060001
040700         GO TO 5000-EXIT                                          04070001
042300     IF WS-MASTER-STATUS NOT = "00"                               04230001
042400         DISPLAY "HELINQ - REWRITE FAILED, STATUS "               04240001
042500             WS-MASTER-STATUS                                     04250001
042600         MOVE 8 TO WS-RUN-RC                                      04260005
042700         GO TO 5000-EXIT                                          04270001
042800     END-IF.                                                      04280001
042900     MOVE "NAME CORRECTED" TO WS-AUDIT-ACTION.                    04290001
044000*    CYCLE LEAVES A RETIRED DETERMINATION ALONE.                  04400001
044100*------------------------------------------------------------     04410001
044200 6000-RETIRE-RECORD.                                              04420001
044210     SET WS-OP-NEED-RETIRE TO TRUE.                               04421003
044300     PERFORM 2300-CHECK-AUTHORITY THRU 2300-EXIT.                 04430001
044400     IF WS-NOT-AUTHORIZED                                         04440001
044500         GO TO 6000-EXIT                                          04450001
045500     IF WS-MASTER-STATUS NOT = "00"                               04550001
045600         DISPLAY "HELINQ - REWRITE FAILED, STATUS "               04560001
045700             WS-MASTER-STATUS                                     04570001
045800         MOVE 8 TO WS-RUN-RC                                      04580005
045900         GO TO 6000-EXIT                                          04590001
046000     END-IF.                                                      04600001
046010     PERFORM 6100-POST-SPAN THRU 6100-EXIT.                       04601004
046100     MOVE "RETIRED" TO WS-AUDIT-ACTION.                           04610001
046200     PERFORM 7000-WRITE-AUDIT-LOG THRU 7000-EXIT.                 04620001
046300     ADD 1 TO WS-CHANGE-COUNT.                                    04630001
046500 6000-EXIT.                                                       04650001
046600     EXIT.                                                        04660001
046700*                                                                 04670001
046701*------------------------------------------------------------     04670104
046702*6100-POST-SPAN                                                   04670204
046703*    POSTS THE RETIREMENT TO THE SPAN HISTORY.  HELSPAN           04670304
046704*    CLOSES THE SPAN IN FORCE AND OPENS A RETIRED ONE.  THE       04670404
046705*    MASTER IS ALREADY REWRITTEN, SO A FAILURE HERE IS            04670504
046706*    REPORTED AND THE RETIREMENT STANDS.                          04670604
046707*------------------------------------------------------------     04670704
046708 6100-POST-SPAN.                                                  04670804
046709     SET WS-SH-POST          TO TRUE.                             04670904
046710     MOVE AM-APPL-ID         TO WS-SH-APPL-ID.                    04671004
046711     MOVE AM-PROGRAM         TO WS-SH-PROGRAM.                    04671104
046712     MOVE AM-LAST-DATE       TO WS-SH-DATE.                       04671204
046713     MOVE AM-DETERMINATION   TO WS-SH-DETERMINATION.              04671304
046714     MOVE AM-TIER            TO WS-SH-TIER.                       04671404
046715     MOVE WS-RUN-ID          TO WS-SH-RUN-ID.                     04671504
046716     CALL "HELSPAN" USING WS-SPAN-PARM.                           04671604
046717     IF WS-SH-FILE-ERROR                                          04671704
046718         DISPLAY "HELINQ - SPAN HISTORY UPDATE FAILED, STATUS "   04671804
046719             WS-SH-FILE-STATUS                                    04671904
046720         MOVE 8 TO WS-RUN-RC                                      04672005
046721     END-IF.                                                      04672104
046722 6100-EXIT.                                                       04672204
046723     EXIT.                                                        04672304
046724*                                                                 04672404
046800*------------------------------------------------------------     04680001
047000*7000-WRITE-AUDIT-LOG                                             04700001
047100*    APPENDS ONE RECORD TO THE SHARED AUDIT LOG FOR THE           04710001
048800     MOVE AM-TIER       TO AL-TIER.                               04880001
048900     MOVE ZERO          TO AL-AGE-LIMIT.                          04890001
049000     MOVE ZERO          TO AL-RULE-EFF.                           04900001
049010     MOVE WS-SIGNON-ID  TO AL-OPERATOR.                           04901003
049100     WRITE AL-LOG-RECORD.                                         04910001
049200     IF WS-AUDIT-LOG-STATUS NOT = "00"                            04920001
049300         DISPLAY "HELINQ - AUDIT WRITE FAILED, STATUS "           04930001
049400             WS-AUDIT-LOG-STATUS                                  04940001
049500         MOVE 8 TO WS-RUN-RC                                      04950005
049600     END-IF.                                                      04960001
049700 7000-EXIT.                                                       04970001
049800     EXIT.                                                        04980001
050500     IF WS-FILES-OPEN                                             05050001
050700         CLOSE APPLICANT-MASTER                                   05070001
050800         CLOSE AUDIT-LOG                                          05080001
050810         SET WS-SH-CLOSE TO TRUE                                  05081005
050820         CALL "HELSPAN" USING WS-SPAN-PARM                        05082005
050900     END-IF.                                                      05090001
051000     MOVE WS-CHANGE-COUNT TO WS-CHANGE-COUNT-ED.                  05100001
051100     DISPLAY "HELINQ - CHANGES APPLIED THIS SESSION: "            05110001
051200         WS-CHANGE-COUNT-ED.                                      05120001
051300     DISPLAY "HELINQ - SESSION ID " WS-RUN-ID.                    05130001
051310     IF WS-SIGNED-ON                                              05131003
051320         DISPLAY "HELINQ - OPERATOR " WS-SIGNON-ID                05132003
051330     END-IF.                                                      05133003
051340     MOVE WS-RUN-RC TO RETURN-CODE.                               05134005
051400 9000-EXIT.                                                       05140001
051500     EXIT.                                                        05150001
