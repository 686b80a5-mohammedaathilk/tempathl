000100*----------------------------------------------------------       00010001
000200*HELRMAIL - RETURNED-MAIL LOAD                                    00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELRMAIL.                                            00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  LETTERS THE POST OFFICE       00140001
001500*                COULD NOT DELIVER CAME BACK TO THE MAIL          00150001
001600*                HOUSE AND STOPPED THERE - HELLTRS KEPT           00160001
001700*                PRINTING TO THE SAME DEAD ADDRESS NIGHT          00170001
001800*                AFTER NIGHT.  THIS RUN LOADS THE MAIL            00180001
001900*                HOUSE'S RETURNED-MAIL FILE: EACH RETURN          00190001
002000*                FLAGS THE APPLICANT'S MASTER ADDRESS             00200001
002100*                UNDELIVERABLE WITH THE DATE AND REASON           00210001
002200*                CODE, IS LOGGED TO THE SHARED AUDIT LOG          00220001
002300*                UNDER THIS RUN'S ID (HM PREFIX), PUTS THE        00230001
002400*                APPLICANT ON THE NEEDS-ADDRESS QUEUE, AND        00240001
002500*                IS KEPT ON THE RETURN HISTORY FOR THE            00250001
002600*                WEEKLY HELRMRPT REPORT.  HELLTRS HOLDS THE       00260001
002700*                APPLICANT'S LETTERS WHILE THE FLAG IS SET.       00270001
002800*                THE DETERMINATION AND ITS LAST DATE ARE          00280001
002900*                NOT TOUCHED.                                     00290001
002910*10/15/2026 RJM  THE AUDIT RECORD NOW CARRIES AN OPERATOR ID.     00291002
002920*                A BATCH CHANGE HAS NO PERSON BEHIND IT, SO THIS  00292002
002930*                RUN STAMPS ITS OWN PROGRAM NAME THERE.           00293002
002940*10/15/2026 RJM  THE AUDIT LOG AND NEEDS-ADDRESS QUEUE OPENS      00294003
002950*                AND WRITES ARE NOW CHECKED LIKE THE RETURN       00295003
002960*                HISTORY'S.  A LOST "MAIL RETURNED" ENTRY WOULD   00296003
002970*                LEAVE THE FLAG OUT OF A ROLL-FORWARD.            00297003
003000*----------------------------------------------------------       00300001
003100 ENVIRONMENT DIVISION.                                            00310001
003200 CONFIGURATION SECTION.                                           00320001
003300 INPUT-OUTPUT SECTION.                                            00330001
003400 FILE-CONTROL.                                                    00340001
003500     SELECT RETURNED-MAIL-FILE ASSIGN TO "RETMAIL"                00350001
003600         ORGANIZATION IS LINE SEQUENTIAL                          00360001
003700         FILE STATUS IS WS-RETMAIL-STATUS.                        00370001
003800                                                                  00380001
003900     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00390001
004000         ORGANIZATION IS INDEXED                                  00400001
004100         ACCESS MODE IS RANDOM                                    00410001
004200         RECORD KEY IS AM-REC-KEY                                 00420001
004300         FILE STATUS IS WS-MASTER-STATUS.                         00430001
004400                                                                  00440001
004500     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"                        00450001
004600         ORGANIZATION IS LINE SEQUENTIAL                          00460001
004700         FILE STATUS IS WS-AUDIT-LOG-STATUS.                      00470001
004800                                                                  00480001
004900     SELECT NEEDS-ADDRESS-QUEUE ASSIGN TO "NEEDSADR"              00490001
005000         ORGANIZATION IS LINE SEQUENTIAL                          00500001
005100         FILE STATUS IS WS-NEEDSADR-STATUS.                       00510001
005200                                                                  00520001
005300     SELECT RETURN-HISTORY ASSIGN TO "RETHIST"                    00530001
005400         ORGANIZATION IS LINE SEQUENTIAL                          00540001
005500         FILE STATUS IS WS-RETHIST-STATUS.                        00550001
005600                                                                  00560001
005700 DATA DIVISION.                                                   00570001
005800 FILE SECTION.                                                    00580001
005900*----------------------------------------------------------       00590001
006000*RETURNED-MAIL-FILE - ONE RECORD PER UNDELIVERABLE LETTER         00600001
006100*FROM THE MAIL HOUSE: THE APPLICANT ID AND PROGRAM PRINTED        00610001
006200*ON THE LETTER, THE DATE IT CAME BACK, AND THE MAIL               00620001
006300*HOUSE'S TWO-CHARACTER REASON CODE                                00630001
006400*----------------------------------------------------------       00640001
006500 FD  RETURNED-MAIL-FILE.                                          00650001
006600 01  RM-RETURN-RECORD.                                            00660001
006700     05  RM-APPL-ID          PIC X(10).                           00670001
006800     05  FILLER              PIC X(01).                           00680001
006900     05  RM-PROGRAM          PIC X(03).                           00690001
007000     05  FILLER              PIC X(01).                           00700001
007100     05  RM-RETURN-DATE      PIC 9(08).                           00710001
007200     05  FILLER              PIC X(01).                           00720001
007300     05  RM-REASON           PIC X(02).                           00730001
007400                                                                  00740001
007500*----------------------------------------------------------       00750001
007600*APPLICANT-MASTER - THE PERMANENT PER-APPLICANT-AND-              00760001
007700*PROGRAM RECORD.  ONLY THE RETURNED-MAIL FLAG IS CHANGED.         00770001
007800*----------------------------------------------------------       00780001
007900 FD  APPLICANT-MASTER.                                            00790001
008000 COPY APPLMREC.                                                   00800001
008100                                                                  00810001
008200*----------------------------------------------------------       00820001
008300*AUDIT-LOG - THE SHARED LOG.  EVERY RETURN APPLIED IS             00830001
008400*LOGGED AS "MAIL RETURNED" SO THE FLAG TRACES TO ITS RUN.         00840001
008500*----------------------------------------------------------       00850001
008600 FD  AUDIT-LOG.                                                   00860001
008700 COPY AUDLREC.                                                    00870001
008800                                                                  00880001
008900*----------------------------------------------------------       00890001
009000*NEEDS-ADDRESS-QUEUE - THE ELIGIBILITY UNIT'S WORK QUEUE          00900001
009100*OF APPLICANTS WITH NO MAILABLE ADDRESS, APPENDED HERE            00910001
009200*AND REBUILT BY HELLTRS                                           00920001
009300*----------------------------------------------------------       00930001
009400 FD  NEEDS-ADDRESS-QUEUE.                                         00940001
009500 COPY NADRREC.                                                    00950001
009600                                                                  00960001
009700*----------------------------------------------------------       00970001
009800*RETURN-HISTORY - THE PERMANENT RECORD OF EVERY RETURN            00980001
009900*APPLIED, READ BY HELRMRPT                                        00990001
010000*----------------------------------------------------------       01000001
010100 FD  RETURN-HISTORY.                                              01010001
010200 COPY RETHREC.                                                    01020001
010300                                                                  01030001
010400 WORKING-STORAGE SECTION.                                         01040001
010500                                                                  01050001
010600*----------------------------------------------------------       01060001
010700*WS-EOF-SW - SET WHEN RETURNED-MAIL-FILE IS EXHAUSTED             01070001
010800*----------------------------------------------------------       01080001
010900 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01090001
011000     88  WS-END-OF-FILE              VALUE 'Y'.                   01100001
011100     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01110001
011200                                                                  01120001
011300*----------------------------------------------------------       01130001
011400*WS-MASTER-DOWN-SW - SET WHEN APPLICANT-MASTER CANNOT BE          01140001
011500*OPENED.  THERE IS NOTHING TO FLAG, SO NOTHING ELSE OPENS.        01150001
011600*----------------------------------------------------------       01160001
011700 01  WS-MASTER-DOWN-SW    PIC X(01)   VALUE 'N'.                  01170001
011800     88  WS-MASTER-DOWN               VALUE 'Y'.                  01180001
011900     88  WS-MASTER-UP                 VALUE 'N'.                  01190001
012000                                                                  01200001
012100*----------------------------------------------------------       01210001
012200*WS-PRIOR-FLAG-SW - WHETHER THE MASTER WAS ALREADY FLAGGED        01220001
012300*BEFORE THIS RETURN.  AN ALREADY-FLAGGED APPLICANT IS             01230001
012400*ALREADY ON THE NEEDS-ADDRESS QUEUE.                              01240001
012500*----------------------------------------------------------       01250001
012600 01  WS-PRIOR-FLAG-SW     PIC X(01)   VALUE 'N'.                  01260001
012700     88  WS-WAS-FLAGGED               VALUE 'Y'.                  01270001
012800     88  WS-WAS-NOT-FLAGGED           VALUE 'N'.                  01280001
012900                                                                  01290001
013000 01  WS-RETMAIL-STATUS    PIC X(02)   VALUE SPACES.               01300001
013100 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               01310001
013200 01  WS-AUDIT-LOG-STATUS  PIC X(02)   VALUE SPACES.               01320001
013300 01  WS-NEEDSADR-STATUS   PIC X(02)   VALUE SPACES.               01330001
013400 01  WS-RETHIST-STATUS    PIC X(02)   VALUE SPACES.               01340001
013500 01  WS-REJECT-REASON     PIC X(20)   VALUE SPACES.               01350001
013600                                                                  01360001
013700*----------------------------------------------------------       01370001
013800*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       01380001
013900*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          01390001
014000*----------------------------------------------------------       01400001
014100 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               01410001
014200 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               01420001
014300                                                                  01430001
014400*----------------------------------------------------------       01440001
014500*WS-RUN-ID - UNIQUE STAMP FOR THIS LOAD, CARRIED ON THE           01450001
014600*SHARED AUDIT LOG AND THE RETURN HISTORY - HM PREFIX              01460001
014700*----------------------------------------------------------       01470001
014800 01  WS-RUN-ID.                                                   01480001
014900     05  FILLER           PIC X(02)   VALUE "HM".                 01490001
015000     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 01500001
015100     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 01510001
015200 01  WS-TIME-WORK.                                                01520001
015300     05  WS-TW-HHMMSS     PIC 9(06).                              01530001
015400     05  FILLER           PIC 9(02).                              01540001
015500                                                                  01550001
015600 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          01560001
015700 77  WS-READ-COUNT        PIC 9(05) COMP     VALUE ZERO.          01570001
015800 77  WS-FLAGGED-COUNT     PIC 9(05) COMP     VALUE ZERO.          01580001
015900 77  WS-QUEUED-COUNT      PIC 9(05) COMP     VALUE ZERO.          01590001
016000 77  WS-REPEAT-COUNT      PIC 9(05) COMP     VALUE ZERO.          01600001
016100 77  WS-REJECT-COUNT      PIC 9(05) COMP     VALUE ZERO.          01610001
016200 77  WS-READ-ED           PIC ZZZZ9.                              01620001
016300 77  WS-FLAGGED-ED        PIC ZZZZ9.                              01630001
016400 77  WS-QUEUED-ED         PIC ZZZZ9.                              01640001
016500 77  WS-REPEAT-ED         PIC ZZZZ9.                              01650001
016600 77  WS-REJECT-ED         PIC ZZZZ9.                              01660001
016700*                                                                 01670001
016800 PROCEDURE DIVISION.                                              01680001
016900*============================================================     01690001
017000*0000-MAINLINE                                                    01700001
017100*    APPLIES EVERY RETURN ON THE MAIL HOUSE FILE TO THE           01710001
017200*    MASTER AND REPORTS THE COUNTS.                               01720001
017300*============================================================     01730001
017400 0000-MAINLINE.                                                   01740001
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01750001
017600     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT                   01760001
017700         UNTIL WS-END-OF-FILE.                                    01770001
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01780001
017900     GOBACK.                                                      01790001
018000*                                                                 01800001
018100*------------------------------------------------------------     01810001
018200*1000-INITIALIZE                                                  01820001
018300*    STAMPS THE RUN ID AND OPENS THE FILES.  NO MASTER,           01830001
018400*    NOTHING TO FLAG - RC 8.  NO RETURNED-MAIL FILE SIMPLY        01840001
018500*    MEANS NOTHING CAME BACK.                                     01850001
018600*------------------------------------------------------------     01860001
018700 1000-INITIALIZE.                                                 01870001
018800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     01880001
018900     ACCEPT WS-TIME-WORK FROM TIME.                               01890001
019000     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            01900001
019100     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            01910001
019200     DISPLAY "HELRMAIL - RUN ID " WS-RUN-ID.                      01920001
019300     OPEN I-O APPLICANT-MASTER.                                   01930001
019400     IF WS-MASTER-STATUS NOT = "00"                               01940001
019500         DISPLAY "HELRMAIL - APPLICANT MASTER UNAVAILABLE, "      01950001
019600             "STATUS " WS-MASTER-STATUS                           01960001
019700         SET WS-MASTER-DOWN TO TRUE                               01970001
019800         SET WS-END-OF-FILE TO TRUE                               01980001
019900         MOVE 8 TO RETURN-CODE                                    01990001
020000         GO TO 1000-EXIT                                          02000001
020100     END-IF.                                                      02010001
020200     OPEN EXTEND AUDIT-LOG.                                       02020001
020300     IF WS-AUDIT-LOG-STATUS = "35"                                02030001
020400         OPEN OUTPUT AUDIT-LOG                                    02040001
020500     END-IF.                                                      02050001
020510     PERFORM 9530-CHECK-AUDITLOG THRU 9530-EXIT.                  02051003
020600     OPEN EXTEND NEEDS-ADDRESS-QUEUE.                             02060001
020700     IF WS-NEEDSADR-STATUS = "35"                                 02070001
020800         OPEN OUTPUT NEEDS-ADDRESS-QUEUE                          02080001
020900     END-IF.                                                      02090001
020910     PERFORM 9540-CHECK-NEEDSADR THRU 9540-EXIT.                  02091003
021000     OPEN EXTEND RETURN-HISTORY.                                  02100001
021100     IF WS-RETHIST-STATUS = "35"                                  02110001
021200         OPEN OUTPUT RETURN-HISTORY                               02120001
021300     END-IF.                                                      02130001
021400     PERFORM 9520-CHECK-RETHIST THRU 9520-EXIT.                   02140001
021500     OPEN INPUT RETURNED-MAIL-FILE.                               02150001
021600     IF WS-RETMAIL-STATUS NOT = "00"                              02160001
021700         DISPLAY "HELRMAIL - NO RETURNED-MAIL FILE, STATUS "      02170001
021800             WS-RETMAIL-STATUS " - NOTHING LOADED"                02180001
021900         SET WS-END-OF-FILE TO TRUE                               02190001
022000     END-IF.                                                      02200001
022100 1000-EXIT.                                                       02210001
022200     EXIT.                                                        02220001
022300*                                                                 02230001
022400*------------------------------------------------------------     02240001
022500*2000-PROCESS-RETURN                                              02250001
022600*    READS ONE RETURN AND FLAGS THE MASTER RECORD IT NAMES.       02260001
022700*    A RECORD THAT CANNOT BE MATCHED IS REJECTED TO THE           02270001
022800*    CONSOLE.  THE SAME RETURN SENT TWICE IS COUNTED AND          02280001
022900*    OTHERWISE IGNORED.                                           02290001
023000*------------------------------------------------------------     02300001
023100 2000-PROCESS-RETURN.                                             02310001
023200     READ RETURNED-MAIL-FILE                                      02320001
023300         AT END                                                   02330001
023400             SET WS-END-OF-FILE TO TRUE                           02340001
023500             GO TO 2000-EXIT                                      02350001
023600     END-READ.                                                    02360001
023700     ADD 1 TO WS-READ-COUNT.                                      02370001
023800     IF RM-APPL-ID = SPACES                                       02380001
023900        OR RM-PROGRAM = SPACES                                    02390001
024000        OR RM-RETURN-DATE NOT NUMERIC                             02400001
024100        OR RM-REASON = SPACES                                     02410001
024200         MOVE "INVALID RETURN"   TO WS-REJECT-REASON              02420001
024300         PERFORM 2900-REJECT-RETURN THRU 2900-EXIT                02430001
024400         GO TO 2000-EXIT                                          02440001
024500     END-IF.                                                      02450001
024600     MOVE RM-APPL-ID TO AM-APPL-ID.                               02460001
024700     MOVE RM-PROGRAM TO AM-PROGRAM.                               02470001
024800     READ APPLICANT-MASTER.                                       02480001
024900     IF WS-MASTER-STATUS = "23"                                   02490001
025000         MOVE "NOT ON MASTER"    TO WS-REJECT-REASON              02500001
025100         PERFORM 2900-REJECT-RETURN THRU 2900-EXIT                02510001
025200         GO TO 2000-EXIT                                          02520001
025300     END-IF.                                                      02530001
025400     PERFORM 9510-CHECK-MASTER THRU 9510-EXIT.                    02540001
025500     IF AM-ADDR-UNDELIVERABLE                                     02550001
025600        AND AM-UNDELIV-DATE = RM-RETURN-DATE                      02560001
025700         ADD 1 TO WS-REPEAT-COUNT                                 02570001
025800         GO TO 2000-EXIT                                          02580001
025900     END-IF.                                                      02590001
026000     IF AM-ADDR-UNDELIVERABLE                                     02600001
026100         SET WS-WAS-FLAGGED TO TRUE                               02610001
026200     ELSE                                                         02620001
026300         SET WS-WAS-NOT-FLAGGED TO TRUE                           02630001
026400     END-IF.                                                      02640001
026500     MOVE 'Y'            TO AM-UNDELIV-SW.                        02650001
026600     MOVE RM-RETURN-DATE TO AM-UNDELIV-DATE.                      02660001
026700     MOVE RM-REASON      TO AM-UNDELIV-REASON.                    02670001
026800     REWRITE AM-MASTER-RECORD.                                    02680001
026900     PERFORM 9510-CHECK-MASTER THRU 9510-EXIT.                    02690001
027000     ADD 1 TO WS-FLAGGED-COUNT.                                   02700001
027100     PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT.                 02710001
027200     PERFORM 2400-WRITE-HISTORY THRU 2400-EXIT.                   02720001
027300     IF WS-WAS-NOT-FLAGGED                                        02730001
027400         PERFORM 2500-QUEUE-NEEDS-ADDRESS THRU 2500-EXIT          02740001
027500     END-IF.                                                      02750001
027600 2000-EXIT.                                                       02760001
027700     EXIT.                                                        02770001
027800*                                                                 02780001
027900*------------------------------------------------------------     02790001
028000*2300-WRITE-AUDIT-LOG                                             02800001
028100*    APPENDS ONE DATE/TIME STAMPED "MAIL RETURNED" RECORD TO      02810001
028200*    THE SHARED AUDIT LOG.  NO RULE WAS APPLIED, SO THE AGE       02820001
028300*    LIMIT AND RULE DATE ARE ZERO - THE SAME AS A HELINQ          02830001
028400*    CHANGE.                                                      02840001
028500*------------------------------------------------------------     02850001
028600 2300-WRITE-AUDIT-LOG.                                            02860001
028700     MOVE SPACES TO AL-LOG-RECORD.                                02870001
028800     ACCEPT AL-DATE FROM DATE YYYYMMDD.                           02880001
028900     ACCEPT AL-TIME FROM TIME.                                    02890001
029000     MOVE AM-NAME            TO AL-NAME.                          02900001
029100     IF AM-AGE IS NUMERIC                                         02910001
029200         MOVE AM-AGE         TO AL-AGE                            02920001
029300     END-IF.                                                      02930001
029400     MOVE "MAIL RETURNED"    TO AL-DETERMINATION.                 02940001
029500     MOVE WS-RUN-ID          TO AL-RUN-ID.                        02950001
029600     MOVE AM-APPL-ID         TO AL-APPL-ID.                       02960001
029700     MOVE AM-PROGRAM         TO AL-PROGRAM.                       02970001
029800     MOVE AM-TIER            TO AL-TIER.                          02980001
029900     MOVE ZERO               TO AL-AGE-LIMIT.                     02990001
030000     MOVE ZERO               TO AL-RULE-EFF.                      03000001
030010     MOVE "HELRMAIL"         TO AL-OPERATOR.                      03001003
030100     WRITE AL-LOG-RECORD.                                         03010001
030110     PERFORM 9530-CHECK-AUDITLOG THRU 9530-EXIT.                  03011003
030200 2300-EXIT.                                                       03020001
030300     EXIT.                                                        03030001
030400*                                                                 03040001
030500*------------------------------------------------------------     03050001
030600*2400-WRITE-HISTORY                                               03060001
030700*    KEEPS THE RETURN ON THE PERMANENT RETURN HISTORY WITH        03070001
030800*    THE SITE THAT KEYED THE APPLICANT'S ADDRESS.                 03080001
030900*------------------------------------------------------------     03090001
031000 2400-WRITE-HISTORY.                                              03100001
031100     MOVE SPACES         TO RH-RETURN-RECORD.                     03110001
031200     MOVE WS-TODAY-DATE  TO RH-LOAD-DATE.                         03120001
031300     MOVE RM-RETURN-DATE TO RH-RETURN-DATE.                       03130001
031400     MOVE AM-APPL-ID     TO RH-APPL-ID.                           03140001
031500     MOVE AM-PROGRAM     TO RH-PROGRAM.                           03150001
031600     MOVE AM-LAST-SITE   TO RH-SITE.                              03160001
031700     MOVE RM-REASON      TO RH-REASON.                            03170001
031800     MOVE AM-STATE       TO RH-STATE.                             03180001
031900     MOVE WS-RUN-ID      TO RH-RUN-ID.                            03190001
032000     WRITE RH-RETURN-RECORD.                                      03200001
032100     PERFORM 9520-CHECK-RETHIST THRU 9520-EXIT.                   03210001
032200 2400-EXIT.                                                       03220001
032300     EXIT.                                                        03230001
032400*                                                                 03240001
032500*------------------------------------------------------------     03250001
032600*2500-QUEUE-NEEDS-ADDRESS                                         03260001
032700*    PUTS THE APPLICANT ON THE NEEDS-ADDRESS QUEUE, DATED THE     03270001
032800*    DAY THE MAIL CAME BACK.  HELLTRS KEEPS THEM THERE UNTIL      03280001
032900*    THE FLAG IS CLEARED.                                         03290001
033000*------------------------------------------------------------     03300001
033100 2500-QUEUE-NEEDS-ADDRESS.                                        03310001
033200     MOVE SPACES            TO NA-QUEUE-RECORD.                   03320001
033300     MOVE AM-NAME           TO NA-NAME.                           03330001
033400     MOVE AM-APPL-ID        TO NA-APPL-ID.                        03340001
033500     MOVE "RETMAIL"         TO NA-SOURCE.                         03350001
033600     MOVE "MAIL RETURNED - " TO NA-REASON.                        03360001
033700     MOVE RM-REASON         TO NA-REASON(17:2).                   03370001
033800     MOVE RM-RETURN-DATE    TO NA-DATE.                           03380001
033900     MOVE AM-PROGRAM        TO NA-PROGRAM.                        03390001
034000     WRITE NA-QUEUE-RECORD.                                       03400001
034010     PERFORM 9540-CHECK-NEEDSADR THRU 9540-EXIT.                  03401003
034100     ADD 1 TO WS-QUEUED-COUNT.                                    03410001
034200 2500-EXIT.                                                       03420001
034300     EXIT.                                                        03430001
034400*                                                                 03440001
034500*------------------------------------------------------------     03450001
034600*2900-REJECT-RETURN                                               03460001
034700*    NAMES A RETURN THAT COULD NOT BE APPLIED ON THE              03470001
034800*    CONSOLE SO THE ELIGIBILITY UNIT CAN LOOK IT UP BY HAND.      03480001
034900*------------------------------------------------------------     03490001
035000 2900-REJECT-RETURN.                                              03500001
035100     ADD 1 TO WS-REJECT-COUNT.                                    03510001
035200     DISPLAY "HELRMAIL - " WS-REJECT-REASON ": "                  03520001
035300         RM-APPL-ID " " RM-PROGRAM " " RM-RETURN-DATE             03530001
035400         " " RM-REASON.                                           03540001
035500 2900-EXIT.                                                       03550001
035600     EXIT.                                                        03560001
035700*                                                                 03570001
035800*------------------------------------------------------------     03580001
035900*9000-TERMINATE                                                   03590001
036000*    CLOSES THE FILES AND DISPLAYS THE LOAD COUNTS.  ANY          03600001
036100*    REJECTED RETURN ENDS THE RUN WITH RETURN CODE 4.             03610001
036200*------------------------------------------------------------     03620001
036300 9000-TERMINATE.                                                  03630001
036400     IF WS-MASTER-UP                                              03640001
036500         IF WS-RETMAIL-STATUS = "00"                              03650001
036600            OR WS-RETMAIL-STATUS = "10"                           03660001
036700             CLOSE RETURNED-MAIL-FILE                             03670001
036800         END-IF                                                   03680001
036900         CLOSE APPLICANT-MASTER                                   03690001
037000         CLOSE AUDIT-LOG                                          03700001
037100         CLOSE NEEDS-ADDRESS-QUEUE                                03710001
037200         CLOSE RETURN-HISTORY                                     03720001
037300     END-IF.                                                      03730001
037400     MOVE WS-READ-COUNT    TO WS-READ-ED.                         03740001
037500     MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-ED.                      03750001
037600     MOVE WS-QUEUED-COUNT  TO WS-QUEUED-ED.                       03760001
037700     MOVE WS-REPEAT-COUNT  TO WS-REPEAT-ED.                       03770001
037800     MOVE WS-REJECT-COUNT  TO WS-REJECT-ED.                       03780001
037900     DISPLAY "HELRMAIL - RETURNS READ: " WS-READ-ED.              03790001
038000     DISPLAY "HELRMAIL - ADDRESSES FLAGGED: " WS-FLAGGED-ED.      03800001
038100     DISPLAY "HELRMAIL - ADDED TO NEEDS-ADDRESS QUEUE: "          03810001
038200         WS-QUEUED-ED.                                            03820001
038300     DISPLAY "HELRMAIL - REPEATED RETURNS IGNORED: "              03830001
038400         WS-REPEAT-ED.                                            03840001
038500     DISPLAY "HELRMAIL - RETURNS REJECTED: " WS-REJECT-ED.        03850001
038600     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO             03860001
038700         MOVE 4 TO RETURN-CODE                                    03870001
038800     END-IF.                                                      03880001
038900 9000-EXIT.                                                       03890001
039000     EXIT.                                                        03900001
039100*                                                                 03910001
039200*------------------------------------------------------------     03920001
039300*9500-FILE-ERROR                                                  03930001
039400*    NAMES THE FAILING FILE AND STATUS ON THE CONSOLE AND         03940001
039500*    ENDS THE RUN WITH RETURN CODE 16 - THE SAME HANDLING         03950001
039600*    THE MAIN RUN USES.                                           03960001
039700*------------------------------------------------------------     03970001
039800 9500-FILE-ERROR.                                                 03980001
039900     DISPLAY "HELRMAIL - FILE ERROR ON " WS-STATUS-FILE           03990001
040000         " STATUS " WS-STATUS-CODE.                               04000001
040100     DISPLAY "HELRMAIL - RUN ABENDED - RETURN CODE 16".           04010001
040200     MOVE 16 TO RETURN-CODE.                                      04020001
040300     STOP RUN.                                                    04030001
040400 9500-EXIT.                                                       04040001
040500     EXIT.                                                        04050001
040600*                                                                 04060001
040700*------------------------------------------------------------     04070001
040800*9510-CHECK-MASTER                                                04080001
040900*    CHECKS THE STATUS OF THE MASTER READ OR REWRITE JUST         04090001
041000*    MADE.                                                        04100001
041100*------------------------------------------------------------     04110001
041200 9510-CHECK-MASTER.                                               04120001
041300     IF WS-MASTER-STATUS NOT = "00"                               04130001
041400         MOVE "APPLMAST"         TO WS-STATUS-FILE                04140001
041500         MOVE WS-MASTER-STATUS   TO WS-STATUS-CODE                04150001
041600         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   04160001
041700     END-IF.                                                      04170001
041800 9510-EXIT.                                                       04180001
041900     EXIT.                                                        04190001
042000*                                                                 04200001
042100*------------------------------------------------------------     04210001
042200*9520-CHECK-RETHIST                                               04220001
042300*    CHECKS THE STATUS OF THE RETURN-HISTORY OPEN OR WRITE        04230001
042400*    JUST MADE.                                                   04240001
042500*------------------------------------------------------------     04250001
042600 9520-CHECK-RETHIST.                                              04260001
042700     IF WS-RETHIST-STATUS NOT = "00"                              04270001
042800         MOVE "RETHIST"          TO WS-STATUS-FILE                04280001
042900         MOVE WS-RETHIST-STATUS  TO WS-STATUS-CODE                04290001
043000         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   04300001
043100     END-IF.                                                      04310001
043200 9520-EXIT.                                                       04320001
043300     EXIT.                                                        04330001
043400*                                                                 04340003
043500*------------------------------------------------------------     04350003
043600*9530-CHECK-AUDITLOG                                              04360003
043700*    CHECKS THE STATUS OF THE AUDIT LOG OPEN OR WRITE JUST        04370003
043800*    MADE.                                                        04380003
043900*------------------------------------------------------------     04390003
044000 9530-CHECK-AUDITLOG.                                             04400003
044100     IF WS-AUDIT-LOG-STATUS NOT = "00"                            04410003
044200         MOVE "AUDITLOG"         TO WS-STATUS-FILE                04420003
044300         MOVE WS-AUDIT-LOG-STATUS TO WS-STATUS-CODE               04430003
044400         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   04440003
044500     END-IF.                                                      04450003
044600 9530-EXIT.                                                       04460003
044700     EXIT.                                                        04470003
044800*                                                                 04480003
044900*------------------------------------------------------------     04490003
045000*9540-CHECK-NEEDSADR                                              04500003
045100*    CHECKS THE STATUS OF THE NEEDS-ADDRESS QUEUE OPEN OR         04510003
045200*    WRITE JUST MADE.                                             04520003
045300*------------------------------------------------------------     04530003
045400 9540-CHECK-NEEDSADR.                                             04540003
045500     IF WS-NEEDSADR-STATUS NOT = "00"                             04550003
045600         MOVE "NEEDSADR"         TO WS-STATUS-FILE                04560003
045700         MOVE WS-NEEDSADR-STATUS TO WS-STATUS-CODE                04570003
045800         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   04580003
045900     END-IF.                                                      04590003
046000 9540-EXIT.                                                       04600003
046100     EXIT.                                                        04610003
