000100*----------------------------------------------------------       00010001
000200*HELSPAN - ELIGIBILITY SPAN HISTORY                               00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELSPAN.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE MASTER HOLDS ONLY         00140001
001500*                TODAY'S DETERMINATION, AND THE QUESTION "WAS     00150001
001600*                THIS APPLICANT ELIGIBLE ON THE 3RD OF LAST       00160001
001700*                MONTH" COULD ONLY BE ANSWERED BY HAND FROM       00170001
001800*                THE AUDIT LOG AND ITS ARCHIVE.  EVERY            00180001
001900*                PROGRAM THAT CHANGES A MASTER DETERMINATION      00190001
002000*                NOW POSTS THE CHANGE HERE, AND THIS              00200001
002100*                SUBPROGRAM KEEPS THE PERMANENT SPAN HISTORY      00210001
002200*                FILE: IT CLOSES THE SPAN IN FORCE AS OF THE      00220001
002300*                DATE OF THE CHANGE AND OPENS A NEW ONE,          00230001
002400*                STAMPING BOTH WITH THE CALLER'S RUN ID.  A       00240001
002500*                POST THAT CHANGES NOTHING LEAVES THE SPAN        00250001
002600*                ALONE; A SECOND CHANGE THE SAME DAY              00260001
002700*                OVERWRITES THAT DAY'S SPAN RATHER THAN           00270001
002800*                LEAVING ONE THAT LASTED NO TIME.  THE AS-OF      00280001
002900*                INQUIRIES ASK IT WHICH SPAN COVERED A DATE.      00290001
003000*                THE FILE IS OPENED ON THE FIRST CALL AND         00300001
003100*                STAYS OPEN UNTIL THE CALLER'S CLOSE CALL; A      00310001
003200*                FILE ERROR IS RETURNED, AND THE CALLER           00320001
003300*                DECIDES HOW TO STOP, THE SAME WAY HELCYCL        00330001
003400*                LEAVES A REFUSAL TO ITS CALLER.                  00340001
003500*----------------------------------------------------------       00350001
003600 ENVIRONMENT DIVISION.                                            00360001
003700 CONFIGURATION SECTION.                                           00370001
003800 INPUT-OUTPUT SECTION.                                            00380001
003900 FILE-CONTROL.                                                    00390001
004000     SELECT SPAN-FILE ASSIGN TO "SPANHIST"                        00400001
004100         ORGANIZATION IS INDEXED                                  00410001
004200         ACCESS MODE IS DYNAMIC                                   00420001
004300         RECORD KEY IS SH-KEY                                     00430001
004400         FILE STATUS IS SPN-SPAN-STATUS.                          00440001
004500                                                                  00450001
004600 DATA DIVISION.                                                   00460001
004700 FILE SECTION.                                                    00470001
004800*----------------------------------------------------------       00480001
004900*SPAN-FILE - THE PERMANENT SPAN HISTORY.  THE SPANS OF ONE        00490001
005000*APPLICANT AND PROGRAM SIT TOGETHER IN START-DATE ORDER,          00500001
005100*AND ONLY THE LAST OF THEM IS IN FORCE.                           00510001
005200*----------------------------------------------------------       00520001
005300 FD  SPAN-FILE.                                                   00530001
005400 COPY SPANREC.                                                    00540001
005500                                                                  00550001
005600 WORKING-STORAGE SECTION.                                         00560001
005700                                                                  00570001
005800*----------------------------------------------------------       00580001
005900*SPN-OPEN-SW - SET ONCE SPAN-FILE HAS BEEN OPENED THIS RUN        00590001
006000*----------------------------------------------------------       00600001
006100 01  SPN-OPEN-SW         PIC X(01)   VALUE 'N'.                   00610001
006200     88  SPN-FILE-OPEN               VALUE 'Y'.                   00620001
006300     88  SPN-FILE-CLOSED             VALUE 'N'.                   00630001
006400                                                                  00640001
006500 01  SPN-SPAN-STATUS     PIC X(02)   VALUE SPACES.                00650001
006600                                                                  00660001
006700*----------------------------------------------------------       00670001
006800*SPN-EOF-SW - SET WHEN THE SPANS OF THE REQUESTED APPLICANT       00680001
006900*AND PROGRAM ARE EXHAUSTED                                        00690001
007000*----------------------------------------------------------       00700001
007100 01  SPN-EOF-SW          PIC X(01)   VALUE 'N'.                   00710001
007200     88  SPN-END-OF-SPANS            VALUE 'Y'.                   00720001
007300     88  SPN-NOT-END-OF-SPANS        VALUE 'N'.                   00730001
007400                                                                  00740001
007500*----------------------------------------------------------       00750001
007600*SPN-LAST-SPAN - THE LAST SPAN ON FILE FOR THE APPLICANT          00760001
007700*AND PROGRAM.  SPN-COVER-SPAN - THE SPAN COVERING THE             00770001
007800*REQUESTED DATE.  EACH WITH A SWITCH SAYING IT WAS FOUND.         00780001
007900*----------------------------------------------------------       00790001
008000 01  SPN-LAST-SW         PIC X(01)   VALUE 'N'.                   00800001
008100     88  SPN-LAST-FOUND              VALUE 'Y'.                   00810001
008200     88  SPN-LAST-NOT-FOUND          VALUE 'N'.                   00820001
008300 01  SPN-LAST-SPAN       PIC X(85)   VALUE SPACES.                00830001
008400 01  SPN-COVER-SW        PIC X(01)   VALUE 'N'.                   00840001
008500     88  SPN-COVER-FOUND             VALUE 'Y'.                   00850001
008600     88  SPN-COVER-NOT-FOUND         VALUE 'N'.                   00860001
008700 01  SPN-COVER-SPAN      PIC X(85)   VALUE SPACES.                00870001
008800                                                                  00880001
008900 LINKAGE SECTION.                                                 00890001
009000                                                                  00900001
009100*----------------------------------------------------------       00910001
009200*THE SPAN TO POST OR THE DATE TO LOOK UP, AND THE RESULT          00920001
009300*RETURNED TO THE CALLER                                           00930001
009400*----------------------------------------------------------       00940001
009500 COPY SPANPARM.                                                   00950001
009600*                                                                 00960001
009700 PROCEDURE DIVISION USING WS-SPAN-PARM.                           00970001
009800*============================================================     00980001
009900*0000-MAINLINE                                                    00990001
010000*    OPENS THE SPAN FILE ON THE FIRST CALL, CARRIES OUT THE       01000001
010100*    REQUESTED ACTION, AND RETURNS CONTROL TO THE CALLER.         01010001
010200*============================================================     01020001
010300 0000-MAINLINE.                                                   01030001
010400     MOVE SPACE  TO WS-SH-RESULT-SW.                              01040001
010500     MOVE SPACES TO WS-SH-FILE-STATUS.                            01050001
010600     IF WS-SH-CLOSE                                               01060001
010700         PERFORM 4000-CLOSE-SPAN-FILE THRU 4000-EXIT              01070001
010800         GOBACK                                                   01080001
010900     END-IF.                                                      01090001
011000     IF SPN-FILE-CLOSED                                           01100001
011100         PERFORM 1000-OPEN-SPAN-FILE THRU 1000-EXIT               01110001
011200         IF WS-SH-FILE-ERROR                                      01120001
011300             GOBACK                                               01130001
011400         END-IF                                                   01140001
011500     END-IF.                                                      01150001
011600     IF WS-SH-POST                                                01160001
011700         PERFORM 2000-POST-CHANGE THRU 2000-EXIT                  01170001
011800     ELSE IF WS-SH-AS-OF                                          01180001
011900         PERFORM 3000-AS-OF THRU 3000-EXIT                        01190001
012000     END-IF.                                                      01200001
012100     GOBACK.                                                      01210001
012200*                                                                 01220001
012300*------------------------------------------------------------     01230001
012400*1000-OPEN-SPAN-FILE                                              01240001
012500*    OPENS THE SPAN FILE FOR UPDATE, CREATING IT ON THE           01250001
012600*    FIRST RUN.                                                   01260001
012700*------------------------------------------------------------     01270001
012800 1000-OPEN-SPAN-FILE.                                             01280001
012900     OPEN I-O SPAN-FILE.                                          01290001
013000     IF SPN-SPAN-STATUS = "35"                                    01300001
013100         OPEN OUTPUT SPAN-FILE                                    01310001
013200         CLOSE SPAN-FILE                                          01320001
013300         OPEN I-O SPAN-FILE                                       01330001
013400     END-IF.                                                      01340001
013500     IF SPN-SPAN-STATUS NOT = "00"                                01350001
013600         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   01360001
013700         GO TO 1000-EXIT                                          01370001
013800     END-IF.                                                      01380001
013900     SET SPN-FILE-OPEN TO TRUE.                                   01390001
014000 1000-EXIT.                                                       01400001
014100     EXIT.                                                        01410001
014200*                                                                 01420001
014300*------------------------------------------------------------     01430001
014400*2000-POST-CHANGE                                                 01440001
014500*    BRINGS THE SPAN HISTORY INTO LINE WITH THE CALLER'S NEW      01450001
014600*    DETERMINATION.  THE SPAN IN FORCE IS LEFT ALONE WHEN IT      01460001
014700*    ALREADY SAYS THE SAME THING, OVERWRITTEN WHEN IT             01470001
014800*    STARTED ON OR AFTER THE DATE OF THE CHANGE, AND              01480001
014900*    OTHERWISE CLOSED AS OF THAT DATE AHEAD OF THE NEW SPAN.      01490001
015000*------------------------------------------------------------     01500001
015100 2000-POST-CHANGE.                                                01510001
015200     PERFORM 2100-SCAN-SPANS THRU 2100-EXIT.                      01520001
015300     IF WS-SH-FILE-ERROR                                          01530001
015400         GO TO 2000-EXIT                                          01540001
015500     END-IF.                                                      01550001
015600     IF SPN-LAST-NOT-FOUND                                        01560001
015700         GO TO 2000-OPEN-NEW                                      01570001
015800     END-IF.                                                      01580001
015900     MOVE SPN-LAST-SPAN TO SH-SPAN-RECORD.                        01590001
016000     IF SH-IN-FORCE                                               01600001
016100        AND SH-DETERMINATION = WS-SH-DETERMINATION                01610001
016200        AND SH-TIER = WS-SH-TIER                                  01620001
016300         SET WS-SH-UNCHANGED TO TRUE                              01630001
016400         PERFORM 2900-RETURN-SPAN THRU 2900-EXIT                  01640001
016500         GO TO 2000-EXIT                                          01650001
016600     END-IF.                                                      01660001
016700     IF SH-START-DATE NOT LESS THAN WS-SH-DATE                    01670001
016800         MOVE WS-SH-DETERMINATION TO SH-DETERMINATION             01680001
016900         MOVE WS-SH-TIER          TO SH-TIER                      01690001
017000         MOVE ZERO                TO SH-END-DATE                  01700001
017100         MOVE WS-SH-RUN-ID        TO SH-OPEN-RUN-ID               01710001
017200         MOVE SPACES              TO SH-CLOSE-RUN-ID              01720001
017300         REWRITE SH-SPAN-RECORD                                   01730001
017400         IF SPN-SPAN-STATUS NOT = "00"                            01740001
017500             PERFORM 9500-FILE-ERROR THRU 9500-EXIT               01750001
017600             GO TO 2000-EXIT                                      01760001
017700         END-IF                                                   01770001
017800         SET WS-SH-REPLACED TO TRUE                               01780001
017900         PERFORM 2900-RETURN-SPAN THRU 2900-EXIT                  01790001
018000         GO TO 2000-EXIT                                          01800001
018100     END-IF.                                                      01810001
018200     IF SH-IN-FORCE                                               01820001
018300         MOVE WS-SH-DATE   TO SH-END-DATE                         01830001
018400         MOVE WS-SH-RUN-ID TO SH-CLOSE-RUN-ID                     01840001
018500         REWRITE SH-SPAN-RECORD                                   01850001
018600         IF SPN-SPAN-STATUS NOT = "00"                            01860001
018700             PERFORM 9500-FILE-ERROR THRU 9500-EXIT               01870001
018800             GO TO 2000-EXIT                                      01880001
018900         END-IF                                                   01890001
019000     END-IF.                                                      01900001
019100 2000-OPEN-NEW.                                                   01910001
019200     MOVE SPACES              TO SH-SPAN-RECORD.                  01920001
019300     MOVE WS-SH-APPL-ID       TO SH-APPL-ID.                      01930001
019400     MOVE WS-SH-PROGRAM       TO SH-PROGRAM.                      01940001
019500     MOVE WS-SH-DATE          TO SH-START-DATE.                   01950001
019600     MOVE WS-SH-DETERMINATION TO SH-DETERMINATION.                01960001
019700     MOVE WS-SH-TIER          TO SH-TIER.                         01970001
019800     MOVE ZERO                TO SH-END-DATE.                     01980001
019900     MOVE WS-SH-RUN-ID        TO SH-OPEN-RUN-ID.                  01990001
020000     WRITE SH-SPAN-RECORD.                                        02000001
020100     IF SPN-SPAN-STATUS NOT = "00"                                02010001
020200         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   02020001
020300         GO TO 2000-EXIT                                          02030001
020400     END-IF.                                                      02040001
020500     SET WS-SH-OPENED TO TRUE.                                    02050001
020600     PERFORM 2900-RETURN-SPAN THRU 2900-EXIT.                     02060001
020700 2000-EXIT.                                                       02070001
020800     EXIT.                                                        02080001
020900*                                                                 02090001
021000*------------------------------------------------------------     02100001
021100*2100-SCAN-SPANS                                                  02110001
021200*    READS EVERY SPAN OF THE CALLER'S APPLICANT AND               02120001
021300*    PROGRAM, KEEPING THE LAST ONE AND THE ONE COVERING THE       02130001
021400*    CALLER'S DATE.  NO SPANS AT ALL (STATUS 23 ON THE            02140001
021500*    START) IS NORMAL FOR AN APPLICANT NEW TO THE HISTORY.        02150001
021600*------------------------------------------------------------     02160001
021700 2100-SCAN-SPANS.                                                 02170001
021800     SET SPN-LAST-NOT-FOUND  TO TRUE.                             02180001
021900     SET SPN-COVER-NOT-FOUND TO TRUE.                             02190001
022000     SET SPN-NOT-END-OF-SPANS TO TRUE.                            02200001
022100     MOVE WS-SH-APPL-ID TO SH-APPL-ID.                            02210001
022200     MOVE WS-SH-PROGRAM TO SH-PROGRAM.                            02220001
022300     MOVE ZERO          TO SH-START-DATE.                         02230001
022400     START SPAN-FILE KEY NOT LESS THAN SH-KEY.                    02240001
022500     IF SPN-SPAN-STATUS = "23"                                    02250001
022600         GO TO 2100-EXIT                                          02260001
022700     END-IF.                                                      02270001
022800     IF SPN-SPAN-STATUS NOT = "00"                                02280001
022900         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   02290001
023000         GO TO 2100-EXIT                                          02300001
023100     END-IF.                                                      02310001
023200     PERFORM 2110-READ-ONE-SPAN THRU 2110-EXIT                    02320001
023300         UNTIL SPN-END-OF-SPANS.                                  02330001
023400 2100-EXIT.                                                       02340001
023500     EXIT.                                                        02350001
023600*                                                                 02360001
023700*------------------------------------------------------------     02370001
023800*2110-READ-ONE-SPAN                                               02380001
023900*    READS THE NEXT SPAN.  A SPAN OF ANOTHER APPLICANT OR         02390001
024000*    PROGRAM, OR END OF FILE, ENDS THE SCAN.                      02400001
024100*------------------------------------------------------------     02410001
024200 2110-READ-ONE-SPAN.                                              02420001
024300     READ SPAN-FILE NEXT RECORD.                                  02430001
024400     IF SPN-SPAN-STATUS = "10"                                    02440001
024500         SET SPN-END-OF-SPANS TO TRUE                             02450001
024600         GO TO 2110-EXIT                                          02460001
024700     END-IF.                                                      02470001
024800     IF SPN-SPAN-STATUS NOT = "00"                                02480001
024900         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   02490001
025000         SET SPN-END-OF-SPANS TO TRUE                             02500001
025100         GO TO 2110-EXIT                                          02510001
025200     END-IF.                                                      02520001
025300     IF SH-APPL-ID NOT = WS-SH-APPL-ID                            02530001
025400        OR SH-PROGRAM NOT = WS-SH-PROGRAM                         02540001
025500         SET SPN-END-OF-SPANS TO TRUE                             02550001
025600         GO TO 2110-EXIT                                          02560001
025700     END-IF.                                                      02570001
025800     SET SPN-LAST-FOUND TO TRUE.                                  02580001
025900     MOVE SH-SPAN-RECORD TO SPN-LAST-SPAN.                        02590001
026000     IF SH-START-DATE NOT GREATER THAN WS-SH-DATE                 02600001
026100        AND (SH-IN-FORCE OR SH-END-DATE > WS-SH-DATE)             02610001
026200         SET SPN-COVER-FOUND TO TRUE                              02620001
026300         MOVE SH-SPAN-RECORD TO SPN-COVER-SPAN                    02630001
026400     END-IF.                                                      02640001
026500 2110-EXIT.                                                       02650001
026600     EXIT.                                                        02660001
026700*                                                                 02670001
026800*------------------------------------------------------------     02680001
026900*2900-RETURN-SPAN                                                 02690001
027000*    COPIES THE SPAN IN THE RECORD AREA BACK TO THE CALLER.       02700001
027100*------------------------------------------------------------     02710001
027200 2900-RETURN-SPAN.                                                02720001
027300     MOVE SH-DETERMINATION TO WS-SH-DETERMINATION.                02730001
027400     MOVE SH-TIER          TO WS-SH-TIER.                         02740001
027500     MOVE SH-START-DATE    TO WS-SH-START-DATE.                   02750001
027600     MOVE SH-END-DATE      TO WS-SH-END-DATE.                     02760001
027700     MOVE SH-OPEN-RUN-ID   TO WS-SH-OPEN-RUN-ID.                  02770001
027800     MOVE SH-CLOSE-RUN-ID  TO WS-SH-CLOSE-RUN-ID.                 02780001
027900 2900-EXIT.                                                       02790001
028000     EXIT.                                                        02800001
028100*                                                                 02810001
028200*------------------------------------------------------------     02820001
028300*3000-AS-OF                                                       02830001
028400*    FINDS THE SPAN IN FORCE ON THE CALLER'S DATE.  A DATE        02840001
028500*    BEFORE THE APPLICANT'S FIRST SPAN, OR AN APPLICANT WITH      02850001
028600*    NO SPANS, COMES BACK NOT FOUND.                              02860001
028700*------------------------------------------------------------     02870001
028800 3000-AS-OF.                                                      02880001
028900     PERFORM 2100-SCAN-SPANS THRU 2100-EXIT.                      02890001
029000     IF WS-SH-FILE-ERROR                                          02900001
029100         GO TO 3000-EXIT                                          02910001
029200     END-IF.                                                      02920001
029300     IF SPN-COVER-NOT-FOUND                                       02930001
029400         SET WS-SH-NOT-FOUND TO TRUE                              02940001
029500         MOVE SPACES TO WS-SH-DETERMINATION                       02950001
029600         MOVE SPACES TO WS-SH-TIER                                02960001
029700         MOVE ZERO   TO WS-SH-START-DATE                          02970001
029800         MOVE ZERO   TO WS-SH-END-DATE                            02980001
029900         MOVE SPACES TO WS-SH-OPEN-RUN-ID                         02990001
030000         MOVE SPACES TO WS-SH-CLOSE-RUN-ID                        03000001
030100         GO TO 3000-EXIT                                          03010001
030200     END-IF.                                                      03020001
030300     MOVE SPN-COVER-SPAN TO SH-SPAN-RECORD.                       03030001
030400     SET WS-SH-FOUND TO TRUE.                                     03040001
030500     PERFORM 2900-RETURN-SPAN THRU 2900-EXIT.                     03050001
030600 3000-EXIT.                                                       03060001
030700     EXIT.                                                        03070001
030800*                                                                 03080001
030900*------------------------------------------------------------     03090001
031000*4000-CLOSE-SPAN-FILE                                             03100001
031100*    CLOSES THE SPAN FILE AT THE END OF THE CALLER'S RUN, IF      03110001
031200*    ANY CALL OPENED IT.                                          03120001
031300*------------------------------------------------------------     03130001
031400 4000-CLOSE-SPAN-FILE.                                            03140001
031500     IF SPN-FILE-OPEN                                             03150001
031600         CLOSE SPAN-FILE                                          03160001
031700         SET SPN-FILE-CLOSED TO TRUE                              03170001
031800     END-IF.                                                      03180001
031900 4000-EXIT.                                                       03190001
032000     EXIT.                                                        03200001
032100*                                                                 03210001
032200*------------------------------------------------------------     03220001
032300*9500-FILE-ERROR                                                  03230001
032400*    NAMES THE STATUS ON THE CONSOLE AND RETURNS IT TO THE        03240001
032500*    CALLER AS A FILE ERROR.                                      03250001
032600*------------------------------------------------------------     03260001
032700 9500-FILE-ERROR.                                                 03270001
032800     DISPLAY "HELSPAN - FILE ERROR ON SPANHIST STATUS "           03280001
032900         SPN-SPAN-STATUS.                                         03290001
033000     SET WS-SH-FILE-ERROR TO TRUE.                                03300001
033100     MOVE SPN-SPAN-STATUS TO WS-SH-FILE-STATUS.                   03310001
033200 9500-EXIT.                                                       03320001
033300     EXIT.                                                        03330001
