000100*----------------------------------------------------------       00010001
000200*HELASOF - AS-OF-DATE ELIGIBILITY EXTRACT                         00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELASOF.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE BATCH SIDE OF THE         00140001
001500*                AS-OF INQUIRY HELINQ OFFERS ONE APPLICANT AT     00150001
001600*                A TIME.  FOR THE DATE IN ASOFPARM (TODAY WHEN    00160001
001700*                NONE IS GIVEN) IT WALKS THE MASTER - ALL OF      00170001
001800*                IT, ONE APPLICANT, OR ONE PROGRAM, AS THE        00180001
001900*                PARM ASKS - AND ASKS HELSPAN WHICH SPAN WAS      00190001
002000*                IN FORCE ON THAT DATE.  EACH ANSWER IS ONE       00200001
002100*                RECORD ON THE FIXED-FORMAT EXTRACT, WRAPPED      00210001
002200*                IN A HEADER WITH THE DATE AND RUN ID (HX         00220001
002300*                PREFIX) AND A COUNTED TRAILER, THE SAME WAY      00230001
002400*                THE HELSTATE EXTRACT IS.  AN APPLICANT WITH      00240001
002500*                NO SPAN COVERING THE DATE - NOT YET ON FILE,     00250001
002600*                OR BEFORE THE HISTORY BEGAN - IS COUNTED ON      00260001
002700*                THE TRAILER, NOT EXTRACTED.  THE MASTER AND      00270001
002800*                THE SPAN HISTORY ARE ONLY READ.                  00280001
002810*10/15/2026 RJM  THE AS-OF DATE IS EDITED AS A CALENDAR DATE,     00281002
002820*                SO 20260231 NO LONGER GETS THROUGH.              00282002
002900*----------------------------------------------------------       00290001
003000 ENVIRONMENT DIVISION.                                            00300001
003100 CONFIGURATION SECTION.                                           00310001
003200 INPUT-OUTPUT SECTION.                                            00320001
003300 FILE-CONTROL.                                                    00330001
003400     SELECT AS-OF-PARM-FILE ASSIGN TO "ASOFPARM"                  00340001
003500         ORGANIZATION IS LINE SEQUENTIAL                          00350001
003600         FILE STATUS IS WS-PARM-STATUS.                           00360001
003700                                                                  00370001
003800     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00380001
003900         ORGANIZATION IS INDEXED                                  00390001
004000         ACCESS MODE IS DYNAMIC                                   00400001
004100         RECORD KEY IS AM-REC-KEY                                 00410001
004200         FILE STATUS IS WS-MASTER-STATUS.                         00420001
004300                                                                  00430001
004400     SELECT AS-OF-EXTRACT ASSIGN TO "ASOFEXT"                     00440001
004500         ORGANIZATION IS LINE SEQUENTIAL                          00450001
004600         FILE STATUS IS WS-EXTRACT-STATUS.                        00460001
004700                                                                  00470001
004800 DATA DIVISION.                                                   00480001
004900 FILE SECTION.                                                    00490001
005000*----------------------------------------------------------       00500001
005100*AS-OF-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE: THE       00510001
005200*DATE TO REPORT AS YYYYMMDD (BLANK MEANS TODAY), AND AN           00520001
005300*APPLICANT ID AND PROGRAM CODE TO NARROW THE EXTRACT TO           00530001
005400*(BLANK MEANS ALL).                                               00540001
005500*----------------------------------------------------------       00550001
005600 FD  AS-OF-PARM-FILE.                                             00560001
005700 01  AP-PARM-RECORD.                                              00570001
005800     05  AP-AS-OF-DATE       PIC X(08).                           00580001
005900     05  FILLER              PIC X(01).                           00590001
006000     05  AP-APPL-ID          PIC X(10).                           00600001
006100     05  FILLER              PIC X(01).                           00610001
006200     05  AP-PROGRAM          PIC X(03).                           00620001
006300                                                                  00630001
006400*----------------------------------------------------------       00640001
006500*APPLICANT-MASTER - READ IN KEY ORDER, FROM THE TOP OR            00650001
006600*FROM THE REQUESTED APPLICANT                                     00660001
006700*----------------------------------------------------------       00670001
006800 FD  APPLICANT-MASTER.                                            00680001
006900 COPY APPLMREC.                                                   00690001
007000                                                                  00700001
007100*----------------------------------------------------------       00710001
007200*AS-OF-EXTRACT - AN H RECORD WITH THE AS-OF DATE AND RUN          00720001
007300*ID, ONE D RECORD PER APPLICANT AND PROGRAM WITH A SPAN IN        00730001
007400*FORCE ON THE DATE, AND A T RECORD WITH THE D COUNT AND THE       00740001
007500*COUNT OF MASTER RECORDS THAT HAD NO SPAN ON THE DATE.  A D       00750001
007600*RECORD'S END DATE IS ZERO WHEN THE SPAN IS STILL IN FORCE.       00760001
007700*----------------------------------------------------------       00770001
007800 FD  AS-OF-EXTRACT.                                               00780001
007900 01  AX-DETAIL-RECORD.                                            00790001
008000     05  AX-RECORD-TYPE      PIC X(01).                           00800001
008100     05  AX-APPL-ID          PIC X(10).                           00810001
008200     05  AX-PROGRAM          PIC X(03).                           00820001
008300     05  AX-NAME             PIC X(30).                           00830001
008400     05  AX-DETERMINATION    PIC X(16).                           00840001
008500     05  AX-TIER             PIC X(08).                           00850001
008600     05  AX-START-DATE       PIC 9(08).                           00860001
008700     05  AX-END-DATE         PIC 9(08).                           00870001
008800     05  AX-OPEN-RUN-ID      PIC X(16).                           00880001
008900     05  AX-CLOSE-RUN-ID     PIC X(16).                           00890001
009000 01  AX-HEADER-RECORD.                                            00900001
009100     05  AX-H-TYPE           PIC X(01).                           00910001
009200     05  AX-H-AS-OF-DATE     PIC 9(08).                           00920001
009300     05  AX-H-RUN-ID         PIC X(16).                           00930001
009400     05  FILLER              PIC X(91).                           00940001
009500 01  AX-TRAILER-RECORD.                                           00950001
009600     05  AX-T-TYPE           PIC X(01).                           00960001
009700     05  AX-T-COUNT          PIC 9(08).                           00970001
009800     05  AX-T-NO-SPAN        PIC 9(08).                           00980001
009900     05  FILLER              PIC X(99).                           00990001
010000                                                                  01000001
010100 WORKING-STORAGE SECTION.                                         01010001
010200                                                                  01020001
010300*----------------------------------------------------------       01030001
010400*WS-EOF-SW - SET WHEN THE MASTER WALK IS FINISHED                 01040001
010500*----------------------------------------------------------       01050001
010600 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   01060001
010700     88  WS-END-OF-FILE              VALUE 'Y'.                   01070001
010800     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   01080001
010900                                                                  01090001
011000 01  WS-PARM-STATUS       PIC X(02)   VALUE SPACES.               01100001
011100 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               01110001
011200 01  WS-EXTRACT-STATUS    PIC X(02)   VALUE SPACES.               01120001
011300                                                                  01130001
011400*----------------------------------------------------------       01140001
011500*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       01150001
011600*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          01160001
011700*----------------------------------------------------------       01170001
011800 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               01180001
011900 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               01190001
012000                                                                  01200001
012100*----------------------------------------------------------       01210001
012200*WS-AS-OF-DATE - THE DATE BEING REPORTED.  FROM THE PARM;         01220002
012300*BLANK MEANT TODAY.                                               01230002
012400*----------------------------------------------------------       01240001
012500 01  WS-AS-OF-DATE        PIC 9(08)   VALUE ZERO.                 01250001
013000                                                                  01300001
013100*----------------------------------------------------------       01310001
013200*WS-SEL-APPL-ID / WS-SEL-PROGRAM - THE APPLICANT AND              01320001
013300*PROGRAM THE PARM NARROWED THE EXTRACT TO; SPACES FOR ALL         01330001
013400*----------------------------------------------------------       01340001
013500 01  WS-SEL-APPL-ID       PIC X(10)   VALUE SPACES.               01350001
013600 01  WS-SEL-PROGRAM       PIC X(03)   VALUE SPACES.               01360001
013700                                                                  01370001
013800*----------------------------------------------------------       01380001
013900*WS-RUN-ID - UNIQUE STAMP FOR THIS EXTRACT - HX PREFIX,           01390001
014000*THE SAME WAY HELSTATE (HS) STAMPS ITS OWN - CARRIED ON THE       01400001
014100*EXTRACT HEADER                                                   01410001
014200*----------------------------------------------------------       01420001
014300 01  WS-RUN-ID.                                                   01430001
014400     05  FILLER           PIC X(02)   VALUE "HX".                 01440001
014500     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 01450001
014600     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 01460001
014700 01  WS-TIME-WORK.                                                01470001
014800     05  WS-TW-HHMMSS     PIC 9(06).                              01480001
014900     05  FILLER           PIC 9(02).                              01490001
015000                                                                  01500001
015100*----------------------------------------------------------       01510001
015200*HELSPAN INTERFACE                                                01520001
015300*----------------------------------------------------------       01530001
015400 COPY SPANPARM.                                                   01540001
015500                                                                  01550001
015600 77  WS-TODAY-DATE        PIC 9(08)         VALUE ZERO.           01560001
015700 77  WS-READ-COUNT        PIC 9(08) COMP    VALUE ZERO.           01570001
015800 77  WS-EXTRACT-COUNT     PIC 9(08) COMP    VALUE ZERO.           01580001
015900 77  WS-NO-SPAN-COUNT     PIC 9(08) COMP    VALUE ZERO.           01590001
016000 77  WS-READ-ED           PIC Z(07)9.                             01600001
016100 77  WS-EXTRACT-ED        PIC Z(07)9.                             01610001
016200 77  WS-NO-SPAN-ED        PIC Z(07)9.                             01620001
016300*                                                                 01630001
016400 PROCEDURE DIVISION.                                              01640001
016500*============================================================     01650001
016600*0000-MAINLINE                                                    01660001
016700*    READS THE PARM, WALKS THE SELECTED PART OF THE MASTER        01670001
016800*    EXTRACTING THE SPAN IN FORCE ON THE DATE FOR EACH            01680001
016900*    RECORD, AND CLOSES DOWN.                                     01690001
017000*============================================================     01700001
017100 0000-MAINLINE.                                                   01710001
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01720001
017300     IF RETURN-CODE = ZERO                                        01730001
017400         PERFORM 2000-EXTRACT-ONE THRU 2000-EXIT                  01740001
017500             UNTIL WS-END-OF-FILE                                 01750001
017600         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT                01760001
017700     END-IF.                                                      01770001
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01780001
017900     GOBACK.                                                      01790001
018000*                                                                 01800001
018100*------------------------------------------------------------     01810001
018200*1000-INITIALIZE                                                  01820001
018300*    STAMPS THE RUN ID, READS THE PARM, OPENS THE MASTER AND      01830001
018400*    THE EXTRACT, WRITES THE HEADER, AND POSITIONS THE            01840001
018500*    MASTER.  AN AS-OF DATE THAT IS NOT A REAL DATE ENDS THE      01850001
018600*    RUN WITH RETURN CODE 8 RATHER THAN EXTRACTING SOME           01860001
018700*    OTHER DATE THAN THE ONE ASKED FOR.                           01870001
018800*------------------------------------------------------------     01880001
018900 1000-INITIALIZE.                                                 01890001
019000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     01900001
019100     ACCEPT WS-TIME-WORK FROM TIME.                               01910001
019200     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            01920001
019300     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            01930001
019400     DISPLAY "HELASOF - RUN ID " WS-RUN-ID.                       01940001
019500     PERFORM 1100-READ-PARM THRU 1100-EXIT.                       01950001
019600     IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = ZERO     01960002
019800         DISPLAY "HELASOF - AS-OF DATE NOT USABLE: "              01980001
019900             WS-AS-OF-DATE                                        01990001
020000         MOVE 8 TO RETURN-CODE                                    02000001
020100         GO TO 1000-EXIT                                          02010001
020200     END-IF.                                                      02020001
020300     DISPLAY "HELASOF - AS OF " WS-AS-OF-DATE.                    02030001
020400     OPEN INPUT APPLICANT-MASTER.                                 02040001
020500     PERFORM 9510-CHECK-APPLMAST THRU 9510-EXIT.                  02050001
020600     OPEN OUTPUT AS-OF-EXTRACT.                                   02060001
020700     PERFORM 9520-CHECK-ASOFEXT THRU 9520-EXIT.                   02070001
020800     MOVE SPACES          TO AX-HEADER-RECORD.                    02080001
020900     MOVE "H"             TO AX-H-TYPE.                           02090001
021000     MOVE WS-AS-OF-DATE   TO AX-H-AS-OF-DATE.                     02100001
021100     MOVE WS-RUN-ID       TO AX-H-RUN-ID.                         02110001
021200     WRITE AX-HEADER-RECORD.                                      02120001
021300     PERFORM 9520-CHECK-ASOFEXT THRU 9520-EXIT.                   02130001
021400     PERFORM 1200-POSITION-MASTER THRU 1200-EXIT.                 02140001
021500 1000-EXIT.                                                       02150001
021600     EXIT.                                                        02160001
021700*                                                                 02170001
021800*------------------------------------------------------------     02180001
021900*1100-READ-PARM                                                   02190001
022000*    READS THE AS-OF DATE AND THE SELECTION FROM THE              02200001
022100*    OPTIONAL PARM FILE.  NO FILE OR A BLANK DATE TAKES           02210001
022200*    TODAY.  A DATE THAT IS NOT NUMERIC IS LEFT ZERO FOR THE      02220001
022300*    CALLER TO REFUSE.                                            02230001
022400*------------------------------------------------------------     02240001
022500 1100-READ-PARM.                                                  02250001
022600     MOVE SPACES TO AP-PARM-RECORD.                               02260001
022700     OPEN INPUT AS-OF-PARM-FILE.                                  02270001
022800     IF WS-PARM-STATUS = "00"                                     02280001
022900         READ AS-OF-PARM-FILE                                     02290001
023000             AT END                                               02300001
023100                 MOVE SPACES TO AP-PARM-RECORD                    02310001
023200         END-READ                                                 02320001
023300         CLOSE AS-OF-PARM-FILE                                    02330001
023400     END-IF.                                                      02340001
023500     IF AP-AS-OF-DATE = SPACES                                    02350001
023600         MOVE WS-TODAY-DATE TO WS-AS-OF-DATE                      02360001
023700     ELSE IF AP-AS-OF-DATE IS NUMERIC                             02370001
023800         MOVE AP-AS-OF-DATE TO WS-AS-OF-DATE                      02380001
023900     ELSE                                                         02390001
024000         MOVE ZERO TO WS-AS-OF-DATE                               02400001
024100     END-IF.                                                      02410001
024200     MOVE AP-APPL-ID TO WS-SEL-APPL-ID.                           02420001
024300     MOVE AP-PROGRAM TO WS-SEL-PROGRAM.                           02430001
024400 1100-EXIT.                                                       02440001
024500     EXIT.                                                        02450001
024600*                                                                 02460001
024700*------------------------------------------------------------     02470001
024800*1200-POSITION-MASTER                                             02480001
024900*    STARTS THE MASTER AT THE REQUESTED APPLICANT, OR AT THE      02490001
025000*    TOP WHEN NONE WAS ASKED FOR.  NOTHING AT OR PAST THE         02500001
025100*    START KEY IS AN EMPTY WALK, NOT AN ERROR.                    02510001
025200*------------------------------------------------------------     02520001
025300 1200-POSITION-MASTER.                                            02530001
025400     MOVE LOW-VALUES TO AM-REC-KEY.                               02540001
025500     IF WS-SEL-APPL-ID NOT = SPACES                               02550001
025600         MOVE WS-SEL-APPL-ID TO AM-APPL-ID                        02560001
025700     END-IF.                                                      02570001
025800     START APPLICANT-MASTER KEY NOT LESS THAN AM-REC-KEY.         02580001
025900     IF WS-MASTER-STATUS = "23"                                   02590001
026000         SET WS-END-OF-FILE TO TRUE                               02600001
026100         GO TO 1200-EXIT                                          02610001
026200     END-IF.                                                      02620001
026300     PERFORM 9510-CHECK-APPLMAST THRU 9510-EXIT.                  02630001
026400 1200-EXIT.                                                       02640001
026500     EXIT.                                                        02650001
026600*                                                                 02660001
026700*------------------------------------------------------------     02670001
026800*2000-EXTRACT-ONE                                                 02680001
026900*    READS THE NEXT MASTER RECORD AND, WHEN IT IS IN THE          02690001
027000*    SELECTION, ASKS HELSPAN FOR THE SPAN IN FORCE ON THE         02700001
027100*    AS-OF DATE AND EXTRACTS IT.  A REQUESTED APPLICANT'S         02710001
027200*    RECORDS ARE TOGETHER ON THE MASTER, SO THE WALK ENDS         02720001
027300*    AT THE FIRST RECORD PAST THEM.                               02730001
027400*------------------------------------------------------------     02740001
027500 2000-EXTRACT-ONE.                                                02750001
027600     READ APPLICANT-MASTER NEXT RECORD                            02760001
027700         AT END                                                   02770001
027800             SET WS-END-OF-FILE TO TRUE                           02780001
027900             GO TO 2000-EXIT                                      02790001
028000     END-READ.                                                    02800001
028100     PERFORM 9510-CHECK-APPLMAST THRU 9510-EXIT.                  02810001
028200     IF WS-SEL-APPL-ID NOT = SPACES                               02820001
028300        AND AM-APPL-ID NOT = WS-SEL-APPL-ID                       02830001
028400         SET WS-END-OF-FILE TO TRUE                               02840001
028500         GO TO 2000-EXIT                                          02850001
028600     END-IF.                                                      02860001
028700     IF WS-SEL-PROGRAM NOT = SPACES                               02870001
028800        AND AM-PROGRAM NOT = WS-SEL-PROGRAM                       02880001
028900         GO TO 2000-EXIT                                          02890001
029000     END-IF.                                                      02900001
029100     ADD 1 TO WS-READ-COUNT.                                      02910001
029200     SET WS-SH-AS-OF    TO TRUE.                                  02920001
029300     MOVE AM-APPL-ID    TO WS-SH-APPL-ID.                         02930001
029400     MOVE AM-PROGRAM    TO WS-SH-PROGRAM.                         02940001
029500     MOVE WS-AS-OF-DATE TO WS-SH-DATE.                            02950001
029600     CALL "HELSPAN" USING WS-SPAN-PARM.                           02960001
029700     IF WS-SH-FILE-ERROR                                          02970001
029800         MOVE "SPANHIST"        TO WS-STATUS-FILE                 02980001
029900         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 02990001
030000         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   03000001
030100     END-IF.                                                      03010001
030200     IF WS-SH-NOT-FOUND                                           03020001
030300         ADD 1 TO WS-NO-SPAN-COUNT                                03030001
030400         GO TO 2000-EXIT                                          03040001
030500     END-IF.                                                      03050001
030600     MOVE SPACES              TO AX-DETAIL-RECORD.                03060001
030700     MOVE "D"                 TO AX-RECORD-TYPE.                  03070001
030800     MOVE AM-APPL-ID          TO AX-APPL-ID.                      03080001
030900     MOVE AM-PROGRAM          TO AX-PROGRAM.                      03090001
031000     MOVE AM-NAME             TO AX-NAME.                         03100001
031100     MOVE WS-SH-DETERMINATION TO AX-DETERMINATION.                03110001
031200     MOVE WS-SH-TIER          TO AX-TIER.                         03120001
031300     MOVE WS-SH-START-DATE    TO AX-START-DATE.                   03130001
031400     MOVE WS-SH-END-DATE      TO AX-END-DATE.                     03140001
031500     MOVE WS-SH-OPEN-RUN-ID   TO AX-OPEN-RUN-ID.                  03150001
031600     MOVE WS-SH-CLOSE-RUN-ID  TO AX-CLOSE-RUN-ID.                 03160001
031700     WRITE AX-DETAIL-RECORD.                                      03170001
031800     PERFORM 9520-CHECK-ASOFEXT THRU 9520-EXIT.                   03180001
031900     ADD 1 TO WS-EXTRACT-COUNT.                                   03190001
032000 2000-EXIT.                                                       03200001
032100     EXIT.                                                        03210001
032200*                                                                 03220001
032300*------------------------------------------------------------     03230001
032400*3000-WRITE-TRAILER                                               03240001
032500*    CLOSES THE EXTRACT WITH THE COUNTED TRAILER.                 03250001
032600*------------------------------------------------------------     03260001
032700 3000-WRITE-TRAILER.                                              03270001
032800     MOVE SPACES           TO AX-TRAILER-RECORD.                  03280001
032900     MOVE "T"              TO AX-T-TYPE.                          03290001
033000     MOVE WS-EXTRACT-COUNT TO AX-T-COUNT.                         03300001
033100     MOVE WS-NO-SPAN-COUNT TO AX-T-NO-SPAN.                       03310001
033200     WRITE AX-TRAILER-RECORD.                                     03320001
033300     PERFORM 9520-CHECK-ASOFEXT THRU 9520-EXIT.                   03330001
033400 3000-EXIT.                                                       03340001
033500     EXIT.                                                        03350001
033600*                                                                 03360001
033700*------------------------------------------------------------     03370001
033800*9000-TERMINATE                                                   03380001
033900*    CLOSES THE FILES AND REPORTS THE RUN COUNTS.  A RUN          03390001
034000*    THAT FOUND NOTHING TO EXTRACT ENDS WITH RETURN CODE 4        03400001
034100*    SO THE EMPTY FILE IS NOT MISTAKEN FOR A GOOD ONE.            03410001
034200*------------------------------------------------------------     03420001
034300 9000-TERMINATE.                                                  03430001
034400     IF RETURN-CODE NOT = ZERO                                    03440001
034500         GO TO 9000-EXIT                                          03450001
034600     END-IF.                                                      03460001
034700     CLOSE APPLICANT-MASTER.                                      03470001
034800     CLOSE AS-OF-EXTRACT.                                         03480001
034900     SET WS-SH-CLOSE TO TRUE.                                     03490001
035000     CALL "HELSPAN" USING WS-SPAN-PARM.                           03500001
035100     MOVE WS-READ-COUNT    TO WS-READ-ED.                         03510001
035200     MOVE WS-EXTRACT-COUNT TO WS-EXTRACT-ED.                      03520001
035300     MOVE WS-NO-SPAN-COUNT TO WS-NO-SPAN-ED.                      03530001
035400     DISPLAY "HELASOF - MASTER RECORDS SELECTED: " WS-READ-ED.    03540001
035500     DISPLAY "HELASOF - SPANS EXTRACTED: " WS-EXTRACT-ED.         03550001
035600     DISPLAY "HELASOF - NO SPAN ON THE DATE: " WS-NO-SPAN-ED.     03560001
035700     DISPLAY "HELASOF - RUN ID " WS-RUN-ID.                       03570001
035800     IF WS-EXTRACT-COUNT = ZERO                                   03580001
035900         MOVE 4 TO RETURN-CODE                                    03590001
036000     END-IF.                                                      03600001
036100 9000-EXIT.                                                       03610001
036200     EXIT.                                                        03620001
036300*                                                                 03630001
036400*------------------------------------------------------------     03640001
036500*9500-FILE-ERROR                                                  03650001
036600*    NAMES THE FAILING FILE AND STATUS ON THE CONSOLE AND         03660001
036700*    ENDS THE RUN WITH RETURN CODE 16.                            03670001
036800*------------------------------------------------------------     03680001
036900 9500-FILE-ERROR.                                                 03690001
037000     DISPLAY "HELASOF - FILE ERROR ON " WS-STATUS-FILE            03700001
037100         " STATUS " WS-STATUS-CODE.                               03710001
037200     DISPLAY "HELASOF - RUN ABENDED - RETURN CODE 16".            03720001
037300     MOVE 16 TO RETURN-CODE.                                      03730001
037400     STOP RUN.                                                    03740001
037500 9500-EXIT.                                                       03750001
037600     EXIT.                                                        03760001
037700*                                                                 03770001
037800 9510-CHECK-APPLMAST.                                             03780001
037900     IF WS-MASTER-STATUS NOT = "00"                               03790001
038000         MOVE "APPLMAST"         TO WS-STATUS-FILE                03800001
038100         MOVE WS-MASTER-STATUS   TO WS-STATUS-CODE                03810001
038200         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   03820001
038300     END-IF.                                                      03830001
038400 9510-EXIT.                                                       03840001
038500     EXIT.                                                        03850001
038600*                                                                 03860001
038700 9520-CHECK-ASOFEXT.                                              03870001
038800     IF WS-EXTRACT-STATUS NOT = "00"                              03880001
038900         MOVE "ASOFEXT"          TO WS-STATUS-FILE                03890001
039000         MOVE WS-EXTRACT-STATUS  TO WS-STATUS-CODE                03900001
039100         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   03910001
039200     END-IF.                                                      03920001
039300 9520-EXIT.                                                       03930001
039400     EXIT.                                                        03940001
