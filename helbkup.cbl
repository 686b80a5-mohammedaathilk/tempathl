000100*----------------------------------------------------------       00010001
000200*HELBKUP - DATED UNLOAD OF THE APPLICANT MASTER                   00020001
000300*----------------------------------------------------------       00030001
000400 IDENTIFICATION DIVISION.                                         00040001
000500 PROGRAM-ID. HELBKUP.                                             00050001
000600 AUTHOR. R J MEADOWS.                                             00060001
000700 INSTALLATION. APPLICATIONS PROGRAMMING.                          00070001
000800 DATE-WRITTEN. 10/15/2026.                                        00080001
000900 DATE-COMPILED.                                                   00090001
001000*----------------------------------------------------------       00100001
001100*MODIFICATION HISTORY                                             00110001
001200*----------------------------------------------------------       00120001
001300*DATE       BY   DESCRIPTION                                      00130001
001400*10/15/2026 RJM  ORIGINAL PROGRAM.  THE MASTER IS REWRITTEN IN    00140001
001500*                PLACE BY HELWOR, HELCORR, HELDUPR, HELAPPL,      00150001
001600*                HELREDET, HELRMAIL, HELRCERT, AND THE HELINQ     00160001
001700*                PHONE DESK, AND THERE WAS NO DOCUMENTED WAY TO   00170001
001800*                GET IT BACK AFTER DAMAGE OR A BAD RUN.  THIS     00180001
001900*                RUN GOES FIRST IN THE NIGHTLY CYCLE AND          00190001
002000*                UNLOADS EVERY MASTER RECORD, IN KEY ORDER, TO    00200001
002100*                A SEQUENTIAL BACKUP STAMPED WITH THE DATE,       00210001
002200*                TIME, AND RUN ID (HB PREFIX) OF THE UNLOAD AND   00220001
002300*                CLOSED WITH A COUNTED TRAILER.  OPERATIONS       00230001
002400*                KEEPS EACH NIGHT'S BACKUP UNDER ITS DATE;        00240001
002500*                HELRCVR RELOADS A CHOSEN ONE AND ROLLS THE       00250001
002600*                AUDIT LOG FORWARD FROM ITS TIME STAMP.           00260001
002610*10/15/2026 RJM  THE BACKUP OPENS THE NIGHTLY CYCLE.  IT NOW      00261002
002620*                RECORDS ITS START AND END WITH HELCYCL, SO       00262002
002630*                EVERY STEP AFTER IT CAN BE HELD TO THE CYCLE     00263002
002640*                SCHEDULE AND HELCYRPT CAN SAY WHERE THE NIGHT    00264002
002650*                STANDS.                                          00265002
002700*----------------------------------------------------------       00270001
002800 ENVIRONMENT DIVISION.                                            00280001
002900 CONFIGURATION SECTION.                                           00290001
003000 INPUT-OUTPUT SECTION.                                            00300001
003100 FILE-CONTROL.                                                    00310001
003200     SELECT APPLICANT-MASTER ASSIGN TO "APPLMAST"                 00320001
003300         ORGANIZATION IS INDEXED                                  00330001
003400         ACCESS MODE IS SEQUENTIAL                                00340001
003500         RECORD KEY IS AM-REC-KEY                                 00350001
003600         FILE STATUS IS WS-MASTER-STATUS.                         00360001
003700                                                                  00370001
003800     SELECT MASTER-BACKUP ASSIGN TO "MASTBKUP"                    00380001
003900         ORGANIZATION IS LINE SEQUENTIAL                          00390001
004000         FILE STATUS IS WS-BACKUP-STATUS.                         00400001
004100                                                                  00410001
004200 DATA DIVISION.                                                   00420001
004300 FILE SECTION.                                                    00430001
004400*----------------------------------------------------------       00440001
004500*APPLICANT-MASTER - READ END TO END IN KEY ORDER, NEVER           00450001
004600*UPDATED                                                          00460001
004700*----------------------------------------------------------       00470001
004800 FD  APPLICANT-MASTER.                                            00480001
004900 COPY APPLMREC.                                                   00490001
005000                                                                  00500001
005100*----------------------------------------------------------       00510001
005200*MASTER-BACKUP - THE DATED UNLOAD: HEADER, ONE DETAIL PER         00520001
005300*MASTER RECORD, COUNTED TRAILER                                   00530001
005400*----------------------------------------------------------       00540001
005500 FD  MASTER-BACKUP.                                               00550001
005600 COPY MBKPREC.                                                    00560001
005700                                                                  00570001
005800 WORKING-STORAGE SECTION.                                         00580001
005900                                                                  00590001
006000*----------------------------------------------------------       00600001
006100*WS-EOF-SW - SET WHEN APPLICANT-MASTER IS EXHAUSTED               00610001
006200*----------------------------------------------------------       00620001
006300 01  WS-EOF-SW           PIC X(01)   VALUE 'N'.                   00630001
006400     88  WS-END-OF-FILE              VALUE 'Y'.                   00640001
006500     88  WS-NOT-END-OF-FILE          VALUE 'N'.                   00650001
006600                                                                  00660001
006700 01  WS-MASTER-STATUS     PIC X(02)   VALUE SPACES.               00670001
006800 01  WS-BACKUP-STATUS     PIC X(02)   VALUE SPACES.               00680001
006900                                                                  00690001
007000*----------------------------------------------------------       00700001
007100*WS-STATUS-FILE / WS-STATUS-CODE - THE FILE NAME AND STATUS       00710001
007200*NAMED ON THE CONSOLE BY 9500-FILE-ERROR                          00720001
007300*----------------------------------------------------------       00730001
007400 01  WS-STATUS-FILE       PIC X(08)   VALUE SPACES.               00740001
007500 01  WS-STATUS-CODE       PIC X(02)   VALUE SPACES.               00750001
007600                                                                  00760001
007700*----------------------------------------------------------       00770001
007800*WS-RUN-ID - UNIQUE STAMP FOR THIS UNLOAD, CARRIED ON THE         00780001
007900*BACKUP HEADER - HB PREFIX                                        00790001
008000*----------------------------------------------------------       00800001
008100 01  WS-RUN-ID.                                                   00810001
008200     05  FILLER           PIC X(02)   VALUE "HB".                 00820001
008300     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 00830001
008400     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 00840001
008500 01  WS-TIME-WORK.                                                00850001
008600     05  WS-TW-HHMMSS     PIC 9(06).                              00860001
008700     05  FILLER           PIC 9(02).                              00870001
008710                                                                  00871002
008720*----------------------------------------------------------       00872002
008730*HELCYCL INTERFACE                                                00873002
008740*----------------------------------------------------------       00874002
008750 COPY CYCLPARM.                                                   00875002
008800                                                                  00880001
008900 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          00890001
009000 77  WS-WRITE-COUNT       PIC 9(09) COMP     VALUE ZERO.          00900001
009100 77  WS-WRITE-ED          PIC Z(08)9.                             00910001
009200*                                                                 00920001
009300 PROCEDURE DIVISION.                                              00930001
009400*============================================================     00940001
009500*0000-MAINLINE                                                    00950001
009600*    UNLOADS THE WHOLE MASTER BETWEEN THE HEADER AND THE          00960001
009700*    TRAILER AND CLOSES DOWN.                                     00970001
009800*============================================================     00980001
009900 0000-MAINLINE.                                                   00990001
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      01000001
010100     PERFORM 2000-UNLOAD-ONE THRU 2000-EXIT                       01010001
010200         UNTIL WS-END-OF-FILE.                                    01020001
010300     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       01030001
010400     GOBACK.                                                      01040001
010500*                                                                 01050001
010600*------------------------------------------------------------     01060001
010700*1000-INITIALIZE                                                  01070001
010800*    STAMPS THE RUN ID, OPENS THE FILES, WRITES THE BACKUP        01080001
010900*    HEADER, AND PRIMES THE MASTER READ.  THE HEADER TIME IS      01090001
011000*    TAKEN BEFORE THE FIRST RECORD IS READ, SO NOTHING            01100001
011100*    LOGGED AFTER IT CAN BE MISSING FROM A ROLL-FORWARD.  NO      01110001
011200*    MASTER, NO BACKUP - RC 8.                                    01120001
011300*------------------------------------------------------------     01130001
011400 1000-INITIALIZE.                                                 01140001
011500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     01150001
011600     ACCEPT WS-TIME-WORK FROM TIME.                               01160001
011700     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            01170001
011800     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            01180001
011900     DISPLAY "HELBKUP - RUN ID " WS-RUN-ID.                       01190001
011910     PERFORM 1100-CHECK-CYCLE THRU 1100-EXIT.                     01191002
012000     OPEN INPUT APPLICANT-MASTER.                                 01200001
012100     IF WS-MASTER-STATUS NOT = "00"                               01210001
012200         DISPLAY "HELBKUP - APPLICANT MASTER UNAVAILABLE, "       01220001
012300             "STATUS " WS-MASTER-STATUS                           01230001
012400         DISPLAY "HELBKUP - NO BACKUP TAKEN"                      01240001
012500         MOVE 8 TO RETURN-CODE                                    01250001
012600         SET WS-END-OF-FILE TO TRUE                               01260001
012700         GO TO 1000-EXIT                                          01270001
012800     END-IF.                                                      01280001
012900     OPEN OUTPUT MASTER-BACKUP.                                   01290001
013000     PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT.                  01300001
013100     MOVE SPACES         TO BK-HEADER-RECORD.                     01310001
013200     MOVE "H"            TO BK-H-TYPE.                            01320001
013300     MOVE WS-TODAY-DATE  TO BK-H-DATE.                            01330001
013400     MOVE WS-TIME-WORK   TO BK-H-TIME.                            01340001
013500     MOVE WS-RUN-ID      TO BK-H-RUN-ID.                          01350001
013600     WRITE BK-HEADER-RECORD.                                      01360001
013700     PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT.                  01370001
013800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     01380001
013900 1000-EXIT.                                                       01390001
014000     EXIT.                                                        01400001
014001*                                                                 01400102
014002*------------------------------------------------------------     01400202
014003*1100-CHECK-CYCLE                                                 01400302
014004*    RECORDS THE START OF THE STEP WITH HELCYCL.  A REFUSED       01400402
014005*    STEP STOPS HERE WITH RETURN CODE 12, BEFORE ANY FILE IS      01400502
014006*    OPENED.                                                      01400602
014007*------------------------------------------------------------     01400702
014008 1100-CHECK-CYCLE.                                                01400802
014009     SET WS-CY-STEP-START TO TRUE.                                01400902
014010     MOVE "HELBKUP"    TO WS-CY-PROGRAM.                          01401002
014011     MOVE SPACE        TO WS-CY-FUNCTION.                         01401102
014012     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           01401202
014013     CALL "HELCYCL" USING WS-CYCLE-PARM.                          01401302
014014     IF WS-CY-REFUSED                                             01401402
014015         DISPLAY "HELBKUP - " WS-CY-MESSAGE                       01401502
014016         DISPLAY "HELBKUP - STEP REFUSED - RETURN CODE 12"        01401602
014017         MOVE 12 TO RETURN-CODE                                   01401702
014018         STOP RUN                                                 01401802
014019     END-IF.                                                      01401902
014020 1100-EXIT.                                                       01402002
014021     EXIT.                                                        01402102
014100*                                                                 01410001
014200*------------------------------------------------------------     01420001
014300*2000-UNLOAD-ONE                                                  01430001
014400*    WRITES ONE MASTER RECORD, AS IT STANDS, TO THE BACKUP.       01440001
014500*------------------------------------------------------------     01450001
014600 2000-UNLOAD-ONE.                                                 01460001
014700     MOVE SPACES            TO BK-BACKUP-RECORD.                  01470001
014800     MOVE "D"               TO BK-REC-TYPE.                       01480001
014900     MOVE AM-MASTER-RECORD  TO BK-MASTER-IMAGE.                   01490001
015000     WRITE BK-BACKUP-RECORD.                                      01500001
015100     PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT.                  01510001
015200     ADD 1 TO WS-WRITE-COUNT.                                     01520001
015300     PERFORM 2100-READ-MASTER THRU 2100-EXIT.                     01530001
015400 2000-EXIT.                                                       01540001
015500     EXIT.                                                        01550001
015600*                                                                 01560001
015700*------------------------------------------------------------     01570001
015800*2100-READ-MASTER                                                 01580001
015900*    READS THE NEXT MASTER RECORD IN KEY ORDER.  A READ           01590001
016000*    ERROR ENDS THE RUN - A BACKUP WITH A HOLE IN IT IS           01600001
016100*    WORSE THAN NONE.                                             01610001
016200*------------------------------------------------------------     01620001
016300 2100-READ-MASTER.                                                01630001
016400     READ APPLICANT-MASTER                                        01640001
016500         AT END                                                   01650001
016600             SET WS-END-OF-FILE TO TRUE                           01660001
016700             GO TO 2100-EXIT                                      01670001
016800     END-READ.                                                    01680001
016900     IF WS-MASTER-STATUS NOT = "00"                               01690001
017000         MOVE "APPLMAST"        TO WS-STATUS-FILE                 01700001
017100         MOVE WS-MASTER-STATUS  TO WS-STATUS-CODE                 01710001
017200         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   01720001
017300     END-IF.                                                      01730001
017400 2100-EXIT.                                                       01740001
017500     EXIT.                                                        01750001
017600*                                                                 01760001
017700*------------------------------------------------------------     01770001
017800*9000-TERMINATE                                                   01780001
017900*    WRITES THE COUNTED TRAILER, CLOSES THE FILES, AND            01790001
018000*    DISPLAYS THE RUN COUNT.                                      01800001
018100*------------------------------------------------------------     01810001
018200 9000-TERMINATE.                                                  01820001
018300     IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"        01830001
018400         MOVE SPACES         TO BK-TRAILER-RECORD                 01840001
018500         MOVE "T"            TO BK-T-TYPE                         01850001
018600         MOVE WS-WRITE-COUNT TO BK-T-COUNT                        01860001
018700         WRITE BK-TRAILER-RECORD                                  01870001
018800         PERFORM 9510-CHECK-MASTBKUP THRU 9510-EXIT               01880001
018900         CLOSE APPLICANT-MASTER                                   01890001
019000         CLOSE MASTER-BACKUP                                      01900001
019100     END-IF.                                                      01910001
019200     MOVE WS-WRITE-COUNT TO WS-WRITE-ED.                          01920001
019300     DISPLAY "HELBKUP - MASTER RECORDS UNLOADED: "                01930001
019400         WS-WRITE-ED.                                             01940001
019500     DISPLAY "HELBKUP - RUN ID " WS-RUN-ID.                       01950001
019510     PERFORM 9100-END-CYCLE THRU 9100-EXIT.                       01951002
019600 9000-EXIT.                                                       01960001
019700     EXIT.                                                        01970001
019701*                                                                 01970102
019702*------------------------------------------------------------     01970202
019703*9100-END-CYCLE                                                   01970302
019704*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        01970402
019705*    CODE AND THE MASTER RECORDS UNLOADED.                        01970502
019706*------------------------------------------------------------     01970602
019707 9100-END-CYCLE.                                                  01970702
019708     SET WS-CY-STEP-END TO TRUE.                                  01970802
019709     MOVE RETURN-CODE    TO WS-CY-RETURN-CODE.                    01970902
019710     MOVE WS-WRITE-COUNT TO WS-CY-COUNT-IN.                       01971002
019711     MOVE WS-WRITE-COUNT TO WS-CY-COUNT-OUT.                      01971102
019712     CALL "HELCYCL" USING WS-CYCLE-PARM.                          01971202
019713     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       01971302
019714 9100-EXIT.                                                       01971402
019715     EXIT.                                                        01971502
019800*                                                                 01980001
019900*------------------------------------------------------------     01990001
020000*9500-FILE-ERROR                                                  02000001
020100*    A READ OR WRITE FAILED.  THE RUN STOPS SO OPERATIONS         02010001
020200*    DOES NOT CATALOG AN INCOMPLETE BACKUP.                       02020001
020300*------------------------------------------------------------     02030001
020400 9500-FILE-ERROR.                                                 02040001
020500     DISPLAY "HELBKUP - FILE ERROR ON " WS-STATUS-FILE            02050001
020600         " STATUS " WS-STATUS-CODE.                               02060001
020700     DISPLAY "HELBKUP - RUN ABENDED - RETURN CODE 16".            02070001
020800     MOVE 16 TO RETURN-CODE.                                      02080001
020900     STOP RUN.                                                    02090001
021000 9500-EXIT.                                                       02100001
021100     EXIT.                                                        02110001
021200*                                                                 02120001
021300 9510-CHECK-MASTBKUP.                                             02130001
021400     IF WS-BACKUP-STATUS NOT = "00"                               02140001
021500         MOVE "MASTBKUP"        TO WS-STATUS-FILE                 02150001
021600         MOVE WS-BACKUP-STATUS  TO WS-STATUS-CODE                 02160001
021700         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   02170001
021800     END-IF.                                                      02180001
021900 9510-EXIT.                                                       02190001
022000     EXIT.                                                        02200001
