002560*                "SITE " LINES; THEY ARE LEFT OUT OF THE          00256003
002570*                GRAND-TOTAL TIE, LIKE REJECTED AND               00257003
002580*                DUPLICATES.                                      00258003
002581*10/15/2026 RJM  EACH DETAIL LINE NOW PRINTS THE BENEFIT          00258104
002582*                PROGRAM'S CATALOG DESCRIPTION (HELPCAT)          00258204
002583*                INSTEAD OF LEAVING THE READER TO KNOW THE        00258304
002584*                CODES.  AN UNKNOWN CODE PRINTS AS ITSELF.        00258404
002600*----------------------------------------------------------       00260001
002700 ENVIRONMENT DIVISION.                                            00270001
002800 CONFIGURATION SECTION.                                           00280001
005880     05  ER-STATE            PIC X(02).                           00588002
005890     05  FILLER              PIC X(02).                           00589002
005895     05  ER-POSTAL           PIC X(10).                           00589502
005896     05  FILLER              PIC X(02).                           00589604
005897     05  ER-PROGRAM          PIC X(03).                           00589704
005900                                                                  00590001
006000*----------------------------------------------------------       00600001
006100*SUMMARY-REPORT - THE END-OF-RUN TIER COUNTS HELWOR WROTE,        00610001
008500     05  SS-NAME             PIC X(30).                           00850001
008600     05  SS-AGE              PIC 9(03).                           00860001
008700     05  SS-DETERMINATION    PIC X(16).                           00870001
008710     05  SS-PROGRAM          PIC X(03).                           00871004
008800                                                                  00880001
008900 WORKING-STORAGE SECTION.                                         00890001
009000                                                                  00900001
011300                                                                  01130001
011400 01  WS-ELIG-STATUS      PIC X(02)   VALUE SPACES.                01140001
011500 01  WS-SUMMARY-STATUS   PIC X(02)   VALUE SPACES.                01150001
011510                                                                  01151004
011520*----------------------------------------------------------       01152004
011530*WS-PROG-CAT - THE CATALOG ENTRY FOR THE PROGRAM ON THE           01153004
011540*DETAIL LINE BEING PRINTED, AS RETURNED BY HELPCAT                01154004
011550*----------------------------------------------------------       01155004
011560 COPY PROGCAT.                                                    01156004
011600                                                                  01160001
011700*----------------------------------------------------------       01170001
011800*WS-CURRENT-TIER - THE TIER WHOSE GROUP IS BEING PRINTED,         01180001
013800     05  FILLER              PIC X(03)  VALUE "AGE".              01380001
013900     05  FILLER              PIC X(02)  VALUE SPACES.             01390001
014000     05  FILLER              PIC X(16)  VALUE "DETERMINATION".    01400001
014010     05  FILLER              PIC X(02)  VALUE SPACES.             01401004
014020     05  FILLER              PIC X(25)  VALUE "PROGRAM".          01402004
014200                                                                  01420001
014300*----------------------------------------------------------       01430001
014400*WS-TIER-HEADING - PRINTED AT THE TOP OF EACH TIER GROUP          01440001
015700     05  WS-DL-AGE           PIC 9(03).                           01570001
015800     05  FILLER              PIC X(02)  VALUE SPACES.             01580001
015900     05  WS-DL-DETERMINATION PIC X(16).                           01590001
015910     05  FILLER              PIC X(02)  VALUE SPACES.             01591004
015920     05  WS-DL-PROGRAM       PIC X(25).                           01592004
016100                                                                  01610001
016200*----------------------------------------------------------       01620001
016300*WS-SUBTOTAL-LINE - COUNT PRINTED AT THE END OF EACH TIER         01630001
030400     MOVE ER-NAME           TO SS-NAME.                           03040001
030500     MOVE ER-AGE            TO SS-AGE.                            03050001
030600     MOVE ER-DETERMINATION  TO SS-DETERMINATION.                  03060001
030610     MOVE ER-PROGRAM        TO SS-PROGRAM.                        03061004
030700     RELEASE SS-SORT-RECORD.                                      03070001
030800 2100-EXIT.                                                       03080001
030900     EXIT.                                                        03090001
035500     MOVE SS-NAME           TO WS-DL-NAME.                        03550001
035600     MOVE SS-AGE            TO WS-DL-AGE.                         03560001
035700     MOVE SS-DETERMINATION  TO WS-DL-DETERMINATION.               03570001
035710     CALL "HELPCAT" USING SS-PROGRAM, WS-PROG-CAT.                03571004
035720     MOVE WS-PC-DESCRIPTION TO WS-DL-PROGRAM.                     03572004
035800     MOVE WS-DETAIL-LINE    TO PR-PRINT-TEXT.                     03580001
035900     WRITE PR-PRINT-RECORD.                                       03590001
036000     ADD 1 TO WS-LINE-COUNT.                                      03600001
