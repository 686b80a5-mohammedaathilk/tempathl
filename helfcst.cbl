003040*                AND REWRITING THE MASTER IN PLACE, SO THE        00304002
003050*                FEED ACTUALLY FLIPS THE DECISION INSTEAD         00305002
003060*                OF PARKING IT IN DUPLICATE REVIEW.               00306002
003070*10/15/2026 RJM  A LAPSED RECORD IS NOT FORECAST - IT WAITS ON    00307003
003080*                THE APPLICANT RECERTIFYING, NOT ON A BIRTHDAY -  00308003
003090*                AND IS COUNTED SEPARATELY ON THE CONSOLE.        00309003
003100*----------------------------------------------------------       00310001
003200 ENVIRONMENT DIVISION.                                            00320001
003300 CONFIGURATION SECTION.                                           00330001
018000 77  WS-AGE-TODAY         PIC S9(05) COMP    VALUE ZERO.          01800001
018100 77  WS-READ-COUNT        PIC 9(08) COMP     VALUE ZERO.          01810001
018200 77  WS-PENDING-COUNT     PIC 9(08) COMP     VALUE ZERO.          01820001
018210 77  WS-LAPSED-COUNT      PIC 9(08) COMP     VALUE ZERO.          01821003
018220 77  WS-LAPSED-ED         PIC Z(07)9.                             01822003
018300 77  WS-READ-COUNT-ED     PIC Z(07)9.                             01830001
018400 77  WS-PENDING-ED        PIC Z(07)9.                             01840001
018500 77  WS-WINDOW-ED         PIC ZZ9.                                01850001
032700*------------------------------------------------------------     03270001
032800 2000-FORECAST-ONE.                                               03280001
032900     ADD 1 TO WS-READ-COUNT.                                      03290001
032910*    A LAPSED RECORD COMES BACK ONLY THROUGH A NEW CAPTURE.       03291003
032920     IF AM-DETERMINATION = "LAPSED"                               03292003
032930         ADD 1 TO WS-LAPSED-COUNT                                 03293003
032940         GO TO 2000-NEXT                                          03294003
032950     END-IF.                                                      03295003
033000     IF AM-DETERMINATION NOT = "NOT ELIGIBLE"                     03300001
033100         GO TO 2000-NEXT                                          03310001
033200     END-IF.                                                      03320001
044000     MOVE WS-READ-COUNT    TO WS-READ-COUNT-ED.                   04400001
044100     MOVE WS-PENDING-COUNT TO WS-PENDING-ED.                      04410001
044200     MOVE WS-WINDOW-DAYS   TO WS-WINDOW-ED.                       04420001
044210     MOVE WS-LAPSED-COUNT  TO WS-LAPSED-ED.                       04421003
044300     DISPLAY "HELFCST - MASTER RECORDS READ: "                    04430001
044400         WS-READ-COUNT-ED.                                        04440001
044500     DISPLAY "HELFCST - CROSSINGS IN " WS-WINDOW-ED               04450001
044600         " DAYS: " WS-PENDING-ED.                                 04460001
044610     DISPLAY "HELFCST - LAPSED, LEFT FOR RECERTIFICATION: "       04461003
044620         WS-LAPSED-ED.                                            04462003
044700 9000-EXIT.                                                       04470001
044800     EXIT.                                                        04480001
044900*                                                                 04490001
