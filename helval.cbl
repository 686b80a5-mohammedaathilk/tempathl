002080*                AGE KEYED WEEKS EARLIER.  A RECORD WITHOUT       00208002
002090*                A BIRTH DATE (AN OLD-FORMAT FILE) KEEPS THE      00209002
002091*                KEYED AGE.                                       00209102
002092*10/15/2026 RJM  PROGRAM CODE NOW EDITED AGAINST THE BENEFIT      00209204
002093*                PROGRAM CATALOG (HELPCAT).  A CODE THE           00209304
002094*                CATALOG DOES NOT KNOW, A PROGRAM NOT OPEN        00209404
002095*                YET, AND A PROGRAM ALREADY CLOSED EACH FAIL      00209504
002096*                WITH THEIR OWN REASON, SO THE RECORD GOES        00209604
002097*                TO EXCEPTIONS INSTEAD OF PICKING UP THE          00209704
002098*                DEFAULT RULE.  A BLANK CODE (OLD-FORMAT          00209804
002099*                RECORD) IS STILL NOT CHECKED.                    00209904
002100*----------------------------------------------------------       00210001
002200 ENVIRONMENT DIVISION.                                            00220001
002300                                                                  00230001
002651 77  VAL-LEAP-REM            PIC 9(04) COMP VALUE ZERO.           00265102
002652 77  VAL-DERIVED-AGE         PIC S9(05) COMP VALUE ZERO.          00265202
002653                                                                  00265302
002654*----------------------------------------------------------       00265404
002655*THE CATALOG ENTRY FOR THE APPLICANT'S PROGRAM, FROM HELPCAT      00265504
002656*----------------------------------------------------------       00265604
002657 COPY PROGCAT.                                                    00265704
002658                                                                  00265804
002700 LINKAGE SECTION.                                                 00270001
002800                                                                  00280001
002900*----------------------------------------------------------       00290001
005000*0000-MAINLINE                                                    00500001
005100*    VALIDATES ONE APPLICANT RECORD, DERIVES THE AGE AS OF        00510002
005200*    THE CALLER'S RUN DATE WHEN A BIRTH DATE IS CARRIED,          00520002
005210*    CHECKS THE PROGRAM CODE AGAINST THE CATALOG, AND RETURNS     00521004
005220*    CONTROL TO THE CALLER.                                       00522004
005300*============================================================     00530001
005400 0000-MAINLINE.                                                   00540001
005500     PERFORM 1000-VALIDATE-AGE THRU 1000-EXIT.                    00550001
005540     IF VAL-PASSED AND VAL-HAVE-BIRTH-DATE                        00554002
005550         PERFORM 3000-DERIVE-AGE THRU 3000-EXIT                   00555002
005560     END-IF.                                                      00556002
005570     IF VAL-PASSED                                                00557004
005580         PERFORM 2500-VALIDATE-PROGRAM THRU 2500-EXIT             00558004
005590     END-IF.                                                      00559004
005600     GOBACK.                                                      00560001
005700*                                                                 00570001
005800*------------------------------------------------------------     00580001
014900     END-IF.                                                      01490002
015000 2100-EXIT.                                                       01500002
015100     EXIT.                                                        01510002
015103*                                                                 01510304
015106*------------------------------------------------------------     01510604
015109*2500-VALIDATE-PROGRAM                                            01510904
015112*    REJECTS A PROGRAM CODE THE CATALOG DOES NOT KNOW, OR A       01511204
015115*    PROGRAM THAT IS NOT OPEN YET OR HAS CLOSED AS OF THE         01511504
015118*    CALLER'S RUN DATE.  A BLANK CODE IS AN OLD-FORMAT            01511804
015121*    RECORD AND GETS THE DEFAULT RULE UNCHECKED, AS               01512104
015124*    BEFORE; WITH NO CATALOG AT ALL HELPCAT HAS ALREADY           01512404
015127*    SAID SO AND THE CODE STANDS.                                 01512704
015130*------------------------------------------------------------     01513004
015133 2500-VALIDATE-PROGRAM.                                           01513304
015136     IF WS-PROGRAM-CODE = SPACES                                  01513604
015139         GO TO 2500-EXIT                                          01513904
015142     END-IF.                                                      01514204
015145     CALL "HELPCAT" USING WS-PROGRAM-CODE, WS-PROG-CAT.           01514504
015148     IF WS-PC-NO-CATALOG                                          01514804
015151         GO TO 2500-EXIT                                          01515104
015154     END-IF.                                                      01515404
015157     IF WS-PC-NOT-FOUND                                           01515704
015160         MOVE "PROGRAM UNKNOWN"     TO VAL-REASON                 01516004
015163         SET VAL-FAILED TO TRUE                                   01516304
015166     ELSE IF VAL-RUN-DATE < WS-PC-OPEN-DATE                       01516604
015169         MOVE "PROGRAM NOT OPEN"    TO VAL-REASON                 01516904
015172         SET VAL-FAILED TO TRUE                                   01517204
015175     ELSE IF WS-PC-CLOSE-DATE > ZERO                              01517504
015178            AND VAL-RUN-DATE NOT < WS-PC-CLOSE-DATE               01517804
015181         MOVE "PROGRAM CLOSED"      TO VAL-REASON                 01518104
015184         SET VAL-FAILED TO TRUE                                   01518404
015187     END-IF.                                                      01518704
015190 2500-EXIT.                                                       01519004
015193     EXIT.                                                        01519304
015200*                                                                 01520002
015300*------------------------------------------------------------     01530002
015400*3000-DERIVE-AGE                                                  01540002
