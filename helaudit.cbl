002470*                PROGRAM CODE, TIER, AND THE RULE APPLIED         00247003
002480*                ARE NOW ON EVERY DETERMINATION.  EXTRACT         00248003
002490*                AND ARCHIVE LINES WIDENED TO MATCH.              00249003
002491*10/15/2026 RJM  NIGHTLY CYCLE CONTROL.  THE RUN NOW CARRIES A    00249104
002492*                RUN ID (HU PREFIX).  AN ARCHIVE RUN RECORDS ITS  00249204
002493*                START AND END WITH HELCYCL AND IS REFUSED (RC    00249304
002494*                12) WHILE THE LAST ARCHIVE'S AUDITNEW IS STILL   00249404
002495*                OWED ITS SWAP.  HELSWAP A NOW DOES THE SWAP,     00249504
002496*                CARRYING FORWARD ANY RECORDS LOGGED IN BETWEEN.  00249604
002497*                AN INQUIRY CHANGES NOTHING AND IS NOT RECORDED.  00249704
002498*10/15/2026 RJM  EXTRACT AND ARCHIVE LINES WIDENED FOR THE        00249805
002499*                OPERATOR ID NOW ON THE END OF EVERY AUDLREC.     00249905
002500*----------------------------------------------------------       00250001
002600 ENVIRONMENT DIVISION.                                            00260001
002700 CONFIGURATION SECTION.                                           00270001
008800*WORKS A DISPUTE FROM                                             00880001
008900*----------------------------------------------------------       00890001
009000 FD  AUDIT-EXTRACT.                                               00900001
009100 01  AX-PRINT-LINE           PIC X(132).                          00910005
009200                                                                  00920001
009300*----------------------------------------------------------       00930001
009400*AUDIT-ARCHIVE - LOG RECORDS OLDER THAN THE CUTOFF,               00940001
009500*EXTENDED SO REPEATED ARCHIVE RUNS BUILD ONE ARCHIVE              00950001
009600*----------------------------------------------------------       00960001
009700 FD  AUDIT-ARCHIVE.                                               00970001
009800 01  AR-LOG-RECORD           PIC X(132).                          00980005
009900                                                                  00990001
010000*----------------------------------------------------------       01000001
010100*AUDIT-NEW - THE LIVE LOG REWRITTEN WITHOUT THE ARCHIVED          01010001
010200*RECORDS.  HELSWAP A SWAPS THIS IN OVER AUDITLOG.                 01020004
010300*----------------------------------------------------------       01030001
010400 FD  AUDIT-NEW.                                                   01040001
010500 01  AN-LOG-RECORD           PIC X(132).                          01050005
010600                                                                  01060001
010700 WORKING-STORAGE SECTION.                                         01070001
010800                                                                  01080001
012500 01  WS-PARM-STATUS       PIC X(02)  VALUE SPACES.                01250001
012600 01  WS-ARCHIVE-STATUS    PIC X(02)  VALUE SPACES.                01260001
012700                                                                  01270001
012701*----------------------------------------------------------       01270104
012702*WS-RUN-ID - UNIQUE STAMP FOR THIS RUN - HU PREFIX, THE           01270204
012703*SAME WAY HELWOR (HW) AND HELCORR (HC) STAMP THEIRS -             01270304
012704*SHOWN ON THE CONSOLE AND RECORDED WITH HELCYCL.                  01270404
012705*----------------------------------------------------------       01270504
012706 01  WS-RUN-ID.                                                   01270604
012707     05  FILLER           PIC X(02)   VALUE "HU".                 01270704
012708     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 01270804
012709     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 01270904
012710 01  WS-TIME-WORK.                                                01271004
012711     05  WS-TW-HHMMSS     PIC 9(06).                              01271104
012712     05  FILLER           PIC 9(02).                              01271204
012713                                                                  01271304
012714*----------------------------------------------------------       01271404
012715*HELCYCL INTERFACE                                                01271504
012716*----------------------------------------------------------       01271604
012717 COPY CYCLPARM.                                                   01271704
012718                                                                  01271804
012800*----------------------------------------------------------       01280001
012900*WS-SELECTION - THE INQUIRY/ARCHIVE SELECTION VALUES SAVED        01290001
013000*FROM THE PARM RECORD.  BLANK MEANS NO FILTER.                    01300001
021100*------------------------------------------------------------     02110001
021200 1000-INITIALIZE.                                                 02120001
021300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     02130001
021310     ACCEPT WS-TIME-WORK FROM TIME.                               02131004
021320     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            02132004
021330     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            02133004
021340     DISPLAY "HELAUDIT - RUN ID " WS-RUN-ID.                      02134004
021350     MOVE SPACES TO WS-CYCLE-PARM.                                02135004
021400     PERFORM 1100-READ-PARM THRU 1100-EXIT.                       02140001
021500     IF NOT WS-FUNC-INQUIRY AND NOT WS-FUNC-ARCHIVE               02150001
021600         DISPLAY "HELAUDIT - NO USABLE PARM RECORD - "            02160001
022700         SET WS-END-OF-FILE TO TRUE                               02270001
022800         GO TO 1000-EXIT                                          02280001
022900     END-IF.                                                      02290001
022910     IF WS-FUNC-ARCHIVE                                           02291004
022920         PERFORM 1050-CHECK-CYCLE THRU 1050-EXIT                  02292004
022930     END-IF.                                                      02293004
023000     OPEN INPUT AUDIT-LOG.                                        02300001
023100     IF WS-AUDIT-LOG-STATUS NOT = "00"                            02310001
023200         DISPLAY "HELAUDIT - AUDIT LOG NOT AVAILABLE, "           02320001
024700 1000-EXIT.                                                       02470001
024800     EXIT.                                                        02480001
024900*                                                                 02490001
024901*------------------------------------------------------------     02490104
024902*1050-CHECK-CYCLE                                                 02490204
024903*    RECORDS THE START OF AN ARCHIVE RUN WITH HELCYCL.  A         02490304
024904*    REFUSED STEP STOPS HERE WITH RETURN CODE 12, BEFORE THE      02490404
024905*    LOG IS OPENED.                                               02490504
024906*------------------------------------------------------------     02490604
024907 1050-CHECK-CYCLE.                                                02490704
024908     SET WS-CY-STEP-START TO TRUE.                                02490804
024909     MOVE "HELAUDIT"   TO WS-CY-PROGRAM.                          02490904
024910     MOVE WS-FUNCTION  TO WS-CY-FUNCTION.                         02491004
024911     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           02491104
024912     CALL "HELCYCL" USING WS-CYCLE-PARM.                          02491204
024913     IF WS-CY-REFUSED                                             02491304
024914         DISPLAY "HELAUDIT - " WS-CY-MESSAGE                      02491404
024915         DISPLAY "HELAUDIT - STEP REFUSED - RETURN CODE 12"       02491504
024916         MOVE 12 TO RETURN-CODE                                   02491604
024917         STOP RUN                                                 02491704
024918     END-IF.                                                      02491804
024919 1050-EXIT.                                                       02491904
024920     EXIT.                                                        02492004
024921*                                                                 02492104
025000*------------------------------------------------------------     02500001
025100*1100-READ-PARM                                                   02510001
025200*    READS THE SINGLE PARM RECORD AND SAVES THE FUNCTION          02520001
041100             WS-ARCHIVE-COUNT-ED                                  04110001
041200         DISPLAY "HELAUDIT - RECORDS KEPT ON LIVE LOG: "          04120001
041300             WS-KEEP-COUNT-ED                                     04130001
041310         DISPLAY "HELAUDIT - RUN HELSWAP A TO SWAP AUDITNEW IN "  04131004
041320             "OVER AUDITLOG"                                      04132004
041500     END-IF.                                                      04150001
041510     PERFORM 9050-END-CYCLE THRU 9050-EXIT.                       04151004
041600 9000-EXIT.                                                       04160001
041700     EXIT.                                                        04170001
041800*                                                                 04180004
041900*------------------------------------------------------------     04190004
042000*9050-END-CYCLE                                                   04200004
042100*    RECORDS THE END OF AN ARCHIVE RUN WITH HELCYCL - THE         04210004
042200*    RETURN CODE, THE LOG RECORDS READ, AND THE RECORDS KEPT      04220004
042300*    ON AUDITNEW, WHICH HELSWAP A CHECKS BEFORE IT SWAPS.         04230004
042400*    AN INQUIRY, OR A RUN THAT NEVER STARTED, RECORDS NOTHING.    04240004
042500*------------------------------------------------------------     04250004
042600 9050-END-CYCLE.                                                  04260004
042700     IF NOT WS-CY-STEP-START                                      04270004
042800         GO TO 9050-EXIT                                          04280004
042900     END-IF.                                                      04290004
043000     SET WS-CY-STEP-END TO TRUE.                                  04300004
043100     MOVE RETURN-CODE        TO WS-CY-RETURN-CODE.                04310004
043200     MOVE WS-READ-COUNT      TO WS-CY-COUNT-IN.                   04320004
043300     MOVE WS-KEEP-COUNT      TO WS-CY-COUNT-OUT.                  04330004
043400     CALL "HELCYCL" USING WS-CYCLE-PARM.                          04340004
043500     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       04350004
043600 9050-EXIT.                                                       04360004
043700     EXIT.                                                        04370004
