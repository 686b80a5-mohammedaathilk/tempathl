003230*                THAN A/R NOW GETS ITS OWN REPORT LINE AND        00323002
003240*                STAYS PENDING, INSTEAD OF BEING MISLABELED       00324002
003250*                A STRAY AND REPORTED TWICE.                      00325002
003260*10/15/2026 RJM  A HELRCERT LAPSE ENDS THE APPLICANT'S            00326004
003270*                ELIGIBILITY AND IS A DETERMINATION THE AGENCY    00327004
003280*                MUST HEAR ABOUT: IT TRANSMITS WITH CODE L.  THE  00328004
003290*                RECERTIFICATION NOTICE ITSELF DOES NOT.          00329004
003291*10/15/2026 RJM  NIGHTLY CYCLE CONTROL.  THE RUN RECORDS ITS      00329105
003292*                START AND END WITH HELCYCL.  THE EXTRACT IS      00329205
003293*                REFUSED (RC 12) UNLESS HELAPPL HAS RUN SINCE     00329305
003294*                IT LAST DID; THE RECONCILE IS REFUSED WHILE THE  00329405
003295*                LAST RECONCILE'S STPNEW IS STILL OWED ITS SWAP.  00329505
003296*                HELSWAP S NOW DOES THE SWAP, CARRYING FORWARD    00329605
003297*                ANY EXTRACT APPENDED TO STPEND IN BETWEEN.       00329705
003300*----------------------------------------------------------       00330001
003400 ENVIRONMENT DIVISION.                                            00340001
003500 CONFIGURATION SECTION.                                           00350001
014300*----------------------------------------------------------       01430001
014400*NEW-PENDING-FILE - THE PENDING RECORDS STILL AWAITING AN         01440001
014500*ACKNOWLEDGMENT AFTER THE MATCH-OFF, IN THE SAME LAYOUT.          01450001
014600*HELSWAP S SWAPS THIS FILE IN OVER STPEND.  A REJECTED            01460005
014700*RECORD COMES OFF PENDING - IT IS ON THE REWORK REPORT            01470001
014800*AND WILL BE RE-EXTRACTED AFTER CORRECTION.                       01480001
014900*----------------------------------------------------------       01490001
020700 01  WS-TIME-WORK.                                                02070001
020800     05  WS-TW-HHMMSS     PIC 9(06).                              02080001
020900     05  FILLER           PIC 9(02).                              02090001
020910                                                                  02091005
020920*----------------------------------------------------------       02092005
020930*HELCYCL INTERFACE                                                02093005
020940*----------------------------------------------------------       02094005
020950 COPY CYCLPARM.                                                   02095005
021000                                                                  02100001
021100*----------------------------------------------------------       02110001
021200*WS-PENDING-TABLE - THE PENDING FILE, LOADED FOR THE              02120001
023410 77  WS-BADACK-COUNT      PIC 9(08) COMP    VALUE ZERO.           02341002
023420 77  WS-BADACK-ED         PIC Z(07)9.                             02342002
023500 77  WS-UNACKED-COUNT     PIC 9(08) COMP    VALUE ZERO.           02350001
023510 77  WS-PEND-READ-COUNT   PIC 9(08) COMP    VALUE ZERO.           02351005
023520 77  WS-PEND-WRITE-COUNT  PIC 9(08) COMP    VALUE ZERO.           02352005
023600 77  WS-TODAY-DATE        PIC 9(08)         VALUE ZERO.           02360001
023700 77  WS-EXTRACT-COUNT-ED  PIC Z(07)9.                             02370001
023800 77  WS-ACK-COUNT-ED      PIC Z(07)9.                             02380001
030100*    WITHOUT ONE.                                                 03010001
030200*------------------------------------------------------------     03020001
030300 1000-INITIALIZE.                                                 03030001
030310     MOVE SPACES TO WS-CYCLE-PARM.                                03031005
030400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     03040001
030500     ACCEPT WS-TIME-WORK FROM TIME.                               03050001
030600     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            03060001
031300             "FUNCTION MUST BE X OR R"                            03130001
031400         MOVE 8 TO RETURN-CODE                                    03140001
031500     END-IF.                                                      03150001
031510     IF WS-FUNC-EXTRACT OR WS-FUNC-RECONCILE                      03151005
031520         PERFORM 1050-CHECK-CYCLE THRU 1050-EXIT                  03152005
031530     END-IF.                                                      03153005
031600 1000-EXIT.                                                       03160001
031700     EXIT.                                                        03170001
031800*                                                                 03180001
031801*------------------------------------------------------------     03180105
031802*1050-CHECK-CYCLE                                                 03180205
031803*    RECORDS THE START OF THE STEP WITH HELCYCL.  A REFUSED       03180305
031804*    STEP STOPS HERE WITH RETURN CODE 12, BEFORE ANY DATA         03180405
031805*    FILE IS OPENED.                                              03180505
031806*------------------------------------------------------------     03180605
031807 1050-CHECK-CYCLE.                                                03180705
031808     SET WS-CY-STEP-START TO TRUE.                                03180805
031809     MOVE "HELSTATE"   TO WS-CY-PROGRAM.                          03180905
031810     MOVE WS-FUNCTION  TO WS-CY-FUNCTION.                         03181005
031811     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           03181105
031812     CALL "HELCYCL" USING WS-CYCLE-PARM.                          03181205
031813     IF WS-CY-REFUSED                                             03181305
031814         DISPLAY "HELSTATE - " WS-CY-MESSAGE                      03181405
031815         DISPLAY "HELSTATE - STEP REFUSED - RETURN CODE 12"       03181505
031816         MOVE 12 TO RETURN-CODE                                   03181605
031817         STOP RUN                                                 03181705
031818     END-IF.                                                      03181805
031819 1050-EXIT.                                                       03181905
031820     EXIT.                                                        03182005
031821*                                                                 03182105
031900*------------------------------------------------------------     03190001
032000*1100-READ-PARM                                                   03200001
032100*    READS THE SINGLE PARM RECORD AND SAVES THE FUNCTION          03210001
038300*    RECORD.  RESOLUTIONS LIKE PRIOR KEPT, RETIRED, OR A          03830001
038400*    NAME CORRECTION ARE NOT DETERMINATIONS AND DO NOT            03840001
038500*    TRANSMIT; AN APPEAL MARKER DOES.                             03850001
038510*    A LAPSE TRANSMITS AS CODE L; A RECERTIFICATION NOTICE        03851004
038520*    DECIDES NOTHING AND DOES NOT.                                03852004
038600*------------------------------------------------------------     03860001
038700 2100-EXTRACT-ONE.                                                03870001
038800     READ AUDIT-LOG                                               03880001
039900     END-IF.                                                      03990001
040000     IF AL-DETERMINATION(1:8) NOT = "ELIGIBLE"                    04000001
040100        AND AL-DETERMINATION(1:8) NOT = "NOT ELIG"                04010001
040110        AND AL-DETERMINATION NOT = "LAPSED"                       04011004
040200         GO TO 2100-EXIT                                          04020001
040300     END-IF.                                                      04030001
040400     ADD 1 TO WS-EXTRACT-COUNT.                                   04040001
040600     MOVE "D"          TO SE-RECORD-TYPE.                         04060001
040700     MOVE AL-APPL-ID   TO SE-APPL-ID.                             04070001
040800     MOVE AL-PROGRAM   TO SE-PROGRAM.                             04080001
040810     IF AL-DETERMINATION = "LAPSED"                               04081004
040820         MOVE "L" TO SE-DETERM-CODE                               04082004
040900     ELSE IF AL-DETERMINATION(1:8) = "ELIGIBLE"                   04090004
041000         MOVE "E" TO SE-DETERM-CODE                               04100001
041100     ELSE                                                         04110001
041200         MOVE "N" TO SE-DETERM-CODE                               04120001
049100             SET WS-END-OF-FILE TO TRUE                           04910001
049200             GO TO 5200-EXIT                                      04920001
049300     END-READ.                                                    04930001
049310     ADD 1 TO WS-PEND-READ-COUNT.                                 04931005
049400     IF WS-PENDING-COUNT NOT < WS-PENDING-MAX                     04940001
049500         DISPLAY "HELSTATE - PENDING TABLE FULL, RECORD "         04950001
049600             "CARRIED FORWARD UNMATCHED"                          04960001
049700         MOVE PF-PENDING-RECORD TO NP-PENDING-RECORD              04970001
049800         WRITE NP-PENDING-RECORD                                  04980001
049810         ADD 1 TO WS-PEND-WRITE-COUNT                             04981005
049900         ADD 1 TO WS-UNACKED-COUNT                                04990001
050000         GO TO 5200-EXIT                                          05000001
050100     END-IF.                                                      05010001
062000     MOVE WS-PE-RUN-ID(WS-PX)   TO PF-RUN-ID.                     06200001
062100     MOVE PF-PENDING-RECORD     TO NP-PENDING-RECORD.             06210001
062200     WRITE NP-PENDING-RECORD.                                     06220001
062201     ADD 1 TO WS-PEND-WRITE-COUNT.                                06220105
062210     IF WS-PE-ACK-SW(WS-PX) = 'B'                                 06221002
062220         GO TO 5600-EXIT                                          06222002
062230     END-IF.                                                      06223002
065620             WS-BADACK-ED                                         06562002
065700         DISPLAY "HELSTATE - STILL UNACKNOWLEDGED: "              06570001
065800             WS-UNACKED-ED                                        06580001
065810         DISPLAY "HELSTATE - RUN HELSWAP S TO SWAP STPNEW IN "    06581005
065820             "OVER STPEND"                                        06582005
066000         IF WS-REJECT-COUNT > ZERO                                06600001
066100            OR WS-UNMATCHED-COUNT > ZERO                          06610001
066150            OR WS-BADACK-COUNT > ZERO                             06615002
066700             END-IF                                               06670001
066800         END-IF                                                   06680001
066900     END-IF.                                                      06690001
066910     PERFORM 9050-END-CYCLE THRU 9050-EXIT.                       06691005
067000 9000-EXIT.                                                       06700001
067100     EXIT.                                                        06710001
067200*                                                                 06720001
067201*------------------------------------------------------------     06720105
067202*9050-END-CYCLE                                                   06720205
067203*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        06720305
067204*    CODE AND THE RECORD COUNTS.  THE EXTRACT COUNTS AUDIT        06720405
067205*    RECORDS READ AND DETERMINATIONS EXTRACTED; THE               06720505
067206*    RECONCILE COUNTS STPEND RECORDS READ AND STPNEW              06720605
067207*    RECORDS WRITTEN, WHICH HELSWAP S CHECKS BEFORE IT            06720705
067208*    SWAPS.  A RUN THAT NEVER STARTED (NO USABLE PARM)            06720805
067209*    RECORDS NOTHING.                                             06720905
067210*------------------------------------------------------------     06721005
067211 9050-END-CYCLE.                                                  06721105
067212     IF NOT WS-CY-STEP-START                                      06721205
067213         GO TO 9050-EXIT                                          06721305
067214     END-IF.                                                      06721405
067215     SET WS-CY-STEP-END TO TRUE.                                  06721505
067216     MOVE RETURN-CODE TO WS-CY-RETURN-CODE.                       06721605
067217     IF WS-FUNC-EXTRACT                                           06721705
067218         MOVE WS-READ-COUNT       TO WS-CY-COUNT-IN               06721805
067219         MOVE WS-EXTRACT-COUNT    TO WS-CY-COUNT-OUT              06721905
067220     ELSE                                                         06722005
067221         MOVE WS-PEND-READ-COUNT  TO WS-CY-COUNT-IN               06722105
067222         MOVE WS-PEND-WRITE-COUNT TO WS-CY-COUNT-OUT              06722205
067223     END-IF.                                                      06722305
067224     CALL "HELCYCL" USING WS-CYCLE-PARM.                          06722405
067225     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       06722505
067226 9050-EXIT.                                                       06722605
067227     EXIT.                                                        06722705
067228*                                                                 06722805
067300*------------------------------------------------------------     06730001
067400*9500-FILE-ERROR                                                  06740001
067500*    NAMES THE FAILING FILE AND STATUS ON THE CONSOLE AND         06750001
