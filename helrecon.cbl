003230*                A MAIN RUN THAT COULD NOT WRITE ITS              00323002
003240*                HISTORY (THE TOLERATED RC 4 PATH) USED TO        00324002
003250*                SHOW AS A DISCREPANCY EVERY NIGHT FOREVER.       00325002
003251*10/15/2026 RJM  A "MAIL RETURNED" ENTRY FROM HELRMAIL IS AN      00325103
003252*                ADDRESS FLAG, NOT A DETERMINATION, AND DOES      00325203
003253*                NOT MOVE THE MASTER'S LAST DATE - IT STILL       00325303
003254*                COVERS THE MASTER AND COUNTS TO ITS RUN BUT      00325403
003255*                IS LEFT OUT OF THE LATEST-AUDIT-DATE CHECK.      00325503
003256*10/15/2026 RJM  A "RECERT NOTICE" ENTRY FROM HELRCERT IS HANDLED 00325604
003257*                THE SAME WAY - THE NOTICE DECIDES NOTHING AND    00325704
003258*                LEAVES THE LAST DATE ALONE.  A LAPSE DOES MOVE   00325804
003259*                IT AND IS CHECKED LIKE ANY DETERMINATION.        00325904
003260*10/15/2026 RJM  NIGHTLY CYCLE CONTROL.  THE RUN NOW CARRIES A    00326005
003261*                RUN ID (HN PREFIX), RECORDS ITS START AND END    00326105
003262*                WITH HELCYCL, AND IS REFUSED (RC 12) UNLESS      00326205
003263*                THE STATE EXTRACT HAS RUN SINCE IT LAST DID AND  00326305
003264*                NO AUDIT LOG SWAP IS OWED.                       00326405
003274*10/15/2026 RJM  AUDIT RECORD WIDENED FOR THE OPERATOR ID NOW     00327406
003284*                ON THE END OF EVERY AUDLREC.                     00328406
003300*----------------------------------------------------------       00330001
003400 ENVIRONMENT DIVISION.                                            00340001
003500 CONFIGURATION SECTION.                                           00350001
006700 COPY AUDLREC.                                                    00670001
006800                                                                  00680001
006900 FD  AUDIT-ARCHIVE.                                               00690001
007000 01  AR-LOG-RECORD           PIC X(132).                          00700006
007100                                                                  00710001
007200*----------------------------------------------------------       00720001
007300*APPLICANT-MASTER - THE SYSTEM OF RECORD BEING PROVED             00730001
017100 77  WS-NOID-COUNT-ED     PIC Z(07)9.                             01710001
017200 77  WS-DISCREP-ED        PIC Z(07)9.                             01720001
017300                                                                  01730001
017301*----------------------------------------------------------       01730105
017302*WS-RUN-ID - UNIQUE STAMP FOR THIS RUN - HN PREFIX, THE           01730205
017303*SAME WAY HELWOR (HW) AND HELCORR (HC) STAMP THEIRS -             01730305
017304*SHOWN ON THE CONSOLE AND RECORDED WITH HELCYCL.                  01730405
017305*----------------------------------------------------------       01730505
017306 01  WS-RUN-ID.                                                   01730605
017307     05  FILLER           PIC X(02)   VALUE "HN".                 01730705
017308     05  WS-RI-DATE       PIC 9(08)   VALUE ZERO.                 01730805
017309     05  WS-RI-TIME       PIC 9(06)   VALUE ZERO.                 01730905
017310 01  WS-TIME-WORK.                                                01731005
017311     05  WS-TW-HHMMSS     PIC 9(06).                              01731105
017312     05  FILLER           PIC 9(02).                              01731205
017313                                                                  01731305
017314*----------------------------------------------------------       01731405
017315*HELCYCL INTERFACE                                                01731505
017316*----------------------------------------------------------       01731605
017317 COPY CYCLPARM.                                                   01731705
017318                                                                  01731805
017400*----------------------------------------------------------       01740001
017500*REPORT LINES                                                     01750001
017600*----------------------------------------------------------       01760001
023900*------------------------------------------------------------     02390001
024000 1000-INITIALIZE.                                                 02400001
024100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     02410001
024110     ACCEPT WS-TIME-WORK FROM TIME.                               02411005
024120     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            02412005
024130     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            02413005
024140     DISPLAY "HELRECON - RUN ID " WS-RUN-ID.                      02414005
024150     PERFORM 1050-CHECK-CYCLE THRU 1050-EXIT.                     02415005
024200     OPEN OUTPUT RECON-REPORT.                                    02420001
024300     MOVE WS-TODAY-DATE TO WS-H1-DATE.                            02430001
024400     MOVE WS-HEADING-1  TO RC-PRINT-LINE.                         02440001
024900 1000-EXIT.                                                       02490001
025000     EXIT.                                                        02500001
025100*                                                                 02510001
025101*------------------------------------------------------------     02510105
025102*1050-CHECK-CYCLE                                                 02510205
025103*    RECORDS THE START OF THE STEP WITH HELCYCL.  A REFUSED       02510305
025104*    STEP STOPS HERE WITH RETURN CODE 12, BEFORE ANY FILE IS      02510405
025105*    OPENED.                                                      02510505
025106*------------------------------------------------------------     02510605
025107 1050-CHECK-CYCLE.                                                02510705
025108     SET WS-CY-STEP-START TO TRUE.                                02510805
025109     MOVE "HELRECON"   TO WS-CY-PROGRAM.                          02510905
025110     MOVE SPACE        TO WS-CY-FUNCTION.                         02511005
025111     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           02511105
025112     CALL "HELCYCL" USING WS-CYCLE-PARM.                          02511205
025113     IF WS-CY-REFUSED                                             02511305
025114         DISPLAY "HELRECON - " WS-CY-MESSAGE                      02511405
025115         DISPLAY "HELRECON - STEP REFUSED - RETURN CODE 12"       02511505
025116         MOVE 12 TO RETURN-CODE                                   02511605
025117         STOP RUN                                                 02511705
025118     END-IF.                                                      02511805
025119 1050-EXIT.                                                       02511905
025120     EXIT.                                                        02512005
025121*                                                                 02512105
025200*------------------------------------------------------------     02520001
025300*1100-LOAD-MASTER                                                 02530001
025400*    LOADS EVERY MASTER RECORD INTO THE TABLE.  A MASTER          02540001
033800*    AUDIT DATE SEEN FOR IT.  A RECORD WRITTEN BEFORE THE         03380001
033900*    LOG CARRIED APPLICANT IDS CAN ONLY FEED THE RUN              03390001
034000*    TALLY; IT IS COUNTED SO THE SHORTFALL IS VISIBLE.            03400001
034010*    A RETURNED-MAIL ENTRY MARKS THE MASTER COVERED BUT IS        03401003
034020*    NOT A DETERMINATION, SO IT DOES NOT MOVE THE DATE.           03402003
034030*    NEITHER IS A RECERTIFICATION NOTICE.                         03403004
034100*------------------------------------------------------------     03410001
034200 2200-PROCESS-ONE-AUDIT.                                          03420001
034300     ADD 1 TO WS-AUDIT-COUNT.                                     03430001
035600     END-IF.                                                      03560001
035700     MOVE 'Y' TO WS-MT-SEEN-SW(WS-MT-FOUND-X).                    03570001
035800     IF AL-DATE IS NUMERIC                                        03580001
035810        AND AL-DETERMINATION NOT = "MAIL RETURNED"                03581003
035820        AND AL-DETERMINATION NOT = "RECERT NOTICE"                03582004
035900        AND AL-DATE > WS-MT-AUDIT-DATE(WS-MT-FOUND-X)             03590001
036000         MOVE AL-DATE TO WS-MT-AUDIT-DATE(WS-MT-FOUND-X)          03600001
036100     END-IF.                                                      03610001
063400             MOVE 4 TO RETURN-CODE                                06340001
063500         END-IF                                                   06350001
063600     END-IF.                                                      06360001
063610     PERFORM 9050-END-CYCLE THRU 9050-EXIT.                       06361005
063700 9000-EXIT.                                                       06370001
063800     EXIT.                                                        06380001
063900*                                                                 06390005
064000*------------------------------------------------------------     06400005
064100*9050-END-CYCLE                                                   06410005
064200*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        06420005
064300*    CODE, THE AUDIT RECORDS READ, AND THE DISCREPANCIES          06430005
064400*    REPORTED.                                                    06440005
064500*------------------------------------------------------------     06450005
064600 9050-END-CYCLE.                                                  06460005
064700     SET WS-CY-STEP-END TO TRUE.                                  06470005
064800     MOVE RETURN-CODE        TO WS-CY-RETURN-CODE.                06480005
064900     MOVE WS-AUDIT-COUNT     TO WS-CY-COUNT-IN.                   06490005
065000     MOVE WS-DISCREP-COUNT   TO WS-CY-COUNT-OUT.                  06500005
065100     CALL "HELCYCL" USING WS-CYCLE-PARM.                          06510005
065200     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       06520005
065300 9050-EXIT.                                                       06530005
065400     EXIT.                                                        06540005
