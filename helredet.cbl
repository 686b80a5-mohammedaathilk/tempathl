003201*                REWRITES THE MASTER AND LOGS, BUT NO             00320104
003202*                LONGER RELEASES A NOTICE THAT RESTATES AN        00320204
003203*                UNCHANGED DECISION.                              00320304
003213*10/15/2026 RJM  THE CHANGE FILE CARRIES THE PROGRAM CODE ON      00321305
003223*                THE END, MATCHING ELIGIBILITY-REPORT, SO THE     00322305
003233*                NOTICE NAMES THE PROGRAM.  A RECORD UNDER A      00323305
003243*                PROGRAM THE CATALOG NO LONGER KNOWS OR HAS       00324305
003253*                CLOSED FAILS HELVAL AND IS SKIPPED.              00325305
003263*10/15/2026 RJM  A LAPSED RECORD IS LEFT FOR RECERTIFICATION AND  00326306
003273*                COUNTED ON ITS OWN LINE, NOT AS BAD DATA.  ONLY  00327306
003283*                A NEW CAPTURE BRINGS IT BACK.                    00328306
003284*10/15/2026 RJM  THE AUDIT RECORD NOW CARRIES AN OPERATOR ID.     00328407
003285*                A BATCH CHANGE HAS NO PERSON BEHIND IT, SO THIS  00328507
003286*                RUN STAMPS ITS OWN PROGRAM NAME THERE.           00328607
003287*10/15/2026 RJM  EVERY MASTER DETERMINATION REWRITTEN IS NOW      00328708
003288*                POSTED TO THE SPAN HISTORY THROUGH HELSPAN,      00328808
003289*                DATED WITH THE RUN DATE.                         00328908
003290*10/15/2026 RJM  THE RETURN CODE IS HELD IN WS-RUN-RC AND SET     00329009
003291*                LAST, SO THE HELSPAN CLOSE CANNOT CLEAR IT.      00329109
003299*----------------------------------------------------------       00329901
003300 ENVIRONMENT DIVISION.                                            00330001
003400 CONFIGURATION SECTION.                                           00340001
008880     05  CH-STATE            PIC X(02).                           00888002
008890     05  FILLER              PIC X(02).                           00889002
008895     05  CH-POSTAL           PIC X(10).                           00889502
008896     05  FILLER              PIC X(02).                           00889605
008897     05  CH-PROGRAM          PIC X(03).                           00889705
008900                                                                  00890001
009000*----------------------------------------------------------       00900001
009100*AGE-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE              00910001
014600     05  WS-TW-HHMMSS     PIC 9(06).                              01460001
014700     05  FILLER           PIC 9(02).                              01470001
014800                                                                  01480001
014810*----------------------------------------------------------       01481008
014820*HELSPAN INTERFACE                                                01482008
014830*----------------------------------------------------------       01483008
014840 COPY SPANPARM.                                                   01484008
014900*------------------------------------------------------------     01490001
015000*WS-AGE-LIMIT - FALLBACK ELIGIBILITY CUTOFF, APPLIED BY           01500001
015100*HELRULE WHEN THE RULES FILE CARRIES NO RULE FOR A                01510001
018000 77  WS-CHANGED-COUNT     PIC 9(08) COMP     VALUE ZERO.          01800001
018010 77  WS-NOTICE-COUNT      PIC 9(08) COMP     VALUE ZERO.          01801004
018020 77  WS-NOTICE-ED         PIC Z(07)9.                             01802004
018030 77  WS-LAPSED-COUNT      PIC 9(08) COMP     VALUE ZERO.          01803006
018040 77  WS-LAPSED-ED         PIC Z(07)9.                             01804006
018100 77  WS-UNCHANGED-COUNT   PIC 9(08) COMP     VALUE ZERO.          01810001
018200 77  WS-SKIPPED-COUNT     PIC 9(08) COMP     VALUE ZERO.          01820001
018300 77  WS-READ-COUNT-ED     PIC Z(07)9.                             01830001
018400 77  WS-CHANGED-ED        PIC Z(07)9.                             01840001
018500 77  WS-UNCHANGED-ED      PIC Z(07)9.                             01850001
018600 77  WS-SKIPPED-ED        PIC Z(07)9.                             01860001
018610                                                                  01861009
018620*------------------------------------------------------------     01862009
018630*WS-RUN-RC - THE RETURN CODE THE RUN WILL END WITH, HELD          01863009
018640*APART FROM RETURN-CODE BECAUSE EVERY CALL SETS THAT AFRESH       01864009
018650*------------------------------------------------------------     01865009
018660 77  WS-RUN-RC            PIC 9(02)          VALUE ZERO.          01866009
018700*                                                                 01870001
018800 PROCEDURE DIVISION.                                              01880001
018900*============================================================     01890001
021600     IF WS-MASTER-STATUS NOT = "00"                               02160001
021700         DISPLAY "HELREDET - APPLICANT MASTER UNAVAILABLE, "      02170001
021800             "STATUS " WS-MASTER-STATUS                           02180001
021900         MOVE 8 TO WS-RUN-RC                                      02190009
022000         SET WS-END-OF-FILE TO TRUE                               02200001
022100         GO TO 1000-EXIT                                          02210001
022200     END-IF.                                                      02220001
027600*------------------------------------------------------------     02760001
027700 2000-REDETERMINE-ONE.                                            02770001
027800     ADD 1 TO WS-READ-COUNT.                                      02780001
027801*    A LAPSED RECORD WAITS ON THE APPLICANT, NOT ON THE RULES.    02780106
027802     IF AM-DETERMINATION = "LAPSED"                               02780206
027803         ADD 1 TO WS-LAPSED-COUNT                                 02780306
027804         GO TO 2000-NEXT                                          02780406
027805     END-IF.                                                      02780506
027810*    A RETIRED RECORD OR AN APPEAL DECISION IS NOT OURS TO        02781002
027820*    FLIP - ONLY A PLAIN DETERMINATION GOES BACK THROUGH.         02782002
027830     IF AM-DETERMINATION NOT = "ELIGIBLE"                         02783002
034500         MOVE WS-MASTER-STATUS  TO WS-STATUS-CODE                 03450001
034600         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   03460001
034700     END-IF.                                                      03470001
034710     PERFORM 2250-POST-SPAN THRU 2250-EXIT.                       03471008
034800     PERFORM 2300-WRITE-AUDIT-LOG THRU 2300-EXIT.                 03480001
034810     IF WS-NEW-DETERMINATION = WS-OLD-DETERMINATION               03481004
034820         GO TO 2200-EXIT                                          03482004
035330     MOVE AM-CITY              TO CH-CITY.                        03533002
035340     MOVE AM-STATE             TO CH-STATE.                       03534002
035350     MOVE AM-POSTAL            TO CH-POSTAL.                      03535002
035360     MOVE AM-PROGRAM           TO CH-PROGRAM.                     03536005
035400     WRITE CH-REPORT-LINE.                                        03540001
035500     PERFORM 9530-CHECK-REDETCHG THRU 9530-EXIT.                  03550001
035600 2200-EXIT.                                                       03560001
035700     EXIT.                                                        03570001
035800*                                                                 03580001
035801*------------------------------------------------------------     03580108
035802*2250-POST-SPAN                                                   03580208
035803*    POSTS THE DETERMINATION JUST REWRITTEN TO THE SPAN           03580308
035804*    HISTORY.  HELSPAN CLOSES THE SPAN IN FORCE AND OPENS A       03580408
035805*    NEW ONE WHEN THE DETERMINATION OR TIER CHANGED.              03580508
035806*------------------------------------------------------------     03580608
035807 2250-POST-SPAN.                                                  03580708
035808     SET WS-SH-POST          TO TRUE.                             03580808
035809     MOVE AM-APPL-ID         TO WS-SH-APPL-ID.                    03580908
035810     MOVE AM-PROGRAM         TO WS-SH-PROGRAM.                    03581008
035811     MOVE AM-LAST-DATE       TO WS-SH-DATE.                       03581108
035812     MOVE AM-DETERMINATION   TO WS-SH-DETERMINATION.              03581208
035813     MOVE AM-TIER            TO WS-SH-TIER.                       03581308
035814     MOVE WS-RUN-ID          TO WS-SH-RUN-ID.                     03581408
035815     CALL "HELSPAN" USING WS-SPAN-PARM.                           03581508
035816     IF WS-SH-FILE-ERROR                                          03581608
035817         MOVE "SPANHIST"        TO WS-STATUS-FILE                 03581708
035818         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 03581808
035819         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   03581908
035820     END-IF.                                                      03582008
035821 2250-EXIT.                                                       03582108
035822     EXIT.                                                        03582208
035823*                                                                 03582308
035900*------------------------------------------------------------     03590001
036000*2300-WRITE-AUDIT-LOG                                             03600001
036100*    APPENDS ONE DATE/TIME STAMPED RECORD TO THE SHARED           03610001
037500     MOVE WS-TIER              TO AL-TIER.                        03750001
037600     MOVE WS-ER-AGE-LIMIT      TO AL-AGE-LIMIT.                   03760001
037700     MOVE WS-ER-EFFECTIVE      TO AL-RULE-EFF.                    03770001
037710     MOVE "HELREDET"           TO AL-OPERATOR.                    03771007
037800     WRITE AL-LOG-RECORD.                                         03780001
037900     PERFORM 9520-CHECK-AUDITLOG THRU 9520-EXIT.                  03790001
038000 2300-EXIT.                                                       03800001
039000         CLOSE AUDIT-LOG                                          03900001
039100         CLOSE CHANGE-FILE                                        03910001
039200     END-IF.                                                      03920001
039210     SET WS-SH-CLOSE TO TRUE.                                     03921008
039220     CALL "HELSPAN" USING WS-SPAN-PARM.                           03922008
039300     MOVE WS-READ-COUNT      TO WS-READ-COUNT-ED.                 03930001
039400     MOVE WS-CHANGED-COUNT   TO WS-CHANGED-ED.                    03940001
039410     MOVE WS-NOTICE-COUNT    TO WS-NOTICE-ED.                     03941004
039500     MOVE WS-UNCHANGED-COUNT TO WS-UNCHANGED-ED.                  03950001
039600     MOVE WS-SKIPPED-COUNT   TO WS-SKIPPED-ED.                    03960001
039610     MOVE WS-LAPSED-COUNT    TO WS-LAPSED-ED.                     03961006
039700     DISPLAY "HELREDET - MASTER RECORDS READ: "                   03970001
039800         WS-READ-COUNT-ED.                                        03980001
039900     DISPLAY "HELREDET - DECISIONS CHANGED: "                     03990001
040200         WS-UNCHANGED-ED.                                         04020001
040300     DISPLAY "HELREDET - RECORDS SKIPPED (BAD DATA): "            04030001
040400         WS-SKIPPED-ED.                                           04040001
040410     DISPLAY "HELREDET - LAPSED, LEFT FOR RECERTIFICATION: "      04041006
040420         WS-LAPSED-ED.                                            04042006
040500     DISPLAY "HELREDET - RUN ID " WS-RUN-ID.                      04050001
040510     MOVE WS-RUN-RC TO RETURN-CODE.                               04051009
040600 9000-EXIT.                                                       04060001
040700     EXIT.                                                        04070001
040800*                                                                 04080001
