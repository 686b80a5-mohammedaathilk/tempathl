003660*                (NQ- FIELDS, AS HELCORR DOES) INSTEAD OF         00366003
003670*                STAGING THROUGH THE OLD QUEUE'S RECORD           00367003
003680*                AREA AFTER THAT FILE WAS CLOSED.                 00368003
003681*10/15/2026 RJM  A RESOLUTION IS NOT A NEW CAPTURE, SO THE        00368104
003682*                SOURCE SITE ALREADY ON THE MASTER RECORD IS      00368204
003683*                CARRIED ACROSS THE REWRITE IN 2160.              00368304
003684*10/15/2026 RJM  RETURNED MAIL.  THE MASTER'S UNDELIVERABLE-      00368405
003685*                ADDRESS FLAG IS CARRIED ACROSS THE REWRITE       00368505
003686*                ONLY WHEN THE SURVIVING ADDRESS IS THE ONE       00368605
003687*                THE MAIL CAME BACK FROM (2165).                  00368705
003688*10/15/2026 RJM  NIGHTLY CYCLE CONTROL.  THE RUN RECORDS ITS      00368806
003689*                START AND END WITH HELCYCL AND IS REFUSED (RC    00368906
003690*                12) UNLESS THE EXCEPTION QUEUE SWAP HAS RUN      00369006
003691*                SINCE IT LAST DID AND THE LAST REWRITTEN         00369106
003692*                QUEUE HAS BEEN SWAPPED IN.  THE SWAP ITSELF IS   00369206
003693*                NOW THE HELSWAP D STEP, NOT A HAND COPY; IT      00369306
003694*                CHECKS THE QUEUE RECORDS READ AND WRITTEN        00369406
003695*                HERE, WHICH ARE RECORDED AT THE END OF THE       00369506
003696*                RUN.                                             00369606
003697*10/15/2026 RJM  THE DUPLICATE QUEUE NOW CARRIES THE SOURCE SITE  00369707
003698*                ON THE END, FOR THE BACKLOG REPORT, AND KEEPS IT 00369807
003699*                ACROSS THE QUEUE REWRITE LIKE THE ADDRESS.       00369907
003709*10/15/2026 RJM  OPERATOR SECURITY.  EACH DECISION NOW CARRIES    00370908
003719*                THE ID OF THE ANALYST WHO KEYED IT ON THE END.   00371908
003729*                AN ANALYST WHO IS UNKNOWN, REVOKED, OR           00372908
003739*                WITHOUT CORRECT AUTHORITY (HELOPER) HAS THE      00373908
003749*                DECISION REFUSED AND REPORTED WITH THE REASON,   00374908
003759*                AND THE REVIEW LINE STAYS OPEN.  THE AUDIT       00375908
003769*                RECORD CARRIES THE OPERATOR ID.                  00376908
003770*10/15/2026 RJM  EVERY MASTER DETERMINATION WRITTEN IS NOW        00377009
003771*                POSTED TO THE SPAN HISTORY THROUGH HELSPAN,      00377109
003772*                DATED WITH THE MASTER'S LAST-CHANGE DATE.        00377209
003773*10/15/2026 RJM  THE REBUILT MASTER NOW HAS AM-RECERT-DUE         00377310
003774*                ZEROED - A RESOLUTION ANSWERS AN OPEN NOTICE -   00377410
003775*                INSTEAD OF LEFT AS SPACES.                       00377510
003779*----------------------------------------------------------       00377908
003800 ENVIRONMENT DIVISION.                                            00380001
003900 CONFIGURATION SECTION.                                           00390001
004000 INPUT-OUTPUT SECTION.                                            00400001
008100*REVIEW LINE: K KEEP THE NEW RECORD, P KEEP THE PRIOR             00810001
008200*DECISION, M MERGE (THE NEW VALUES REPLACE THE PRIOR              00820001
008300*MASTER RECORD).  THE NAME IS THE MATCH FALLBACK FOR A            00830001
008400*LINE KEYED WITHOUT AN APPLICANT ID.  THE OPERATOR IS THE         00840008
008410*ANALYST WHO KEYED THE DECISION, CHECKED AGAINST THE              00841008
008420*SECURITY FILE BEFORE ANYTHING IS APPLIED.                        00842008
008500*----------------------------------------------------------       00850001
008600 FD  DECISION-FILE.                                               00860001
008700 01  DD-DECISION-RECORD.                                          00870001
009500         88  DD-MERGE                  VALUE "M".                 00950001
009600     05  FILLER              PIC X(01).                           00960001
009700     05  DD-NAME             PIC X(30).                           00970001
009710     05  FILLER              PIC X(01).                           00971008
009720     05  DD-OPERATOR         PIC X(08).                           00972008
009800                                                                  00980001
009900*----------------------------------------------------------       00990001
010000*DUPLICATE-QUEUE - THE PERMANENT OUTSTANDING-DUPLICATE            01000001
013000     05  DQ-STATE            PIC X(02).                           01300001
013100     05  FILLER              PIC X(02).                           01310001
013200     05  DQ-POSTAL           PIC X(10).                           01320001
013210     05  FILLER              PIC X(02).                           01321007
013220     05  DQ-SITE             PIC X(10).                           01322007
013300                                                                  01330001
013400*----------------------------------------------------------       01340001
013500*NEW-DUP-QUEUE - THE QUEUE ENTRIES STILL UNDECIDED AFTER          01350001
013600*THIS CYCLE, REWRITTEN IN THE SAME LAYOUT.  HELSWAP D             01360006
013700*SWAPS THIS FILE IN OVER THE OLD QUEUE.                           01370006
013800*----------------------------------------------------------       01380001
013900 FD  NEW-DUP-QUEUE.                                               01390001
014000 01  NQ-QUEUE-RECORD.                                             01400002
014025     05  NQ-STATE            PIC X(02).                           01402503
014026     05  FILLER              PIC X(02).                           01402603
014027     05  NQ-POSTAL           PIC X(10).                           01402703
014037     05  FILLER              PIC X(02).                           01403707
014047     05  NQ-SITE             PIC X(10).                           01404707
014100                                                                  01410001
014200*----------------------------------------------------------       01420001
014300*RESOLUTION-REPORT - ONE LINE PER DECISION APPLIED (OR            01430001
025800 01  WS-MASTER-SW         PIC X(01)   VALUE 'N'.                  02580001
025900     88  WS-MASTER-FOUND              VALUE 'Y'.                  02590001
026000     88  WS-MASTER-NOT-FOUND          VALUE 'N'.                  02600001
026010 01  WS-PRIOR-SITE        PIC X(10)   VALUE SPACES.               02601004
026011                                                                  02601105
026012*----------------------------------------------------------       02601205
026013*WS-PRIOR-UNDELIV - THE RETURNED-MAIL FLAG TO CARRY ONTO THE      02601305
026014*REBUILT MASTER RECORD, SET BY 2165-CHECK-MAIL-FLAG               02601405
026015*----------------------------------------------------------       02601505
026016 01  WS-PRIOR-UNDELIV.                                            02601605
026017     05  WS-PU-SW             PIC X(01).                          02601705
026018     05  WS-PU-DATE           PIC 9(08).                          02601805
026019     05  WS-PU-REASON         PIC X(02).                          02601905
026100                                                                  02610001
026200*----------------------------------------------------------       02620001
026300*WS-MASTER-DOWN-SW - SET WHEN APPLICANT-MASTER CANNOT BE          02630001
031800         10  WS-QE-CITY      PIC X(20).                           03180001
031900         10  WS-QE-STATE     PIC X(02).                           03190001
032000         10  WS-QE-POSTAL    PIC X(10).                           03200001
032010         10  WS-QE-SITE      PIC X(10).                           03201007
032100         10  WS-QE-DONE-SW   PIC X(01).                           03210001
032200                                                                  03220001
032300 77  WS-QUEUE-MAX         PIC 9(05) COMP     VALUE 2000.          03230001
032900 77  WS-UNMATCHED-COUNT   PIC 9(05) COMP     VALUE ZERO.          03290001
033000 77  WS-UNDECIDED-COUNT   PIC 9(05) COMP     VALUE ZERO.          03300001
033100 77  WS-AGED-COUNT        PIC 9(05) COMP     VALUE ZERO.          03310001
033110 77  WS-QUEUE-READ        PIC 9(05) COMP     VALUE ZERO.          03311006
033200*----------------------------------------------------------       03320001
033300*WS-RUN-ID - UNIQUE STAMP FOR THIS RESOLUTION CYCLE,              03330001
033400*CARRIED ON THE SHARED AUDIT LOG - HD PREFIX, THE SAME            03340001
034100 01  WS-TIME-WORK.                                                03410001
034200     05  WS-TW-HHMMSS     PIC 9(06).                              03420001
034300     05  FILLER           PIC 9(02).                              03430001
034310                                                                  03431006
034320*----------------------------------------------------------       03432006
034330*HELCYCL INTERFACE                                                03433006
034340*----------------------------------------------------------       03434006
034350 COPY CYCLPARM.                                                   03435006
034351                                                                  03435108
034352*----------------------------------------------------------       03435208
034353*HELOPER INTERFACE                                                03435308
034354*----------------------------------------------------------       03435408
034355 COPY OPERPARM.                                                   03435508
034356*                                                                 03435609
034357*----------------------------------------------------------       03435709
034358*HELSPAN INTERFACE                                                03435809
034359*----------------------------------------------------------       03435909
034360 COPY SPANPARM.                                                   03436009
034400 77  WS-TODAY-DATE        PIC 9(08)          VALUE ZERO.          03440001
034500 77  WS-TODAY-INT         PIC S9(09) COMP    VALUE ZERO.          03450001
034600 77  WS-DAYS-OUT          PIC S9(09) COMP    VALUE ZERO.          03460001
037700     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            03770001
037800     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            03780001
037900     DISPLAY "HELDUPR - RUN ID " WS-RUN-ID.                       03790001
037910     PERFORM 1050-CHECK-CYCLE THRU 1050-EXIT.                     03791006
038000     COMPUTE WS-TODAY-INT =                                       03800001
038100         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).                 03810001
038200     PERFORM 1100-READ-AGE-LIMIT THRU 1100-EXIT.                  03820001
039800     PERFORM 2100-READ-DECISION THRU 2100-EXIT.                   03980001
039900 1000-EXIT.                                                       03990001
040000     EXIT.                                                        04000001
040001*                                                                 04000106
040002*------------------------------------------------------------     04000206
040003*1050-CHECK-CYCLE                                                 04000306
040004*    RECORDS THE START OF THE STEP WITH HELCYCL.  A REFUSED       04000406
040005*    STEP STOPS HERE WITH RETURN CODE 12, BEFORE ANY FILE IS      04000506
040006*    OPENED.                                                      04000606
040007*------------------------------------------------------------     04000706
040008 1050-CHECK-CYCLE.                                                04000806
040009     SET WS-CY-STEP-START TO TRUE.                                04000906
040010     MOVE "HELDUPR"    TO WS-CY-PROGRAM.                          04001006
040011     MOVE SPACE        TO WS-CY-FUNCTION.                         04001106
040012     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           04001206
040013     CALL "HELCYCL" USING WS-CYCLE-PARM.                          04001306
040014     IF WS-CY-REFUSED                                             04001406
040015         DISPLAY "HELDUPR - " WS-CY-MESSAGE                       04001506
040016         DISPLAY "HELDUPR - STEP REFUSED - RETURN CODE 12"        04001606
040017         MOVE 12 TO RETURN-CODE                                   04001706
040018         STOP RUN                                                 04001806
040019     END-IF.                                                      04001906
040020 1050-EXIT.                                                       04002006
040021     EXIT.                                                        04002106
040100*                                                                 04010001
040200*------------------------------------------------------------     04020001
040300*1100-READ-AGE-LIMIT                                              04030001
047400             SET WS-END-OF-QUEUE TO TRUE                          04740001
047500             GO TO 1210-EXIT                                      04750001
047600     END-READ.                                                    04760001
047610     ADD 1 TO WS-QUEUE-READ.                                      04761006
047700     IF WS-QUEUE-COUNT NOT < WS-QUEUE-MAX                         04770001
047800         DISPLAY "HELDUPR - QUEUE TABLE FULL, ENTRY "             04780001
047900             "CARRIED FORWARD UNDECIDED"                          04790001
050000     MOVE DQ-CITY        TO WS-QE-CITY(WS-QUEUE-COUNT).           05000001
050100     MOVE DQ-STATE       TO WS-QE-STATE(WS-QUEUE-COUNT).          05010001
050200     MOVE DQ-POSTAL      TO WS-QE-POSTAL(WS-QUEUE-COUNT).         05020001
050210     MOVE DQ-SITE        TO WS-QE-SITE(WS-QUEUE-COUNT).           05021007
050300     MOVE 'N'            TO WS-QE-DONE-SW(WS-QUEUE-COUNT).        05030001
050400 1210-EXIT.                                                       05040001
050500     EXIT.                                                        05050001
054300*2000-PROCESS-DECISION                                            05430001
054400*    MATCHES ONE ANALYST DECISION TO AN OPEN QUEUE ENTRY          05440001
054500*    AND APPLIES IT.  A DECISION WITH NO OPEN LINE TO             05450001
054600*    MATCH IS REPORTED AND COUNTED, NOT DROPPED QUIETLY, AND      05460008
054610*    SO IS A DECISION FROM AN ANALYST WITHOUT CORRECT             05461008
054620*    AUTHORITY - ITS LINE IS LEFT OPEN.                           05462008
054700*------------------------------------------------------------     05470001
054800 2000-PROCESS-DECISION.                                           05480001
054900     ADD 1 TO WS-DCSN-COUNT.                                      05490001
054910     MOVE DD-OPERATOR TO WS-OP-OPERATOR.                          05491008
054920     SET WS-OP-NEED-CORRECT TO TRUE.                              05492008
054930     CALL "HELOPER" USING WS-OPER-PARM.                           05493008
054940     IF NOT WS-OP-AUTHORIZED                                      05494008
054950         ADD 1 TO WS-REFUSED-COUNT                                05495008
054960         MOVE WS-OP-REASON TO WS-EXCEPTION-REASON                 05496008
054970         PERFORM 2900-REPORT-DECISION THRU 2900-EXIT              05497008
054980         GO TO 2000-NEXT                                          05498008
054990     END-IF.                                                      05499008
055000     PERFORM 2200-FIND-QUEUE-ENTRY THRU 2200-EXIT.                05500001
055100     IF WS-MATCH-NOT-FOUND                                        05510001
055200         ADD 1 TO WS-UNMATCHED-COUNT                              05520001
071000     READ APPLICANT-MASTER.                                       07100001
071100     IF WS-MASTER-STATUS = "00"                                   07110001
071200         SET WS-MASTER-FOUND TO TRUE                              07120001
071210         MOVE AM-LAST-SITE TO WS-PRIOR-SITE                       07121004
071300     ELSE                                                         07130001
071400         SET WS-MASTER-NOT-FOUND TO TRUE                          07140001
071410         MOVE SPACES TO WS-PRIOR-SITE                             07141004
071500     END-IF.                                                      07150001
071510     PERFORM 2165-CHECK-MAIL-FLAG THRU 2165-EXIT.                 07151005
071600     MOVE SPACES          TO AM-MASTER-RECORD.                    07160001
071700     MOVE WS-APPL-ID      TO AM-APPL-ID.                          07170001
071800     MOVE WS-PROGRAM-CODE TO AM-PROGRAM.                          07180001
072400     MOVE WS-STATE        TO AM-STATE.                            07240001
072500     MOVE WS-POSTAL       TO AM-POSTAL.                           07250001
072510     MOVE WS-BIRTH-DATE   TO AM-BIRTH-DATE.                       07251002
072520     MOVE WS-PRIOR-SITE   TO AM-LAST-SITE.                        07252004
072530     MOVE WS-PRIOR-UNDELIV TO AM-UNDELIV-INFO.                    07253005
072540     MOVE ZERO            TO AM-RECERT-DUE.                       07254010
072600     IF WS-ELIGIBLE                                               07260001
072700         MOVE "ELIGIBLE"     TO AM-DETERMINATION                  07270001
072800     ELSE                                                         07280001
073500         WRITE AM-MASTER-RECORD                                   07350001
073600     END-IF.                                                      07360001
073700     PERFORM 9510-CHECK-MASTER THRU 9510-EXIT.                    07370001
073710     PERFORM 2170-POST-SPAN THRU 2170-EXIT.                       07371009
073800 2160-EXIT.                                                       07380001
073900     EXIT.                                                        07390001
074000*                                                                 07400001
074001*------------------------------------------------------------     07400105
074002*2165-CHECK-MAIL-FLAG                                             07400205
074003*    DECIDES, BEFORE THE MASTER RECORD IS REBUILT, WHETHER        07400305
074004*    ITS RETURNED-MAIL FLAG SURVIVES THE RESOLUTION.  IT          07400405
074005*    DOES ONLY WHEN THE SURVIVOR'S ADDRESS IS THE SAME ONE        07400505
074006*    THE MAIL CAME BACK FROM; A NEW ADDRESS CLEARS THE FLAG.      07400605
074007*------------------------------------------------------------     07400705
074008 2165-CHECK-MAIL-FLAG.                                            07400805
074009     MOVE 'N'    TO WS-PU-SW.                                     07400905
074010     MOVE ZERO   TO WS-PU-DATE.                                   07401005
074011     MOVE SPACES TO WS-PU-REASON.                                 07401105
074012     IF WS-MASTER-NOT-FOUND                                       07401205
074013         GO TO 2165-EXIT                                          07401305
074014     END-IF.                                                      07401405
074015     IF NOT AM-ADDR-UNDELIVERABLE                                 07401505
074016         GO TO 2165-EXIT                                          07401605
074017     END-IF.                                                      07401705
074018     IF AM-STREET = WS-STREET                                     07401805
074019        AND AM-CITY = WS-CITY                                     07401905
074020        AND AM-STATE = WS-STATE                                   07402005
074021        AND AM-POSTAL = WS-POSTAL                                 07402105
074022         MOVE AM-UNDELIV-INFO TO WS-PRIOR-UNDELIV                 07402205
074023     END-IF.                                                      07402305
074024 2165-EXIT.                                                       07402405
074025     EXIT.                                                        07402505
074026*                                                                 07402605
074027*------------------------------------------------------------     07402709
074028*2170-POST-SPAN                                                   07402809
074029*    POSTS THE DETERMINATION JUST WRITTEN TO THE MASTER TO        07402909
074030*    THE SPAN HISTORY.  HELSPAN CLOSES THE SPAN IN FORCE AND      07403009
074031*    OPENS A NEW ONE WHEN THE DETERMINATION OR TIER CHANGED.      07403109
074032*------------------------------------------------------------     07403209
074033 2170-POST-SPAN.                                                  07403309
074034     SET WS-SH-POST          TO TRUE.                             07403409
074035     MOVE AM-APPL-ID         TO WS-SH-APPL-ID.                    07403509
074036     MOVE AM-PROGRAM         TO WS-SH-PROGRAM.                    07403609
074037     MOVE AM-LAST-DATE       TO WS-SH-DATE.                       07403709
074038     MOVE AM-DETERMINATION   TO WS-SH-DETERMINATION.              07403809
074039     MOVE AM-TIER            TO WS-SH-TIER.                       07403909
074040     MOVE WS-RUN-ID          TO WS-SH-RUN-ID.                     07404009
074041     CALL "HELSPAN" USING WS-SPAN-PARM.                           07404109
074042     IF WS-SH-FILE-ERROR                                          07404209
074043         MOVE "SPANHIST"        TO WS-STATUS-FILE                 07404309
074044         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 07404409
074045         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   07404509
074046     END-IF.                                                      07404609
074047 2170-EXIT.                                                       07404709
074048     EXIT.                                                        07404809
074049*                                                                 07404909
074100*------------------------------------------------------------     07410001
074200*2300-WRITE-AUDIT-LOG                                             07420001
074300*    APPENDS ONE DATE/TIME STAMPED RECORD TO THE SHARED           07430001
076000     MOVE WS-TIER            TO AL-TIER.                          07600001
076100     MOVE WS-ER-AGE-LIMIT    TO AL-AGE-LIMIT.                     07610001
076200     MOVE WS-ER-EFFECTIVE    TO AL-RULE-EFF.                      07620001
076210     MOVE DD-OPERATOR        TO AL-OPERATOR.                      07621008
076300     WRITE AL-LOG-RECORD.                                         07630001
076400 2300-EXIT.                                                       07640001
076500     EXIT.                                                        07650001
080200     IF WS-MASTER-UP                                              08020001
080300         CLOSE APPLICANT-MASTER                                   08030001
080400     END-IF.                                                      08040001
080410     SET WS-SH-CLOSE TO TRUE.                                     08041009
080420     CALL "HELSPAN" USING WS-SPAN-PARM.                           08042009
080500     MOVE WS-DCSN-COUNT      TO WS-DCSN-COUNT-ED.                 08050001
080600     MOVE WS-APPLIED-COUNT   TO WS-APPLIED-ED.                    08060001
080700     MOVE WS-REFUSED-COUNT   TO WS-REFUSED-ED.                    08070001
081800     IF WS-MASTER-DOWN AND RETURN-CODE = ZERO                     08180001
081900         MOVE 4 TO RETURN-CODE                                    08190001
082000     END-IF.                                                      08200001
082010     PERFORM 9050-END-CYCLE THRU 9050-EXIT.                       08201006
082100 9000-EXIT.                                                       08210001
082200     EXIT.                                                        08220001
082300*                                                                 08230001
082301*------------------------------------------------------------     08230106
082302*9050-END-CYCLE                                                   08230206
082303*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        08230306
082304*    CODE, THE QUEUE RECORDS READ, AND THE QUEUE RECORDS          08230406
082305*    WRITTEN TO THE NEW QUEUE.                                    08230506
082306*------------------------------------------------------------     08230606
082307 9050-END-CYCLE.                                                  08230706
082308     SET WS-CY-STEP-END TO TRUE.                                  08230806
082309     MOVE RETURN-CODE        TO WS-CY-RETURN-CODE.                08230906
082310     MOVE WS-QUEUE-READ      TO WS-CY-COUNT-IN.                   08231006
082311     MOVE WS-UNDECIDED-COUNT TO WS-CY-COUNT-OUT.                  08231106
082312     CALL "HELCYCL" USING WS-CYCLE-PARM.                          08231206
082313     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       08231306
082314 9050-EXIT.                                                       08231406
082315     EXIT.                                                        08231506
082316*                                                                 08231606
082400*------------------------------------------------------------     08240001
082500*9100-WRITE-UNDECIDED                                             08250001
082600*    CARRIES ONE STILL-UNDECIDED QUEUE ENTRY TO THE NEW           08260001
084600     MOVE WS-QE-CITY(WS-QX)       TO NQ-CITY.                     08460002
084700     MOVE WS-QE-STATE(WS-QX)      TO NQ-STATE.                    08470002
084800     MOVE WS-QE-POSTAL(WS-QX)     TO NQ-POSTAL.                   08480002
084900     MOVE WS-QE-SITE(WS-QX)       TO NQ-SITE.                     08490007
085000     WRITE NQ-QUEUE-RECORD.                                       08500001
085100     ADD 1 TO WS-UNDECIDED-COUNT.                                 08510001
085200     PERFORM 9150-AGE-ONE-ENTRY THRU 9150-EXIT.                   08520001
