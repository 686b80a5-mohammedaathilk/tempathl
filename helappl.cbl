003070*                WITH THE EXCEPTION/DUPLICATE AGING, SO ONE       00307003
003080*                FILE WAS SILENTLY SETTING TWO UNRELATED          00308003
003090*                LIMITS.                                          00309003
003091*10/15/2026 RJM  THE APPEAL LETTER FILE CARRIES THE PROGRAM       00309104
003092*                CODE ON THE END, MATCHING ELIGIBILITY-           00309204
003093*                REPORT, SO THE NOTICE NAMES THE PROGRAM.         00309304
003094*10/15/2026 RJM  NIGHTLY CYCLE CONTROL.  THE RUN RECORDS ITS      00309405
003095*                START AND END WITH HELCYCL AND IS REFUSED (RC    00309505
003096*                12) UNLESS THE DUPLICATE QUEUE SWAP HAS RUN      00309605
003097*                SINCE IT LAST DID AND NO AUDIT LOG SWAP IS       00309705
003098*                OWED.                                            00309805
003108*10/15/2026 RJM  OPERATOR SECURITY.  EACH TRANSACTION NOW         00310806
003118*                CARRIES THE ID OF THE OPERATOR WHO KEYED IT ON   00311806
003128*                THE END.  REGISTERING AN APPEAL NEEDS CORRECT    00312806
003138*                AUTHORITY; UPHOLDING OR DENYING ONE NEEDS        00313806
003148*                APPEALS DECISION AUTHORITY (HELOPER).  AN        00314806
003158*                UNKNOWN, REVOKED, OR UNDER-AUTHORIZED            00315806
003168*                OPERATOR HAS THE TRANSACTION REJECTED, AND THE   00316806
003178*                AUDIT RECORD CARRIES THE OPERATOR ID.            00317806
003179*10/15/2026 RJM  AN UPHELD APPEAL'S NEW DETERMINATION IS NOW      00317907
003180*                POSTED TO THE SPAN HISTORY THROUGH HELSPAN.      00318007
003188*----------------------------------------------------------       00318806
003200 ENVIRONMENT DIVISION.                                            00320001
003300 CONFIGURATION SECTION.                                           00330001
003400 INPUT-OUTPUT SECTION.                                            00340001
006900*APPEAL-TRANS - ONE KEYED TRANSACTION PER APPEAL EVENT:           00690001
007000*R REGISTER, U UPHELD (OVERTURN THE DETERMINATION),               00700001
007100*D DENIED.  THE DATE IS THE RECEIVED OR DECIDED DATE;             00710001
007200*BLANK OR UNUSABLE MEANS TODAY.  THE OPERATOR IS WHO KEYED        00720006
007210*THE TRANSACTION.                                                 00721006
007300*----------------------------------------------------------       00730001
007400 FD  APPEAL-TRANS.                                                00740001
007500 01  TA-TRANS-RECORD.                                             00750001
008300     05  TA-PROGRAM          PIC X(03).                           00830001
008400     05  FILLER              PIC X(01).                           00840001
008500     05  TA-DATE             PIC X(08).                           00850001
008510     05  FILLER              PIC X(01).                           00851006
008520     05  TA-OPERATOR         PIC X(08).                           00852006
008600                                                                  00860001
008700*----------------------------------------------------------       00870001
008800*APPEAL-FILE - ONE PERMANENT RECORD PER APPEAL, KEYED BY          00880001
014100     05  LR-STATE            PIC X(02).                           01410001
014200     05  FILLER              PIC X(02).                           01420001
014300     05  LR-POSTAL           PIC X(10).                           01430001
014310     05  FILLER              PIC X(02).                           01431004
014320     05  LR-PROGRAM          PIC X(03).                           01432004
014400                                                                  01440001
014500*----------------------------------------------------------       01450001
014600*AGED-REPORT - EVERY OPEN APPEAL WITH HOW LONG IT HAS             01460001
022200 01  WS-TIME-WORK.                                                02220001
022300     05  WS-TW-HHMMSS     PIC 9(06).                              02230001
022400     05  FILLER           PIC 9(02).                              02240001
022410                                                                  02241005
022420*----------------------------------------------------------       02242005
022430*HELCYCL INTERFACE                                                02243005
022440*----------------------------------------------------------       02244005
022450 COPY CYCLPARM.                                                   02245005
022451                                                                  02245106
022452*----------------------------------------------------------       02245206
022453*HELOPER INTERFACE                                                02245306
022454*----------------------------------------------------------       02245406
022455 COPY OPERPARM.                                                   02245506
022456*                                                                 02245607
022457*----------------------------------------------------------       02245707
022458*HELSPAN INTERFACE                                                02245807
022459*----------------------------------------------------------       02245907
022460 COPY SPANPARM.                                                   02246007
022500                                                                  02250001
022600*------------------------------------------------------------     02260001
022700*WS-DAYS-LIMIT - DAYS AN APPEAL MAY SIT OPEN BEFORE THE           02270001
028100     MOVE WS-TODAY-DATE TO WS-RI-DATE.                            02810001
028200     MOVE WS-TW-HHMMSS  TO WS-RI-TIME.                            02820001
028300     DISPLAY "HELAPPL - RUN ID " WS-RUN-ID.                       02830001
028310     PERFORM 1050-CHECK-CYCLE THRU 1050-EXIT.                     02831005
028400     COMPUTE WS-TODAY-INT =                                       02840001
028500         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).                 02850001
028600     PERFORM 1150-READ-DAYS-LIMIT THRU 1150-EXIT.                 02860001
029900     PERFORM 2100-READ-TRANS THRU 2100-EXIT.                      02990001
030000 1000-EXIT.                                                       03000001
030100     EXIT.                                                        03010001
030101*                                                                 03010105
030102*------------------------------------------------------------     03010205
030103*1050-CHECK-CYCLE                                                 03010305
030104*    RECORDS THE START OF THE STEP WITH HELCYCL.  A REFUSED       03010405
030105*    STEP STOPS HERE WITH RETURN CODE 12, BEFORE ANY FILE IS      03010505
030106*    OPENED.                                                      03010605
030107*------------------------------------------------------------     03010705
030108 1050-CHECK-CYCLE.                                                03010805
030109     SET WS-CY-STEP-START TO TRUE.                                03010905
030110     MOVE "HELAPPL"    TO WS-CY-PROGRAM.                          03011005
030111     MOVE SPACE        TO WS-CY-FUNCTION.                         03011105
030112     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           03011205
030113     CALL "HELCYCL" USING WS-CYCLE-PARM.                          03011305
030114     IF WS-CY-REFUSED                                             03011405
030115         DISPLAY "HELAPPL - " WS-CY-MESSAGE                       03011505
030116         DISPLAY "HELAPPL - STEP REFUSED - RETURN CODE 12"        03011605
030117         MOVE 12 TO RETURN-CODE                                   03011705
030118         STOP RUN                                                 03011805
030119     END-IF.                                                      03011905
030120 1050-EXIT.                                                       03012005
030121     EXIT.                                                        03012105
030200*                                                                 03020001
030300*------------------------------------------------------------     03030001
030400*1150-READ-DAYS-LIMIT                                             03040001
038100*2000-PROCESS-TRANS                                               03810001
038200*    DISPATCHES ONE APPEAL TRANSACTION BY FUNCTION.  A            03820001
038300*    TRANSACTION THAT CANNOT APPLY IS COUNTED AND NAMED ON        03830001
038400*    THE CONSOLE, NEVER DROPPED QUIETLY - INCLUDING ONE           03840006
038410*    KEYED BY AN OPERATOR WITHOUT THE AUTHORITY FOR IT.           03841006
038500*------------------------------------------------------------     03850001
038600 2000-PROCESS-TRANS.                                              03860001
038700     ADD 1 TO WS-TRANS-COUNT.                                     03870001
038800     PERFORM 2050-CHECK-OPERATOR THRU 2050-EXIT.                  03880006
038810     IF NOT WS-OP-AUTHORIZED                                      03881006
038820         ADD 1 TO WS-REJECT-COUNT                                 03882006
038830         DISPLAY "HELAPPL - " WS-OP-REASON " - OPERATOR "         03883006
038840             TA-OPERATOR " FOR " TA-APPL-ID " " TA-PROGRAM        03884006
038850     ELSE IF TA-REGISTER                                          03885006
038900         PERFORM 2200-REGISTER-APPEAL THRU 2200-EXIT              03890001
039000     ELSE IF TA-UPHELD                                            03900001
039100         PERFORM 2300-UPHOLD-APPEAL THRU 2300-EXIT                03910001
040000 2000-EXIT.                                                       04000001
040100     EXIT.                                                        04010001
040200*                                                                 04020001
040201*------------------------------------------------------------     04020106
040202*2050-CHECK-OPERATOR                                              04020206
040203*    CHECKS THE OPERATOR WHO KEYED THE TRANSACTION AGAINST        04020306
040204*    THE SECURITY FILE (HELOPER).  A REGISTRATION NEEDS           04020406
040205*    CORRECT AUTHORITY; A DECISION NEEDS APPEALS DECISION         04020506
040206*    AUTHORITY.                                                   04020606
040207*------------------------------------------------------------     04020706
040208 2050-CHECK-OPERATOR.                                             04020806
040209     MOVE TA-OPERATOR TO WS-OP-OPERATOR.                          04020906
040210     IF TA-REGISTER                                               04021006
040211         SET WS-OP-NEED-CORRECT TO TRUE                           04021106
040212     ELSE                                                         04021206
040213         SET WS-OP-NEED-APPEALS TO TRUE                           04021306
040214     END-IF.                                                      04021406
040215     CALL "HELOPER" USING WS-OPER-PARM.                           04021506
040216 2050-EXIT.                                                       04021606
040217     EXIT.                                                        04021706
040218*                                                                 04021806
040300*------------------------------------------------------------     04030001
040400*2100-READ-TRANS                                                  04040001
040500*    READS ONE APPEAL TRANSACTION.                                04050001
050900     MOVE WS-TODAY-DATE        TO AM-LAST-DATE.                   05090001
051000     REWRITE AM-MASTER-RECORD.                                    05100001
051100     PERFORM 9511-CHECK-MASTER THRU 9511-EXIT.                    05110001
051110     PERFORM 2350-POST-SPAN THRU 2350-EXIT.                       05111007
051200     PERFORM 2500-WRITE-AUDIT-LOG THRU 2500-EXIT.                 05120001
051300     PERFORM 2600-RELEASE-LETTER THRU 2600-EXIT.                  05130001
051400     SET APL-CLOSED TO TRUE.                                      05140001
052400 2300-EXIT.                                                       05240001
052500     EXIT.                                                        05250001
052600*                                                                 05260001
052601*------------------------------------------------------------     05260107
052602*2350-POST-SPAN                                                   05260207
052603*    POSTS THE OVERTURNED DETERMINATION TO THE SPAN HISTORY.      05260307
052604*    HELSPAN CLOSES THE SPAN IN FORCE AND OPENS A NEW ONE.        05260407
052605*------------------------------------------------------------     05260507
052606 2350-POST-SPAN.                                                  05260607
052607     SET WS-SH-POST          TO TRUE.                             05260707
052608     MOVE AM-APPL-ID         TO WS-SH-APPL-ID.                    05260807
052609     MOVE AM-PROGRAM         TO WS-SH-PROGRAM.                    05260907
052610     MOVE AM-LAST-DATE       TO WS-SH-DATE.                       05261007
052611     MOVE AM-DETERMINATION   TO WS-SH-DETERMINATION.              05261107
052612     MOVE AM-TIER            TO WS-SH-TIER.                       05261207
052613     MOVE WS-RUN-ID          TO WS-SH-RUN-ID.                     05261307
052614     CALL "HELSPAN" USING WS-SPAN-PARM.                           05261407
052615     IF WS-SH-FILE-ERROR                                          05261507
052616         MOVE "SPANHIST"        TO WS-STATUS-FILE                 05261607
052617         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 05261707
052618         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   05261807
052619     END-IF.                                                      05261907
052620 2350-EXIT.                                                       05262007
052621     EXIT.                                                        05262107
052622*                                                                 05262207
052700*------------------------------------------------------------     05270001
052800*2400-DENY-APPEAL                                                 05280001
052900*    CLOSES AN OPEN APPEAL AS DENIED.  THE MASTER IS LEFT         05290001
057800     MOVE AM-APPL-ID           TO AL-APPL-ID.                     05780001
057900     MOVE AM-PROGRAM           TO AL-PROGRAM.                     05790001
058000     MOVE AM-TIER              TO AL-TIER.                        05800001
058010     MOVE TA-OPERATOR          TO AL-OPERATOR.                    05801006
058100     WRITE AL-LOG-RECORD.                                         05810001
058200     PERFORM 9512-CHECK-AUDITLOG THRU 9512-EXIT.                  05820001
058300 2500-EXIT.                                                       05830001
060200     MOVE AM-CITY              TO LR-CITY.                        06020001
060300     MOVE AM-STATE             TO LR-STATE.                       06030001
060400     MOVE AM-POSTAL            TO LR-POSTAL.                      06040001
060410     MOVE AM-PROGRAM           TO LR-PROGRAM.                     06041004
060500     WRITE LR-REPORT-LINE.                                        06050001
060600 2600-EXIT.                                                       06060001
060700     EXIT.                                                        06070001
067500     IF WS-MASTER-UP                                              06750001
067600         CLOSE APPLICANT-MASTER                                   06760001
067700     END-IF.                                                      06770001
067710     SET WS-SH-CLOSE TO TRUE.                                     06771007
067720     CALL "HELSPAN" USING WS-SPAN-PARM.                           06772007
067800     MOVE WS-TRANS-COUNT    TO WS-TRANS-COUNT-ED.                 06780001
067900     MOVE WS-REGISTER-COUNT TO WS-REGISTER-ED.                    06790001
068000     MOVE WS-UPHELD-COUNT   TO WS-UPHELD-ED.                      06800001
069700     IF WS-MASTER-DOWN AND RETURN-CODE = ZERO                     06970001
069800         MOVE 4 TO RETURN-CODE                                    06980001
069900     END-IF.                                                      06990001
069910     PERFORM 9050-END-CYCLE THRU 9050-EXIT.                       06991005
070000 9000-EXIT.                                                       07000001
070100     EXIT.                                                        07010001
070200*                                                                 07020001
070201*------------------------------------------------------------     07020105
070202*9050-END-CYCLE                                                   07020205
070203*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        07020305
070204*    CODE, THE TRANSACTIONS READ, AND THE UPHELD APPEALS          07020405
070205*    WRITTEN TO THE MASTER.                                       07020505
070206*------------------------------------------------------------     07020605
070207 9050-END-CYCLE.                                                  07020705
070208     SET WS-CY-STEP-END TO TRUE.                                  07020805
070209     MOVE RETURN-CODE        TO WS-CY-RETURN-CODE.                07020905
070210     MOVE WS-TRANS-COUNT     TO WS-CY-COUNT-IN.                   07021005
070211     MOVE WS-UPHELD-COUNT    TO WS-CY-COUNT-OUT.                  07021105
070212     CALL "HELCYCL" USING WS-CYCLE-PARM.                          07021205
070213     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       07021305
070214 9050-EXIT.                                                       07021405
070215     EXIT.                                                        07021505
070216*                                                                 07021605
070300*------------------------------------------------------------     07030001
070400*9500-FILE-ERROR                                                  07040001
070500*    NAMES THE FAILING FILE AND STATUS ON THE CONSOLE AND         07050001
