009219*                REVIEW - THE EXACT DELAY THE FEED EXISTS         00921932
009220*                TO ELIMINATE.  THE IN-RUN DUPLICATE CHECK        00922032
009221*                STILL APPLIES WITHIN THE BATCH.                  00922132
009222*10/15/2026 RJM  BENEFIT PROGRAM CATALOG.  HELVAL NOW REJECTS     00922233
009223*                AN UNKNOWN, CLOSED, OR NOT-YET-OPEN PROGRAM      00922333
009224*                CODE TO THE EXCEPTION QUEUE, AND A PROGRAM       00922433
009225*                THE CATALOG MARKS AS NOT TAKING NEW              00922533
009226*                APPLICATIONS REJECTS AN APPLICANT WITH NO        00922633
009227*                MASTER RECORD UNDER IT YET (2060).  THE          00922733
009228*                PROGRAM CODE IS NOW CARRIED ON THE END OF        00922833
009229*                ELIGIBILITY-REPORT AND EXCEPTION-REPORT SO       00922933
009230*                HELPRNT AND HELLTRS CAN PRINT THE PROGRAM        00923033
009231*                DESCRIPTION.                                     00923133
009232*10/15/2026 RJM  THE MASTER NOW CARRIES THE SOURCE SITE OF        00923234
009233*                THE LAST CAPTURE.  A "FORECAST" BATCH IS NOT     00923334
009234*                A CAPTURE, SO IT KEEPS THE SITE ALREADY ON       00923434
009235*                THE RECORD.                                      00923534
009236*10/15/2026 RJM  RETURNED MAIL.  A REPEAT CAPTURE KEEPS THE       00923635
009237*                MASTER'S UNDELIVERABLE-ADDRESS FLAG ONLY         00923735
009238*                WHILE THE KEYED ADDRESS IS THE ONE THE MAIL      00923835
009239*                CAME BACK FROM; A NEW ADDRESS CLEARS IT SO       00923935
009240*                HELLTRS RELEASES THE APPLICANT'S LETTERS.        00924035
009241*10/15/2026 RJM  RECERTIFICATION.  A CAPTURE REBUILDS THE         00924136
009242*                MASTER AND SO ANSWERS ANY HELRCERT NOTICE OUT    00924236
009243*                FOR IT; THE "FORECAST" RESUBMISSION IS NOT THE   00924336
009244*                APPLICANT ANSWERING AND KEEPS THE DUE DATE.      00924436
009245*10/15/2026 RJM  NIGHTLY CYCLE CONTROL.  THE RUN RECORDS ITS      00924537
009246*                START AND END WITH HELCYCL AND IS REFUSED (RC    00924637
009247*                12) UNLESS HELBKUP HAS RUN SINCE IT LAST DID     00924737
009248*                AND NO SWAP IS OWED ON A QUEUE IT APPENDS TO.    00924837
009249*10/15/2026 RJM  THE EXCEPTION AND DUPLICATE QUEUES NOW CARRY     00924938
009250*                THE SOURCE SITE OF THE BATCH ON THE END, AND THE 00925038
009251*                EXCEPTION QUEUE THE PROGRAM CODE, FOR THE        00925138
009252*                BACKLOG REPORT.                                  00925238
009253*10/15/2026 RJM  THE AUDIT RECORD NOW CARRIES AN OPERATOR ID.     00925339
009254*                A BATCH CHANGE HAS NO PERSON BEHIND IT, SO THIS  00925439
009255*                RUN STAMPS ITS OWN PROGRAM NAME THERE.           00925539
009256*10/15/2026 RJM  EVERY MASTER DETERMINATION WRITTEN IS NOW        00925640
009257*                POSTED TO THE SPAN HISTORY THROUGH HELSPAN,      00925740
009258*                DATED WITH THE MASTER'S LAST-CHANGE DATE.        00925840
009260*----------------------------------------------------------       00926005
009299 ENVIRONMENT DIVISION.                                            00929905
009300 CONFIGURATION SECTION.                                           00930005
014380     05  ER-STATE            PIC X(02).                           01438028
014390     05  FILLER              PIC X(02).                           01439028
014395     05  ER-POSTAL           PIC X(10).                           01439528
014396     05  FILLER              PIC X(02).                           01439633
014397     05  ER-PROGRAM          PIC X(03).                           01439733
014400                                                                  01440005
014500*----------------------------------------------------------       01450005
014600*AUDIT-LOG - ONE PERMANENT RECORD PER ELIGIBILITY CHECK           01460007
017446     05  XR-STATE            PIC X(02).                           01744628
017447     05  FILLER              PIC X(02).                           01744728
017448     05  XR-POSTAL           PIC X(10).                           01744828
017449     05  FILLER              PIC X(02).                           01744933
017450     05  XR-PROGRAM          PIC X(03).                           01745033
017459                                                                  01745925
017460*----------------------------------------------------------       01746025
017470*EXCEPTION-QUEUE - THE PERMANENT OUTSTANDING-EXCEPTION            01747025
017513     05  XQ-STATE            PIC X(02).                           01751328
017514     05  FILLER              PIC X(02).                           01751428
017515     05  XQ-POSTAL           PIC X(10).                           01751528
017525     05  FILLER              PIC X(02).                           01752538
017535     05  XQ-PROGRAM          PIC X(03).                           01753538
017545     05  FILLER              PIC X(02).                           01754538
017555     05  XQ-SITE             PIC X(10).                           01755538
017599                                                                  01759905
017600*----------------------------------------------------------       01760005
017700*AGE-PARM-FILE - OPTIONAL SINGLE-RECORD CONTROL FILE              01770009
020711*FILE, AGES IT, AND IS THE ONLY THING THAT REWRITES IT.           02071130
020712*----------------------------------------------------------       02071230
020713 FD  DUPLICATE-QUEUE.                                             02071330
020714 01  DQ-QUEUE-RECORD.                                             02071438
020715     05  DQ-REVIEW-DATA      PIC X(199).                          02071538
020716     05  FILLER              PIC X(02).                           02071638
020717     05  DQ-SITE             PIC X(10).                           02071738
020756                                                                  02075605
020798 WORKING-STORAGE SECTION.                                         02079805
020800                                                                  02080005
020950*BY HELELIG, AND ECHOED TO THE AUDIT LOG                          02095026
020960*----------------------------------------------------------       02096026
020970 COPY ELIGRULE.                                                   02097026
020971                                                                  02097133
020972*----------------------------------------------------------       02097233
020973*WS-PROG-CAT - THE CATALOG ENTRY FOR THE CURRENT                  02097333
020974*APPLICANT'S PROGRAM, AS RETURNED BY HELPCAT                      02097433
020975*----------------------------------------------------------       02097533
020976 COPY PROGCAT.                                                    02097633
021000                                                                  02100005
021100*----------------------------------------------------------       02110005
021200*WS-EOF-SW - SET WHEN APPLICANT-FILE IS EXHAUSTED                 02120005
022918 01  WS-CAPTURE-DATE      PIC 9(08)   VALUE ZERO.                 02291821
022919 01  WS-SOURCE-SITE       PIC X(10)   VALUE SPACES.               02291921
022920 01  WS-TRAILER-COUNT     PIC 9(08)   VALUE ZERO.                 02292021
022921 01  WS-PRIOR-SITE        PIC X(10)   VALUE SPACES.               02292134
022922                                                                  02292234
022926*----------------------------------------------------------       02292629
022931*WS-SITE-TABLE - ONE ENTRY PER SITE BATCH ON THE                  02293129
022936*CONCATENATED APPFILE: THE HEADER VALUES, THE TRAILER             02293629
023450*OF THIS DATE.                                                    02345020
023460*------------------------------------------------------------     02346020
023470 01  WS-RUN-DATE           PIC 9(08)   VALUE ZERO.                02347020
023471                                                                  02347135
023472*----------------------------------------------------------       02347235
023473*WS-PRIOR-UNDELIV - THE RETURNED-MAIL FLAG TO CARRY ONTO THE      02347335
023474*REBUILT MASTER RECORD, SET BY 2167-CHECK-MAIL-FLAG               02347435
023475*----------------------------------------------------------       02347535
023476 01  WS-PRIOR-UNDELIV.                                            02347635
023477     05  WS-PU-SW             PIC X(01).                          02347735
023478     05  WS-PU-DATE           PIC 9(08).                          02347835
023479     05  WS-PU-REASON         PIC X(02).                          02347935
023480*                                                                 02348036
023481 01  WS-PRIOR-RECERT-DUE  PIC 9(08)   VALUE ZERO.                 02348136
023500                                                                  02350005
023600*------------------------------------------------------------     02360005
023700*WS-RESTART-COUNT - RECORD NUMBER TO RESUME AFTER, TAKEN          02370012
026318 77  WS-OUTPUT-TOTAL      PIC 9(08) COMP     VALUE ZERO.          02631821
026320 77  WS-TRAILER-COUNT-ED   PIC Z(07)9.                            02632021
026330 77  WS-OUTPUT-TOTAL-ED    PIC Z(07)9.                            02633021
026340                                                                  02634037
026350*----------------------------------------------------------       02635037
026360*HELCYCL INTERFACE                                                02636037
026370*----------------------------------------------------------       02637037
026380 COPY CYCLPARM.                                                   02638037
026381*                                                                 02638140
026382*----------------------------------------------------------       02638240
026383*HELSPAN INTERFACE                                                02638340
026384*----------------------------------------------------------       02638440
026385 COPY SPANPARM.                                                   02638540
026400*                                                                 02640005
026500 PROCEDURE DIVISION.                                              02650005
026600*============================================================     02660005
028412     MOVE WS-RUN-DATE  TO WS-RI-DATE.                             02841224
028413     MOVE WS-TW-HHMMSS TO WS-RI-TIME.                             02841324
028414     DISPLAY "HELWOR - RUN ID " WS-RUN-ID.                        02841424
028424     PERFORM 1050-CHECK-CYCLE THRU 1050-EXIT.                     02842437
028500     PERFORM 1100-READ-AGE-LIMIT THRU 1100-EXIT.                  02850009
028600     PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT.                 02860012
028700     OPEN INPUT APPLICANT-FILE.                                   02870012
029700     PERFORM 2100-READ-APPLICANT THRU 2100-EXIT.                  02970005
029800 1000-EXIT.                                                       02980005
029900     EXIT.                                                        02990005
029901*                                                                 02990137
029902*------------------------------------------------------------     02990237
029903*1050-CHECK-CYCLE                                                 02990337
029904*    RECORDS THE START OF THE STEP WITH HELCYCL.  A REFUSED       02990437
029905*    STEP STOPS HERE WITH RETURN CODE 12, BEFORE ANY FILE IS      02990537
029906*    OPENED - A RESTART AFTER AN ABEND IS NOT REFUSED, SINCE      02990637
029907*    THE ABENDED RUN NEVER ENDED.                                 02990737
029908*------------------------------------------------------------     02990837
029909 1050-CHECK-CYCLE.                                                02990937
029910     SET WS-CY-STEP-START TO TRUE.                                02991037
029911     MOVE "HELWOR"     TO WS-CY-PROGRAM.                          02991137
029912     MOVE SPACE        TO WS-CY-FUNCTION.                         02991237
029913     MOVE WS-RUN-ID    TO WS-CY-RUN-ID.                           02991337
029914     CALL "HELCYCL" USING WS-CYCLE-PARM.                          02991437
029915     IF WS-CY-REFUSED                                             02991537
029916         DISPLAY "HELWOR - " WS-CY-MESSAGE                        02991637
029917         DISPLAY "HELWOR - STEP REFUSED - RETURN CODE 12"         02991737
029918         MOVE 12 TO RETURN-CODE                                   02991837
029919         STOP RUN                                                 02991937
029920     END-IF.                                                      02992037
029921 1050-EXIT.                                                       02992137
029922     EXIT.                                                        02992237
030000*                                                                 03000005
030100*------------------------------------------------------------     03010005
030200*1100-READ-AGE-LIMIT                                              03020009
042900 2050-VALIDATE-AGE.                                               04290008
043000     CALL "HELVAL" USING WS-APPLICANT-REC, WS-RUN-DATE,           04300020
043100                          WS-AGE-SW, WS-EXCEPTION-REASON.         04310020
043200     PERFORM 2060-CHECK-NEW-APPS THRU 2060-EXIT.                  04320033
044300 2050-EXIT.                                                       04430008
044400     EXIT.                                                        04440005
044401*                                                                 04440133
044402*------------------------------------------------------------     04440233
044403*2060-CHECK-NEW-APPS                                              04440333
044404*    A PROGRAM THE CATALOG MARKS AS NOT TAKING NEW                04440433
044405*    APPLICATIONS STILL SERVES THE APPLICANTS ALREADY IN          04440533
044406*    IT, SO A RECORD IS ONLY TURNED AWAY WHEN THERE IS NO         04440633
044407*    MASTER RECORD FOR IT UNDER THAT PROGRAM.  THE                04440733
044408*    "FORECAST" RESUBMISSION BATCH IS ON THE MASTER BY            04440833
044409*    CONSTRUCTION AND IS NOT CHECKED.  A RECORD TURNED AWAY       04440933
044410*    GOES TO THE EXCEPTION QUEUE LIKE ANY OTHER FAILURE.          04441033
044411*------------------------------------------------------------     04441133
044412 2060-CHECK-NEW-APPS.                                             04441233
044413     IF WS-AGE-INVALID OR WS-RESUB-BATCH                          04441333
044414        OR WS-PROGRAM-CODE = SPACES                               04441433
044415         GO TO 2060-EXIT                                          04441533
044416     END-IF.                                                      04441633
044417     CALL "HELPCAT" USING WS-PROGRAM-CODE, WS-PROG-CAT.           04441733
044418     IF NOT WS-PC-FOUND OR WS-PC-ACCEPTING-NEW                    04441833
044419         GO TO 2060-EXIT                                          04441933
044420     END-IF.                                                      04442033
044421     IF WS-APPL-ID NOT = SPACES AND WS-MASTER-UP                  04442133
044422         MOVE WS-APPL-ID      TO AM-APPL-ID                       04442233
044423         MOVE WS-PROGRAM-CODE TO AM-PROGRAM                       04442333
044424         READ APPLICANT-MASTER                                    04442433
044425         IF WS-MASTER-STATUS = "00"                               04442533
044426             GO TO 2060-EXIT                                      04442633
044427         END-IF                                                   04442733
044428     END-IF.                                                      04442833
044429     SET WS-AGE-INVALID TO TRUE.                                  04442933
044430     MOVE "NO NEW APPLICATIONS" TO WS-EXCEPTION-REASON.           04443033
044431 2060-EXIT.                                                       04443133
044432     EXIT.                                                        04443233
044500*                                                                 04450005
044600*------------------------------------------------------------     04460005
045100*2100-READ-APPLICANT                                              04510005
048127     MOVE WS-APPL-ID      TO AM-APPL-ID.                          04812726
048128     MOVE WS-PROGRAM-CODE TO AM-PROGRAM.                          04812826
048129     READ APPLICANT-MASTER.                                       04812918
048130     MOVE AM-RECERT-DUE   TO WS-PRIOR-RECERT-DUE.                 04813036
048131     IF WS-MASTER-STATUS = "00"                                   04813118
048133         SET WS-MASTER-FOUND TO TRUE                              04813318
048134         MOVE AM-LAST-SITE TO WS-PRIOR-SITE                       04813434
048135     ELSE                                                         04813518
048137         SET WS-MASTER-NOT-FOUND TO TRUE                          04813718
048138         MOVE SPACES TO WS-PRIOR-SITE                             04813834
048139     END-IF.                                                      04813918
048140     PERFORM 2167-CHECK-MAIL-FLAG THRU 2167-EXIT.                 04814035
048141     MOVE SPACES     TO AM-MASTER-RECORD.                         04814118
048142     MOVE WS-PRIOR-UNDELIV TO AM-UNDELIV-INFO.                    04814235
048143     MOVE WS-APPL-ID TO AM-APPL-ID.                               04814318
048144     MOVE WS-PROGRAM-CODE TO AM-PROGRAM.                          04814426
048145     MOVE WS-NAME    TO AM-NAME.                                  04814518
048147     MOVE WS-TIER    TO AM-TIER.                                  04814718
048148     MOVE WS-AGE     TO AM-AGE.                                   04814827
048149     PERFORM 2168-KEEP-RECERT THRU 2168-EXIT.                     04814936
048150     MOVE WS-STREET  TO AM-STREET.                                04815028
048152     MOVE WS-CITY    TO AM-CITY.                                  04815228
048154     MOVE WS-STATE   TO AM-STATE.                                 04815428
048156     MOVE WS-POSTAL  TO AM-POSTAL.                                04815628
048157     PERFORM 2165-SET-SITE THRU 2165-EXIT.                        04815734
048158     MOVE WS-BIRTH-DATE TO AM-BIRTH-DATE.                         04815831
048159     IF WS-ELIGIBLE                                               04815918
048160         MOVE "ELIGIBLE"     TO AM-DETERMINATION                  04816018
048168         WRITE AM-MASTER-RECORD                                   04816818
048169     END-IF.                                                      04816918
048171     PERFORM 9517-CHECK-APPLMAST THRU 9517-EXIT.                  04817124
048172     PERFORM 2169-POST-SPAN THRU 2169-EXIT.                       04817240
048173 2160-EXIT.                                                       04817324
048175     EXIT.                                                        04817524
048176*                                                                 04817634
048177*------------------------------------------------------------     04817734
048178*2165-SET-SITE                                                    04817834
048179*    STAMPS THE MASTER WITH THE SITE OF THIS CAPTURE.  THE        04817934
048180*    "FORECAST" FEED IS A RE-RUN OF RECORDS ALREADY ON THE        04818034
048181*    MASTER, NOT A CAPTURE, SO IT KEEPS THE SITE THAT WAS         04818134
048182*    THERE.                                                       04818234
048183*------------------------------------------------------------     04818334
048184 2165-SET-SITE.                                                   04818434
048185     IF WS-RESUB-BATCH                                            04818534
048186         MOVE WS-PRIOR-SITE  TO AM-LAST-SITE                      04818634
048187     ELSE                                                         04818734
048188         MOVE WS-SOURCE-SITE TO AM-LAST-SITE                      04818834
048189     END-IF.                                                      04818934
048190 2165-EXIT.                                                       04819034
048191     EXIT.                                                        04819134
048200*                                                                 04820005
048201*------------------------------------------------------------     04820135
048202*2167-CHECK-MAIL-FLAG                                             04820235
048203*    DECIDES, BEFORE THE MASTER RECORD IS REBUILT, WHETHER        04820335
048204*    ITS RETURNED-MAIL FLAG SURVIVES THIS CAPTURE.  IT DOES       04820435
048205*    ONLY WHEN THE KEYED ADDRESS IS THE SAME ONE THE MAIL         04820535
048206*    CAME BACK FROM; A NEW ADDRESS CLEARS THE FLAG.               04820635
048207*------------------------------------------------------------     04820735
048208 2167-CHECK-MAIL-FLAG.                                            04820835
048209     MOVE 'N'    TO WS-PU-SW.                                     04820935
048210     MOVE ZERO   TO WS-PU-DATE.                                   04821035
048211     MOVE SPACES TO WS-PU-REASON.                                 04821135
048212     IF WS-MASTER-NOT-FOUND                                       04821235
048213         GO TO 2167-EXIT                                          04821335
048214     END-IF.                                                      04821435
048215     IF NOT AM-ADDR-UNDELIVERABLE                                 04821535
048216         GO TO 2167-EXIT                                          04821635
048217     END-IF.                                                      04821735
048218     IF AM-STREET = WS-STREET                                     04821835
048219        AND AM-CITY = WS-CITY                                     04821935
048220        AND AM-STATE = WS-STATE                                   04822035
048221        AND AM-POSTAL = WS-POSTAL                                 04822135
048222         MOVE AM-UNDELIV-INFO TO WS-PRIOR-UNDELIV                 04822235
048223     END-IF.                                                      04822335
048224 2167-EXIT.                                                       04822435
048225     EXIT.                                                        04822535
048226*                                                                 04822635
048227*------------------------------------------------------------     04822736
048228*2168-KEEP-RECERT                                                 04822836
048229*    A NEW CAPTURE ANSWERS AN OUTSTANDING RECERTIFICATION         04822936
048230*    NOTICE, SO THE REBUILT RECORD CARRIES NO DUE DATE.  THE      04823036
048231*    "FORECAST" RESUBMISSION IS A RE-RUN OF THE MASTER, NOT       04823136
048232*    AN ANSWER, AND KEEPS THE DUE DATE IT FOUND.                  04823236
048233*------------------------------------------------------------     04823336
048234 2168-KEEP-RECERT.                                                04823436
048235     IF WS-MASTER-FOUND AND WS-RESUB-BATCH                        04823536
048236         MOVE WS-PRIOR-RECERT-DUE TO AM-RECERT-DUE                04823636
048237     ELSE                                                         04823736
048238         MOVE ZERO                TO AM-RECERT-DUE                04823836
048239     END-IF.                                                      04823936
048240 2168-EXIT.                                                       04824036
048241     EXIT.                                                        04824136
048242*                                                                 04824236
048243*------------------------------------------------------------     04824340
048244*2169-POST-SPAN                                                   04824440
048245*    POSTS THE DETERMINATION JUST WRITTEN TO THE MASTER TO        04824540
048246*    THE SPAN HISTORY.  HELSPAN CLOSES THE SPAN IN FORCE AND      04824640
048247*    OPENS A NEW ONE WHEN THE DETERMINATION OR TIER CHANGED.      04824740
048248*------------------------------------------------------------     04824840
048249 2169-POST-SPAN.                                                  04824940
048250     SET WS-SH-POST          TO TRUE.                             04825040
048251     MOVE AM-APPL-ID         TO WS-SH-APPL-ID.                    04825140
048252     MOVE AM-PROGRAM         TO WS-SH-PROGRAM.                    04825240
048253     MOVE AM-LAST-DATE       TO WS-SH-DATE.                       04825340
048254     MOVE AM-DETERMINATION   TO WS-SH-DETERMINATION.              04825440
048255     MOVE AM-TIER            TO WS-SH-TIER.                       04825540
048256     MOVE WS-RUN-ID          TO WS-SH-RUN-ID.                     04825640
048257     CALL "HELSPAN" USING WS-SPAN-PARM.                           04825740
048258     IF WS-SH-FILE-ERROR                                          04825840
048259         MOVE "SPANHIST"        TO WS-STATUS-FILE                 04825940
048260         MOVE WS-SH-FILE-STATUS TO WS-STATUS-CODE                 04826040
048261         PERFORM 9500-FILE-ERROR THRU 9500-EXIT                   04826140
048262     END-IF.                                                      04826240
048263 2169-EXIT.                                                       04826340
048264     EXIT.                                                        04826440
048265*                                                                 04826540
048300*------------------------------------------------------------     04830005
048400*2200-WRITE-REPORT-LINE                                           04840006
048500*    BUILDS AND WRITES ONE ELIGIBILITY-REPORT RECORD.  THE        04850016
049930     MOVE WS-CITY    TO ER-CITY.                                  04993028
049940     MOVE WS-STATE   TO ER-STATE.                                 04994028
049950     MOVE WS-POSTAL  TO ER-POSTAL.                                04995028
049960     MOVE WS-PROGRAM-CODE TO ER-PROGRAM.                          04996033
050000     WRITE ER-REPORT-LINE.                                        05000006
050010     PERFORM 9511-CHECK-ELIGRPT THRU 9511-EXIT.                   05001024
050100 2200-EXIT.                                                       05010006
052540     MOVE WS-TIER          TO AL-TIER.                            05254026
052550     MOVE WS-ER-AGE-LIMIT  TO AL-AGE-LIMIT.                       05255026
052560     MOVE WS-ER-EFFECTIVE  TO AL-RULE-EFF.                        05256026
052570     MOVE "HELWOR"         TO AL-OPERATOR.                        05257039
052600     WRITE AL-LOG-RECORD.                                         05260007
052610     PERFORM 9515-CHECK-AUDITLOG THRU 9515-EXIT.                  05261024
052700 2300-EXIT.                                                       05270007
054540     MOVE WS-CITY             TO XR-CITY.                         05454028
054550     MOVE WS-STATE            TO XR-STATE.                        05455028
054560     MOVE WS-POSTAL           TO XR-POSTAL.                       05456028
054570     MOVE WS-PROGRAM-CODE     TO XR-PROGRAM.                      05457033
054600     WRITE XR-REPORT-LINE.                                        05460008
054610     PERFORM 9512-CHECK-EXCPRPT THRU 9512-EXIT.                   05461024
054620     MOVE XR-REPORT-LINE TO XQ-QUEUE-RECORD.                      05462025
054621     MOVE WS-SOURCE-SITE TO XQ-SITE.                              05462138
054630     WRITE XQ-QUEUE-RECORD.                                       05463025
054640     PERFORM 9519-CHECK-EXCPQUE THRU 9519-EXIT.                   05464025
054700 2400-EXIT.                                                       05470008
054872     MOVE WS-POSTAL       TO DR-POSTAL.                           05487230
054873     WRITE DR-REVIEW-LINE.                                        05487330
054874     PERFORM 9513-CHECK-DUPRPT THRU 9513-EXIT.                    05487430
054875     MOVE DR-REVIEW-LINE TO DQ-QUEUE-RECORD.                      05487538
054876     MOVE WS-SOURCE-SITE TO DQ-SITE.                              05487638
054877     WRITE DQ-QUEUE-RECORD.                                       05487738
054878     PERFORM 9521-CHECK-DUPQUE THRU 9521-EXIT.                    05487838
054879 2450-EXIT.                                                       05487938
054880     EXIT.                                                        05488038
054900*                                                                 05490005
055000*------------------------------------------------------------     05500005
055100*2500-WRITE-CHECKPOINT                                            05510012
059010     IF WS-MASTER-UP                                              05901024
059020         CLOSE APPLICANT-MASTER                                   05902024
059030     END-IF.                                                      05903024
059040     SET WS-SH-CLOSE TO TRUE.                                     05904040
059050     CALL "HELSPAN" USING WS-SPAN-PARM.                           05905040
059100     PERFORM 2600-CLEAR-CHECKPOINT THRU 2600-EXIT.                05910012
059200     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.                   05920013
059300     MOVE WS-RECORD-COUNT    TO WS-RECORD-COUNT-ED.               05930016
059611     IF WS-MASTER-DOWN AND RETURN-CODE = ZERO                     05961124
059612         MOVE 4 TO RETURN-CODE                                    05961224
059613     END-IF.                                                      05961324
059623     PERFORM 9070-END-CYCLE THRU 9070-EXIT.                       05962337
059700 9000-EXIT.                                                       05970005
059800     EXIT.                                                        05980005
059801*                                                                 05980121
059968 9060-EXIT.                                                       05996829
059970     EXIT.                                                        05997029
059972*                                                                 05997205
059973*------------------------------------------------------------     05997337
059974*9070-END-CYCLE                                                   05997437
059975*    RECORDS THE END OF THE STEP WITH HELCYCL - THE RETURN        05997537
059976*    CODE, THE APPLICANTS PROCESSED, AND THE EXCEPTIONS           05997637
059977*    QUEUED.                                                      05997737
059978*------------------------------------------------------------     05997837
059979 9070-END-CYCLE.                                                  05997937
059980     SET WS-CY-STEP-END TO TRUE.                                  05998037
059981     MOVE RETURN-CODE        TO WS-CY-RETURN-CODE.                05998137
059982     MOVE WS-RECORD-COUNT    TO WS-CY-COUNT-IN.                   05998237
059983     MOVE WS-EXCEPTION-COUNT TO WS-CY-COUNT-OUT.                  05998337
059984     CALL "HELCYCL" USING WS-CYCLE-PARM.                          05998437
059985     MOVE WS-CY-RETURN-CODE TO RETURN-CODE.                       05998537
059986 9070-EXIT.                                                       05998637
059987     EXIT.                                                        05998737
059988*                                                                 05998837
060000*------------------------------------------------------------     06000005
060100*9100-WRITE-SUMMARY                                               06010013
060200*    WRITES THE END-OF-RUN COUNT BY ELIGIBILITY TIER TO           06020013
