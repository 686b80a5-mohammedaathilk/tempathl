001301*                RECORD) WILL NOT OPEN UNDER THIS FD.  THE        00130105
001302*                ONE-TIME HELMCONV RUN LOADS IT ACROSS            00130205
001303*                WITH EVERY PRIOR DETERMINATION KEPT.             00130305
001313*10/15/2026 RJM  AM-LAST-SITE ADDED - THE SOURCE SITE OF THE      00131306
001323*                APPLICANT'S LAST CAPTURE BATCH - SO REPORTS      00132306
001333*                BUILT FROM THE MASTER CAN BE BROKEN OUT BY       00133306
001343*                THE SITE THAT KEYED THE APPLICANT.  SPACES       00134306
001353*                MEANS THE SITE IS NOT KNOWN.                     00135306
001354*10/15/2026 RJM  RETURNED-MAIL FLAG ADDED.  HELRMAIL SETS         00135407
001355*                AM-UNDELIV-SW TO 'Y' WITH THE DATE AND THE       00135507
001356*                MAIL HOUSE REASON CODE WHEN A LETTER COMES       00135607
001357*                BACK, AND HELLTRS HOLDS THE APPLICANT'S          00135707
001358*                LETTERS WHILE IT IS SET.  A CORRECTION OR A      00135807
001359*                CAPTURE CARRYING A DIFFERENT ADDRESS CLEARS      00135907
001360*                IT.  SPACES OR 'N' MEANS THE ADDRESS IS GOOD.    00136007
001361*10/15/2026 RJM  AM-RECERT-DUE ADDED - THE RESPONSE-DUE DATE OF   00136108
001362*                THE RECERTIFICATION NOTICE HELRCERT HAS OUT      00136208
001363*                FOR THIS RECORD.  A NEW CAPTURE OR CORRECTION    00136308
001364*                REBUILDS THE RECORD AND SO CLEARS IT, WHICH IS   00136408
001365*                HOW HELRCERT KNOWS THE APPLICANT ANSWERED.       00136508
001366*                ZERO OR SPACES MEANS NO NOTICE IS OUT.           00136608
001399*----------------------------------------------------------       00139901
001400 01  AM-MASTER-RECORD.                                            00140001
001500     05  AM-REC-KEY.                                              00150001
002500     05  AM-STATE            PIC X(02).                           00250003
002600     05  AM-POSTAL           PIC X(10).                           00260003
002700     05  AM-BIRTH-DATE       PIC 9(08).                           00270004
002800     05  AM-LAST-SITE        PIC X(10).                           00280006
002900     05  AM-UNDELIV-INFO.                                         00290007
003000         10  AM-UNDELIV-SW       PIC X(01).                       00300007
003100             88  AM-ADDR-UNDELIVERABLE VALUE 'Y'.                 00310007
003200         10  AM-UNDELIV-DATE     PIC 9(08).                       00320007
003300         10  AM-UNDELIV-REASON   PIC X(02).                       00330007
003400     05  AM-RECERT-DUE       PIC 9(08).                           00340008
