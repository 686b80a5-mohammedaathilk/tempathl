000100*----------------------------------------------------------       00010001
000200*SPANPARM - HELSPAN CALL INTERFACE                                00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  PASSED TO HELSPAN BY         00050001
000600*                EVERY PROGRAM THAT CHANGES A MASTER              00060001
000700*                DETERMINATION (ACTION P, POST), BY THE AS-OF     00070001
000800*                INQUIRIES (ACTION A), AND ONCE AT THE END OF     00080001
000900*                THE RUN (ACTION C, CLOSE).  FOR A POST THE       00090001
001000*                CALLER FILLS IN THE KEY, THE DATE OF THE         00100001
001100*                CHANGE, THE NEW DETERMINATION AND TIER, AND      00110001
001200*                ITS RUN ID; IT COMES BACK OPENED (A NEW SPAN     00120001
001300*                WAS STARTED AND THE OLD ONE CLOSED), REPLACED    00130001
001400*                (A SPAN STARTED THE SAME DAY WAS OVERWRITTEN)    00140001
001500*                OR UNCHANGED (THE SPAN IN FORCE ALREADY SAYS     00150001
001600*                THE SAME).  FOR AN AS-OF THE CALLER FILLS IN     00160001
001700*                THE KEY AND THE DATE; IT COMES BACK FOUND,       00170001
001800*                WITH THE DETERMINATION AND TIER IN FORCE ON      00180001
001900*                THAT DATE AND THE SPAN THEY CAME FROM, OR NOT    00190001
002000*                FOUND.  A FILE ERROR COMES BACK WITH ITS         00200001
002100*                STATUS FOR THE CALLER TO REPORT.                 00210001
002200*----------------------------------------------------------       00220001
002300 01  WS-SPAN-PARM.                                                00230001
002400     05  WS-SH-ACTION        PIC X(01).                           00240001
002500         88  WS-SH-POST                VALUE "P".                 00250001
002600         88  WS-SH-AS-OF               VALUE "A".                 00260001
002700         88  WS-SH-CLOSE               VALUE "C".                 00270001
002800     05  WS-SH-APPL-ID       PIC X(10).                           00280001
002900     05  WS-SH-PROGRAM       PIC X(03).                           00290001
003000     05  WS-SH-DATE          PIC 9(08).                           00300001
003100     05  WS-SH-DETERMINATION PIC X(16).                           00310001
003200     05  WS-SH-TIER          PIC X(08).                           00320001
003300     05  WS-SH-RUN-ID        PIC X(16).                           00330001
003400     05  WS-SH-RESULT-SW     PIC X(01).                           00340001
003500         88  WS-SH-OPENED              VALUE "O".                 00350001
003600         88  WS-SH-REPLACED            VALUE "R".                 00360001
003700         88  WS-SH-UNCHANGED           VALUE "U".                 00370001
003800         88  WS-SH-FOUND               VALUE "F".                 00380001
003900         88  WS-SH-NOT-FOUND           VALUE "N".                 00390001
004000         88  WS-SH-FILE-ERROR          VALUE "E".                 00400001
004100     05  WS-SH-FILE-STATUS   PIC X(02).                           00410001
004200     05  WS-SH-START-DATE    PIC 9(08).                           00420001
004300     05  WS-SH-END-DATE      PIC 9(08).                           00430001
004400     05  WS-SH-OPEN-RUN-ID   PIC X(16).                           00440001
004500     05  WS-SH-CLOSE-RUN-ID  PIC X(16).                           00450001
