000100*----------------------------------------------------------       00010001
000200*CYCLPARM - HELCYCL CALL INTERFACE                                00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  PASSED TO HELCYCL BY         00050001
000600*                EVERY STEP OF THE NIGHTLY CYCLE, ONCE AT THE     00060001
000700*                START OF THE RUN (ACTION S) AND ONCE AT THE      00070001
000800*                END (ACTION E).  THE CALLER FILLS IN ITS         00080001
000900*                PROGRAM, FUNCTION LETTER (BLANK IF IT HAS        00090001
001000*                NONE), AND RUN ID BEFORE THE START CALL, AND     00100001
001100*                ITS RETURN CODE AND RECORD COUNTS BEFORE THE     00110001
001200*                END CALL.  THE START CALL COMES BACK CLEARED     00120001
001300*                OR REFUSED WITH THE REASON, AND FILLS IN THE     00130001
001400*                FILES AND GENERATIONS FROM THE SCHEDULE AND      00140001
001500*                THE RUN ID AND COUNTS OF THE PREDECESSOR'S       00150001
001600*                LAST RUN - WHICH HELSWAP USES TO CHECK THE       00160001
001700*                FILES IT IS ABOUT TO SWAP.                       00170001
001800*----------------------------------------------------------       00180001
001900 01  WS-CYCLE-PARM.                                               00190001
002000     05  WS-CY-ACTION        PIC X(01).                           00200001
002100         88  WS-CY-STEP-START          VALUE "S".                 00210001
002200         88  WS-CY-STEP-END            VALUE "E".                 00220001
002300     05  WS-CY-PROGRAM       PIC X(08).                           00230001
002400     05  WS-CY-FUNCTION      PIC X(01).                           00240001
002500     05  WS-CY-RUN-ID        PIC X(16).                           00250001
002600     05  WS-CY-RETURN-CODE   PIC 9(04).                           00260001
002700     05  WS-CY-COUNT-IN      PIC 9(09).                           00270001
002800     05  WS-CY-COUNT-OUT     PIC 9(09).                           00280001
002900     05  WS-CY-RESULT-SW     PIC X(01).                           00290001
003000         88  WS-CY-CLEARED             VALUE "Y".                 00300001
003100         88  WS-CY-REFUSED             VALUE "N".                 00310001
003200     05  WS-CY-MESSAGE       PIC X(60).                           00320001
003300     05  WS-CY-FILE-IN       PIC X(08).                           00330001
003400     05  WS-CY-GEN-IN        PIC X(16).                           00340001
003500     05  WS-CY-FILE-OUT      PIC X(08).                           00350001
003600     05  WS-CY-GEN-OUT       PIC X(16).                           00360001
003700     05  WS-CY-PRED-RUN-ID   PIC X(16).                           00370001
003800     05  WS-CY-PRED-READ     PIC 9(09).                           00380001
003900     05  WS-CY-PRED-WRITTEN  PIC 9(09).                           00390001
