000100*----------------------------------------------------------       00010001
000200*OPERPARM - HELOPER CALL INTERFACE                                00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  PASSED TO HELOPER BY         00050001
000600*                EVERY PROGRAM THAT TAKES A CHANGE FROM A         00060001
000700*                PERSON.  THE CALLER FILLS IN THE OPERATOR ID     00070001
000800*                AND THE AUTHORITY THE CHANGE NEEDS; HELOPER      00080001
000900*                SAYS WHETHER THAT OPERATOR MAY MAKE IT, AND      00090001
001000*                WHY NOT WHEN NOT, AND RETURNS THE OPERATOR'S     00100001
001100*                NAME AND AUTHORITY FROM THE SECURITY FILE.       00110001
001200*                THE LEVELS RUN INQUIRY (1), CORRECT (2),         00120001
001300*                RETIRE (3), APPEALS DECISION (4); EACH LEVEL     00130001
001400*                CARRIES THE ONES BELOW IT.                       00140001
001500*----------------------------------------------------------       00150001
001600 01  WS-OPER-PARM.                                                00160001
001700     05  WS-OP-OPERATOR      PIC X(08).                           00170001
001800     05  WS-OP-NEED-LEVEL    PIC 9(01).                           00180001
001900         88  WS-OP-NEED-INQUIRY        VALUE 1.                   00190001
002000         88  WS-OP-NEED-CORRECT        VALUE 2.                   00200001
002100         88  WS-OP-NEED-RETIRE         VALUE 3.                   00210001
002200         88  WS-OP-NEED-APPEALS        VALUE 4.                   00220001
002300     05  WS-OP-RESULT-SW     PIC X(01).                           00230001
002400         88  WS-OP-AUTHORIZED          VALUE "Y".                 00240001
002500         88  WS-OP-UNKNOWN             VALUE "U".                 00250001
002600         88  WS-OP-REVOKED             VALUE "R".                 00260001
002700         88  WS-OP-NOT-AUTHORIZED      VALUE "N".                 00270001
002800         88  WS-OP-NO-SECURITY-FILE    VALUE "X".                 00280001
002900     05  WS-OP-REASON        PIC X(20).                           00290001
003000     05  WS-OP-NAME          PIC X(30).                           00300001
003100     05  WS-OP-AUTHORITY     PIC X(01).                           00310001
003200         88  WS-OP-AUTH-INQUIRY        VALUE "I".                 00320001
003300         88  WS-OP-AUTH-CORRECT        VALUE "C".                 00330001
003400         88  WS-OP-AUTH-RETIRE         VALUE "R".                 00340001
003500         88  WS-OP-AUTH-APPEALS        VALUE "A".                 00350001
003600     05  WS-OP-LEVEL         PIC 9(01).                           00360001
003700     05  WS-OP-STATUS        PIC X(01).                           00370001
003800         88  WS-OP-STATUS-ACTIVE       VALUE "A".                 00380001
003900         88  WS-OP-STATUS-REVOKED      VALUE "R".                 00390001
