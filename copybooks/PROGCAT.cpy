000100*----------------------------------------------------------       00010001
000200*PROGCAT - BENEFIT PROGRAM CATALOG ENTRY FOR ONE PROGRAM          00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  ONE BENEFIT PROGRAM          00050001
000600*                AS RETURNED BY THE HELPCAT LOOKUP - ITS          00060001
000700*                DESCRIPTION, THE DATES IT OPENED AND             00070001
000800*                CLOSED, AND WHETHER IT IS TAKING NEW             00080001
000900*                APPLICATIONS - SO HELVAL, THE CAPTURE AND        00090001
001000*                CORRECTION RUNS, AND EVERY REPORT THAT           00100001
001100*                NAMES A PROGRAM AGREE ON WHAT THE CODE           00110001
001200*                MEANS.  AN UNKNOWN CODE COMES BACK NOT           00120001
001300*                FOUND WITH THE BARE CODE AS ITS                  00130001
001400*                DESCRIPTION, SO A PRINTED LINE IS NEVER          00140001
001500*                BLANK.                                           00150001
001510*10/15/2026 RJM  WS-PC-RECERT-DAYS ADDED - HOW MANY DAYS AN       00151002
001520*                ELIGIBLE DETERMINATION UNDER THE PROGRAM STANDS  00152002
001530*                BEFORE HELRCERT ASKS THE APPLICANT TO            00153002
001540*                RECERTIFY.  ZERO MEANS THE PROGRAM HAS NO        00154002
001550*                RECERTIFICATION CYCLE.                           00155002
001600*----------------------------------------------------------       00160001
001700 01  WS-PROG-CAT.                                                 00170001
001800     05  WS-PC-PROGRAM       PIC X(03).                           00180001
001900     05  WS-PC-FOUND-SW      PIC X(01).                           00190001
002000         88  WS-PC-FOUND               VALUE 'Y'.                 00200001
002100         88  WS-PC-NOT-FOUND           VALUE 'N'.                 00210001
002200         88  WS-PC-NO-CATALOG          VALUE 'X'.                 00220001
002300     05  WS-PC-DESCRIPTION   PIC X(30).                           00230001
002400     05  WS-PC-OPEN-DATE     PIC 9(08).                           00240001
002500     05  WS-PC-CLOSE-DATE    PIC 9(08).                           00250001
002600     05  WS-PC-ACCEPTING     PIC X(01).                           00260001
002700         88  WS-PC-ACCEPTING-NEW       VALUE 'Y'.                 00270001
002800         88  WS-PC-NOT-ACCEPTING       VALUE 'N'.                 00280001
002900     05  WS-PC-RECERT-DAYS   PIC 9(04).                           00290002
