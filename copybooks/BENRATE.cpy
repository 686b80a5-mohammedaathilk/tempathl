000100*----------------------------------------------------------       00010001
000200*BENRATE - BENEFIT RATE IN FORCE FOR ONE PROGRAM                  00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  THE MONTHLY BENEFIT          00050001
000600*                RATES FOR ONE PROGRAM - ONE PER TIER - AND       00060001
000700*                THE DATE THEY TOOK EFFECT, AS RETURNED BY        00070001
000800*                THE HELRATE LOOKUP AND APPLIED BY HELPAY.        00080001
000900*                WS-BR-FOUND-SW SAYS WHETHER A RATE WAS ON        00090001
001000*                FILE AT ALL; THERE IS NO DEFAULT AMOUNT.         00100001
001100*----------------------------------------------------------       00110001
001200 01  WS-BENEFIT-RATE.                                             00120001
001300     05  WS-BR-PROGRAM       PIC X(03).                           00130001
001400     05  WS-BR-EFFECTIVE     PIC 9(08).                           00140001
001500     05  WS-BR-MINOR-RATE    PIC 9(05)V99.                        00150001
001600     05  WS-BR-STANDARD-RATE PIC 9(05)V99.                        00160001
001700     05  WS-BR-SENIOR-RATE   PIC 9(05)V99.                        00170001
001800     05  WS-BR-FOUND-SW      PIC X(01).                           00180001
001900         88  WS-BR-FOUND               VALUE 'Y'.                 00190001
002000         88  WS-BR-NOT-FOUND           VALUE 'N'.                 00200001
