000100*----------------------------------------------------------       00010001
000200*RETHREC - RETURNED-MAIL HISTORY RECORD LAYOUT                    00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  ONE RECORD PER RETURNED      00050001
000600*                LETTER LOADED BY HELRMAIL, KEPT PERMANENTLY      00060001
000700*                SO HELRMRPT CAN BREAK THE RETURNS OUT BY THE     00070001
000800*                SITE THAT KEYED THE ADDRESS AND BY THE MAIL      00080001
000900*                HOUSE REASON CODE.  THE SITE IS THE MASTER'S     00090001
001000*                LAST CAPTURE SITE AT THE TIME OF THE RETURN.     00100001
001100*----------------------------------------------------------       00110001
001200 01  RH-RETURN-RECORD.                                            00120001
001300     05  RH-LOAD-DATE        PIC 9(08).                           00130001
001400     05  FILLER              PIC X(01).                           00140001
001500     05  RH-RETURN-DATE      PIC 9(08).                           00150001
001600     05  FILLER              PIC X(01).                           00160001
001700     05  RH-APPL-ID          PIC X(10).                           00170001
001800     05  FILLER              PIC X(01).                           00180001
001900     05  RH-PROGRAM          PIC X(03).                           00190001
002000     05  FILLER              PIC X(01).                           00200001
002100     05  RH-SITE             PIC X(10).                           00210001
002200     05  FILLER              PIC X(01).                           00220001
002300     05  RH-REASON           PIC X(02).                           00230001
002400     05  FILLER              PIC X(01).                           00240001
002500     05  RH-STATE            PIC X(02).                           00250001
002600     05  FILLER              PIC X(01).                           00260001
002700     05  RH-RUN-ID           PIC X(16).                           00270001
