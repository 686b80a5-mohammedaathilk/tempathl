000100*----------------------------------------------------------       00010001
000200*RCNTREC - RECERTIFICATION NOTICE RECORD LAYOUT                   00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  PULLED THE NOTICE FILE       00050001
000600*                RECORD OUT OF HELRCERT SO HELRCVR CAN READ THE   00060001
000700*                DUE DATE OF A NOTICE IT ROLLS FORWARD.           00070001
000800*----------------------------------------------------------       00080001
000900 01  RN-NOTICE-RECORD.                                            00090001
001000     05  RN-KEY.                                                  00100001
001100         10  RN-APPL-ID      PIC X(10).                           00110001
001200         10  RN-PROGRAM      PIC X(03).                           00120001
001300     05  RN-NAME             PIC X(30).                           00130001
001400     05  RN-NOTICE-DATE      PIC 9(08).                           00140001
001500     05  RN-DUE-DATE         PIC 9(08).                           00150001
001600     05  RN-STATUS           PIC X(01).                           00160001
001700         88  RN-OUTSTANDING            VALUE "O".                 00170001
001800         88  RN-RESPONDED              VALUE "R".                 00180001
001900         88  RN-LAPSED                 VALUE "L".                 00190001
002000         88  RN-WITHDRAWN              VALUE "W".                 00200001
002100     05  RN-CLOSED-DATE      PIC 9(08).                           00210001
002200     05  RN-SENT-RUN-ID      PIC X(16).                           00220001
002300     05  RN-CLOSED-RUN-ID    PIC X(16).                           00230001
