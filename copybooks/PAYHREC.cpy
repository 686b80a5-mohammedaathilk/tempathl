000100*----------------------------------------------------------       00010001
000200*PAYHREC - BENEFIT PAYMENT HISTORY RECORD LAYOUT                  00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  ONE RECORD PER               00050001
000600*                APPLICANT, PROGRAM, AND MONTH PAID, KEYED BY     00060001
000700*                ALL THREE, WRITTEN BY HELPAY.  P IS THE          00070001
000800*                MONTH PAID IN ITS OWN RUN, B A MONTH PAID        00080001
000900*                LATE AS ARREARS, R A PAYMENT TAKEN BACK          00090001
001000*                AFTER AN OVERTURN ON APPEAL.  EACH CARRIES       00100001
001100*                THE DETERMINATION, TIER, ELIGIBILITY START,      00110001
001200*                DAYS, AND RATE IT WAS PAID ON, THE RUN THAT      00120001
001300*                PAID IT AND THE RUN THAT TOOK IT BACK.           00130001
001400*                A RECORD WITH A BLANK APPLICANT ID AND           00140001
001500*                PROGRAM IS THE CONTROL RECORD FOR THE            00150001
001600*                MONTH'S RUN - S STARTED, C COMPLETE - WITH       00160001
001700*                THE RUN ID AND THE DISBURSEMENT TOTALS.          00170001
001800*                BLANK KEYS SORT FIRST, SO THE CONTROL            00180001
001900*                RECORDS HEAD THE FILE.  NEVER DELETED.           00190001
001910*10/15/2026 RJM  CONTROL COUNT AND AMOUNT WIDENED TO MATCH THE    00191002
001920*                DISBURSEMENT TRAILER HELPAY TOTALS THEM INTO.    00192002
002000*----------------------------------------------------------       00200001
002100 01  PH-PAY-RECORD.                                               00210001
002200     05  PH-KEY.                                                  00220001
002300         10  PH-APPL-ID      PIC X(10).                           00230001
002400         10  PH-PROGRAM      PIC X(03).                           00240001
002500         10  PH-PAY-MONTH    PIC 9(06).                           00250001
002600     05  PH-STATUS           PIC X(01).                           00260001
002700         88  PH-PAID                   VALUE 'P'.                 00270001
002800         88  PH-BACK-PAID              VALUE 'B'.                 00280001
002900         88  PH-RECOVERED              VALUE 'R'.                 00290001
003000         88  PH-RUN-STARTED            VALUE 'S'.                 00300001
003100         88  PH-RUN-COMPLETE           VALUE 'C'.                 00310001
003200     05  PH-PAYMENT-DATA.                                         00320001
003300         10  PH-DETERMINATION PIC X(16).                          00330001
003400         10  PH-TIER         PIC X(08).                           00340001
003500         10  PH-ELIG-START   PIC 9(08).                           00350001
003600         10  PH-DAYS         PIC 9(02).                           00360001
003700         10  PH-RATE         PIC 9(05)V99.                        00370001
003800         10  PH-AMOUNT       PIC 9(07)V99.                        00380001
003900         10  PH-PAID-RUN-ID  PIC X(16).                           00390001
004000         10  PH-ADJ-RUN-ID   PIC X(16).                           00400001
004100     05  PH-CONTROL-DATA REDEFINES PH-PAYMENT-DATA.               00410001
004200         10  PH-CT-RUN-ID    PIC X(16).                           00420001
004300         10  PH-CT-RUN-DATE  PIC 9(08).                           00430001
004400         10  PH-CT-COUNT     PIC 9(08).                           00440002
004500         10  PH-CT-AMOUNT    PIC 9(11)V99.                        00450002
004600         10  FILLER          PIC X(37).                           00460002
