000100*----------------------------------------------------------       00010001
000200*NADRREC - NEEDS-ADDRESS QUEUE RECORD LAYOUT                      00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  PULLED THE NEEDS-ADDRESS     00050001
000600*                QUEUE RECORD OUT OF HELLTRS SO HELRMAIL CAN      00060001
000700*                ADD RETURNED-MAIL APPLICANTS TO THE SAME         00070001
000800*                QUEUE.  NA-PROGRAM ADDED ON THE END SO THE       00080001
000900*                ELIGIBILITY UNIT KNOWS WHICH OF AN               00090001
001000*                APPLICANT'S PROGRAMS THE ENTRY IS FOR.           00100001
001100*----------------------------------------------------------       00110001
001200 01  NA-QUEUE-RECORD.                                             00120001
001300     05  NA-NAME             PIC X(30).                           00130001
001400     05  FILLER              PIC X(02).                           00140001
001500     05  NA-APPL-ID          PIC X(10).                           00150001
001600     05  FILLER              PIC X(02).                           00160001
001700     05  NA-SOURCE           PIC X(10).                           00170001
001800     05  FILLER              PIC X(02).                           00180001
001900     05  NA-REASON           PIC X(20).                           00190001
002000     05  FILLER              PIC X(02).                           00200001
002100     05  NA-DATE             PIC 9(08).                           00210001
002200     05  FILLER              PIC X(02).                           00220001
002300     05  NA-PROGRAM          PIC X(03).                           00230001
