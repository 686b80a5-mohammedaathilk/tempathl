000100*----------------------------------------------------------       00010001
000200*MBKPREC - APPLICANT MASTER BACKUP (UNLOAD) RECORD LAYOUT         00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  ONE H RECORD CARRYING THE    00050001
000600*                DATE, TIME, AND RUN ID OF THE UNLOAD, ONE D      00060001
000700*                RECORD PER MASTER RECORD IN KEY ORDER, AND A T   00070001
000800*                RECORD WITH THE D COUNT.  HELBKUP WRITES IT AND  00080001
000900*                HELRCVR RELOADS FROM IT; THE H DATE AND TIME     00090001
001000*                ARE WHERE HELRCVR STARTS ROLLING THE AUDIT LOG   00100001
001100*                FORWARD.  THE MASTER IMAGE IS LEFT WIDER THAN    00110001
001200*                APPLMREC SO A BACKUP SURVIVES THE NEXT FIELD     00120001
001300*                ADDED TO THE MASTER.                             00130001
001400*----------------------------------------------------------       00140001
001500 01  BK-BACKUP-RECORD.                                            00150001
001600     05  BK-REC-TYPE         PIC X(01).                           00160001
001700         88  BK-HEADER                 VALUE "H".                 00170001
001800         88  BK-DETAIL                 VALUE "D".                 00180001
001900         88  BK-TRAILER                VALUE "T".                 00190001
002000     05  FILLER              PIC X(01).                           00200001
002100     05  BK-MASTER-IMAGE     PIC X(250).                          00210001
002200 01  BK-HEADER-RECORD.                                            00220001
002300     05  BK-H-TYPE           PIC X(01).                           00230001
002400     05  FILLER              PIC X(01).                           00240001
002500     05  BK-H-DATE           PIC 9(08).                           00250001
002600     05  FILLER              PIC X(01).                           00260001
002700     05  BK-H-TIME           PIC 9(08).                           00270001
002800     05  FILLER              PIC X(01).                           00280001
002900     05  BK-H-RUN-ID         PIC X(16).                           00290001
003000     05  FILLER              PIC X(216).                          00300001
003100 01  BK-TRAILER-RECORD.                                           00310001
003200     05  BK-T-TYPE           PIC X(01).                           00320001
003300     05  FILLER              PIC X(01).                           00330001
003400     05  BK-T-COUNT          PIC 9(09).                           00340001
003500     05  FILLER              PIC X(241).                          00350001
