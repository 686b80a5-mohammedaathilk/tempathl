000100*----------------------------------------------------------       00010001
000200*BKLGREC - WORK-QUEUE BACKLOG SNAPSHOT RECORD LAYOUT              00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  HELBKLG APPENDS ONE          00050001
000600*                SNAPSHOT TO BKLGHIST EACH TIME IT RUNS: A D      00060001
000700*                RECORD PER QUEUE, SITE, AND PROGRAM, A Q         00070001
000800*                RECORD PER QUEUE WITH ITS OLDEST ITEM, AND ONE   00080001
000900*                T RECORD FOR ALL QUEUES WITH THE COUNT OF        00090001
001000*                APPLICANTS OPEN IN MORE THAN ONE QUEUE.  THE     00100001
001100*                RECORDS OF ONE SNAPSHOT SHARE BH-DATE, SO THE    00110001
001200*                FILE CHARTS WEEK OVER WEEK.                      00120001
001300*----------------------------------------------------------       00130001
001400 01  BH-SNAPSHOT-RECORD.                                          00140001
001500     05  BH-DATE             PIC 9(08).                           00150001
001600     05  FILLER              PIC X(01).                           00160001
001700     05  BH-KIND             PIC X(01).                           00170001
001800         88  BH-DETAIL                 VALUE "D".                 00180001
001900         88  BH-QUEUE-TOTAL            VALUE "Q".                 00190001
002000         88  BH-ALL-TOTAL              VALUE "T".                 00200001
002100     05  FILLER              PIC X(01).                           00210001
002200     05  BH-QUEUE            PIC X(08).                           00220001
002300     05  FILLER              PIC X(01).                           00230001
002400     05  BH-SITE             PIC X(10).                           00240001
002500     05  FILLER              PIC X(01).                           00250001
002600     05  BH-PROGRAM          PIC X(03).                           00260001
002700     05  FILLER              PIC X(01).                           00270001
002800     05  BH-DAYS-00-07       PIC 9(07).                           00280001
002900     05  FILLER              PIC X(01).                           00290001
003000     05  BH-DAYS-08-30       PIC 9(07).                           00300001
003100     05  FILLER              PIC X(01).                           00310001
003200     05  BH-DAYS-31-60       PIC 9(07).                           00320001
003300     05  FILLER              PIC X(01).                           00330001
003400     05  BH-DAYS-OVER-60     PIC 9(07).                           00340001
003500     05  FILLER              PIC X(01).                           00350001
003600     05  BH-NO-DATE          PIC 9(07).                           00360001
003700     05  FILLER              PIC X(01).                           00370001
003800     05  BH-TOTAL            PIC 9(07).                           00380001
003900     05  FILLER              PIC X(01).                           00390001
004000     05  BH-OLDEST-ID        PIC X(10).                           00400001
004100     05  FILLER              PIC X(01).                           00410001
004200     05  BH-OLDEST-DAYS      PIC 9(05).                           00420001
004300     05  FILLER              PIC X(01).                           00430001
004400     05  BH-MULTI-COUNT      PIC 9(07).                           00440001
