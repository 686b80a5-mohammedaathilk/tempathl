000100*----------------------------------------------------------       00010001
000200*SPANREC - ELIGIBILITY SPAN HISTORY RECORD LAYOUT                 00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  ONE RECORD PER SPAN OF       00050001
000600*                TIME AN APPLICANT HELD ONE DETERMINATION         00060001
000700*                AND TIER UNDER ONE PROGRAM, KEYED BY THE         00070001
000800*                APPLICANT ID, THE PROGRAM, AND THE DATE THE      00080001
000900*                SPAN STARTED.  WRITTEN ONLY BY HELSPAN.  THE     00090001
001000*                SPAN RUNS FROM ITS START DATE UP TO, BUT NOT     00100001
001100*                INCLUDING, ITS END DATE; AN END DATE OF ZERO     00110001
001200*                IS THE SPAN STILL IN FORCE.  EACH SPAN           00120001
001300*                CARRIES THE RUN ID THAT OPENED IT AND THE        00130001
001400*                ONE THAT CLOSED IT.  THE FILE IS PERMANENT -     00140001
001500*                A SPAN IS CLOSED, NEVER DELETED.                 00150001
001600*----------------------------------------------------------       00160001
001700 01  SH-SPAN-RECORD.                                              00170001
001800     05  SH-KEY.                                                  00180001
001900         10  SH-APPL-ID      PIC X(10).                           00190001
002000         10  SH-PROGRAM      PIC X(03).                           00200001
002100         10  SH-START-DATE   PIC 9(08).                           00210001
002200     05  SH-DETERMINATION    PIC X(16).                           00220001
002300     05  SH-TIER             PIC X(08).                           00230001
002400     05  SH-END-DATE         PIC 9(08).                           00240001
002500         88  SH-IN-FORCE               VALUE ZERO.                00250001
002600     05  SH-OPEN-RUN-ID      PIC X(16).                           00260001
002700     05  SH-CLOSE-RUN-ID     PIC X(16).                           00270001
