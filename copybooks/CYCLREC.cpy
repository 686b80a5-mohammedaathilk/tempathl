000100*----------------------------------------------------------       00010001
000200*CYCLREC - NIGHTLY CYCLE CONTROL FILE RECORD LAYOUT               00020001
000300*----------------------------------------------------------       00030001
000400*DATE       BY   DESCRIPTION                                      00040001
000500*10/15/2026 RJM  ORIGINAL COPYBOOK.  ONE RECORD PER EVENT ON      00050001
000600*                THE CYCLE CONTROL FILE, WRITTEN ONLY BY          00060001
000700*                HELCYCL: S WHEN A STEP STARTS, E WHEN IT         00070001
000800*                ENDS (WITH ITS RETURN CODE), R WHEN IT WAS       00080001
000900*                REFUSED (WITH THE REASON).  A STEP IS THE        00090001
001000*                PROGRAM PLUS, FOR THE PARM-DRIVEN PROGRAMS,      00100001
001100*                ITS FUNCTION LETTER.  EACH EVENT CARRIES THE     00110001
001200*                FILE THE STEP CONSUMED AND THE FILE IT           00120001
001300*                PRODUCED, WITH THEIR GENERATIONS - THE RUN ID    00130001
001400*                OF THE RUN THAT WROTE THAT COPY OF THE FILE -    00140001
001500*                AND THE RECORD COUNTS, WHICH HELSWAP CHECKS      00150001
001600*                BEFORE IT SWAPS A QUEUE.  AN ABENDED STEP        00160001
001700*                LEAVES AN S WITH NO E AFTER IT.                  00170001
001800*----------------------------------------------------------       00180001
001900 01  CL-CYCLE-RECORD.                                             00190001
002000     05  CL-PROGRAM          PIC X(08).                           00200001
002100     05  CL-FUNCTION         PIC X(01).                           00210001
002200     05  FILLER              PIC X(01).                           00220001
002300     05  CL-EVENT            PIC X(01).                           00230001
002400         88  CL-STEP-STARTED           VALUE "S".                 00240001
002500         88  CL-STEP-ENDED             VALUE "E".                 00250001
002600         88  CL-STEP-REFUSED           VALUE "R".                 00260001
002700     05  FILLER              PIC X(01).                           00270001
002800     05  CL-DATE             PIC 9(08).                           00280001
002900     05  FILLER              PIC X(01).                           00290001
003000     05  CL-TIME             PIC 9(08).                           00300001
003100     05  FILLER              PIC X(01).                           00310001
003200     05  CL-RUN-ID           PIC X(16).                           00320001
003300     05  FILLER              PIC X(01).                           00330001
003400     05  CL-RETURN-CODE      PIC 9(04).                           00340001
003500     05  FILLER              PIC X(01).                           00350001
003600     05  CL-FILE-IN          PIC X(08).                           00360001
003700     05  FILLER              PIC X(01).                           00370001
003800     05  CL-GEN-IN           PIC X(16).                           00380001
003900     05  FILLER              PIC X(01).                           00390001
004000     05  CL-COUNT-IN         PIC 9(09).                           00400001
004100     05  FILLER              PIC X(01).                           00410001
004200     05  CL-FILE-OUT         PIC X(08).                           00420001
004300     05  FILLER              PIC X(01).                           00430001
004400     05  CL-GEN-OUT          PIC X(16).                           00440001
004500     05  FILLER              PIC X(01).                           00450001
004600     05  CL-COUNT-OUT        PIC 9(09).                           00460001
004700     05  FILLER              PIC X(01).                           00470001
004800     05  CL-MESSAGE          PIC X(60).                           00480001
