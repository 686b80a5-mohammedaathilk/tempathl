001400*                MADE UNDER.  NEW FIELDS GO ON THE END SO         00140001
001500*                RECORDS WRITTEN BEFORE THE WIDENING STILL        00150001
001600*                READ CLEANLY.                                    00160001
001610*10/15/2026 RJM  AL-OPERATOR ADDED ON THE END - WHO MADE THE      00161002
001620*                CHANGE.  A CHANGE KEYED BY A PERSON (THE HELINQ  00162002
001630*                PHONE DESK, A CORRFILE CORRECTION, A DUPDCSN     00163002
001640*                DECISION, AN APLTRAN APPEAL) CARRIES THE         00164002
001650*                OPERATOR ID FROM THE SECURITY FILE; A CHANGE A   00165002
001660*                BATCH RUN MAKES ON ITS OWN CARRIES THE NAME OF   00166002
001670*                THE PROGRAM.  BLANK ON A RECORD WRITTEN BEFORE.  00167002
001700*----------------------------------------------------------       00170001
001800 01  AL-LOG-RECORD.                                               00180001
001900     05  AL-DATE             PIC 9(08).                           00190001
003700     05  AL-AGE-LIMIT        PIC 9(03).                           00370001
003800     05  FILLER              PIC X(01).                           00380001
003900     05  AL-RULE-EFF         PIC 9(08).                           00390001
004000     05  FILLER              PIC X(01).                           00400002
004100     05  AL-OPERATOR         PIC X(08).                           00410002
