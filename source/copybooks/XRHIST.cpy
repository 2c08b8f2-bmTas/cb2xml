000100******************************************************************
000200*                                                                *
000300*   XRHIST   - ARRANGEMENT HISTORY VERSION RECORD                *
000400*                                                                *
000500*   ONE RECORD PER DATED VERSION OF A CROSS-REFERENCE            *
000600*   ARRANGEMENT'S PAY POINT, ARRANGEMENT TYPE, STATUS CODE AND   *
000700*   CSO, HELD IN ARRANGEMENT AND EFFECTIVE-FROM SEQUENCE.        *
000800*   XREFHIST OPENS A VERSION FROM EACH DAY'S XREFDELT DELTA AND  *
000900*   CLOSES THE ONE IT REPLACES; A DELETED ARRANGEMENT KEEPS ITS  *
001000*   LAST VERSION, END-DATED.  A VERSION IS IN FORCE FROM ITS     *
001100*   EFFECTIVE-FROM DATE UP TO BUT NOT INCLUDING ITS EFFECTIVE-TO *
001200*   DATE, WHICH IS ALL NINES WHILE IT IS CURRENT.  XREFASOF      *
001300*   ANSWERS AS-OF INQUIRIES FROM IT.                             *
001400*                                                                *
001500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001600*  ---|----------|------------------------------|------------    *
001700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001800*                                                                *
001900******************************************************************
002000 01  ARRANGEMENT-HISTORY-RECORD.
002100     05  AH-ARRANGEMENT-NUMB     PIC 9(05).
002200     05  AH-EFFECTIVE-FROM       PIC 9(08).
002300     05  AH-EFFECTIVE-TO         PIC 9(08).
002400         88  AH-CURRENT          VALUE 99999999.
002500     05  AH-PAY-POINT-NUMB       PIC 9(03).
002600     05  AH-ARRANGEMENT-TYPE     PIC X(01).
002700     05  AH-STATUS-CD            PIC X(01).
002800     05  AH-CSO                  PIC X(01).
002900     05  AH-OPEN-ACTION          PIC X(01).
003000         88  AH-OPENED-BY-ADD    VALUE 'A'.
003100         88  AH-OPENED-BY-CHANGE VALUE 'C'.
003200     05  AH-CLOSE-ACTION         PIC X(01).
003300         88  AH-CLOSED-BY-CHANGE VALUE 'C'.
003400         88  AH-CLOSED-BY-DELETE VALUE 'D'.
003500     05  AH-CHANGED-FIELDS       PIC X(30).
003600     05  AH-RECORDED-DATE        PIC 9(08).
