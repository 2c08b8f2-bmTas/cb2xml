000100******************************************************************
000200*                                                                *
000300*   PERSTAT  - ACCOUNTING PERIOD STATUS RECORD                   *
000400*                                                                *
000500*   ONE RECORD PER ACCOUNTING PERIOD (YYYYMM) THE MONTH-END      *
000600*   CLOSE HAS LOCKED, IN PERIOD ORDER.  MECLOSE ADDS THE RECORD  *
000700*   ONCE TRIALBAL IS IN BALANCE AND GLJOURNL HAS POSTED, WITH    *
000800*   THE CLOSING ACCOUNT COUNT AND BALANCE AND THE ARCHIVE        *
000900*   VOLUME HOLDING THE PERIOD SNAPSHOT.  A PERIOD NOT ON THE     *
001000*   FILE IS OPEN.  THE POSTING PROGRAMS ASK PERCHK WHETHER A     *
001100*   DATE FALLS IN A CLOSED PERIOD; ANYTHING THAT DOES GOES TO    *
001200*   THE PRIOR-PERIOD ADJUSTMENT FILE (PPADJ.CPY) FOR FINANCE.    *
001300*   A PERIOD IS REOPENED ONLY BY FINANCE SETTING PS-STATUS TO    *
001400*   'O' ON THE FILE.                                             *
001500*                                                                *
001600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001700*  ---|----------|------------------------------|------------    *
001800*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001900*                                                                *
002000******************************************************************
002100 01  PERIOD-STATUS-RECORD.
002200     05  PS-PERIOD               PIC 9(06).
002300     05  PS-STATUS               PIC X(01).
002400         88  PS-CLOSED           VALUE 'C'.
002500         88  PS-REOPENED         VALUE 'O'.
002600     05  PS-CLOSE-DATE           PIC 9(08).
002700     05  PS-ACCOUNTS             PIC 9(09).
002800     05  PS-CLOSING-BAL          PIC S9(15)V99.
002900     05  PS-ARCHIVE-VOLUME       PIC X(06).
