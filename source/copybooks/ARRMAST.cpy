000100******************************************************************
000200*                                                                *
000300*   ARRMAST  - PAYMENT ARRANGEMENT MASTER RECORD                 *
000400*                                                                *
000500*   ONE RECORD PER MEMBER IN COLLECTIONS WHO HAS AGREED TO PAY   *
000600*   OFF THE BALANCE IN INSTALMENTS, KEYED BY PARTNER AND MEMBER  *
000700*   AS ON THE HOLDMAST 'COL' RECORD (CHECK POSITION ZERO) AND    *
000800*   HELD IN THAT SEQUENCE.  TERMS ARE SET BY ARRMNT; EACH CYCLE  *
000900*   ARRCHECK CREDITS THE PAYMENTS PAYALLOC RELIEVED AND MEETS    *
001000*   THE INSTALMENTS DUE FROM THEM.  WHILE A PLAN IS KEPT,        *
001100*   INVAGING RAISES NO DUNNING FOR THE MEMBER'S ACCOUNTS AND     *
001200*   COLPLACE DOES NOT PLACE THE MEMBER.  AR-CREDIT-HELD IS       *
001300*   MONEY PAID BUT NOT YET SET AGAINST AN INSTALMENT.            *
001400*                                                                *
001500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001600*  ---|----------|------------------------------|------------    *
001700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001800*                                                                *
001900******************************************************************
002000 01  ARRANGEMENT-MASTER-RECORD.
002100     05  AR-PARTNER-ID           PIC 9(08).
002200     05  AR-MEMBER-ID            PIC 9(13).
002300     05  AR-AGREED-TOTAL         PIC S9(11)V99.
002400     05  AR-INSTALMENT-AMT       PIC S9(09)V99.
002500     05  AR-FREQUENCY            PIC X(01).
002600         88  AR-WEEKLY           VALUE 'W'.
002700         88  AR-FORTNIGHTLY      VALUE 'F'.
002800         88  AR-MONTHLY          VALUE 'M'.
002900     05  AR-NEXT-DUE-DATE        PIC 9(08).
003000     05  AR-START-DATE           PIC 9(08).
003100     05  AR-PAID-TO-DATE         PIC S9(11)V99.
003200     05  AR-CREDIT-HELD          PIC S9(11)V99.
003300     05  AR-STATUS               PIC X(01).
003400         88  AR-KEPT             VALUE 'K'.
003500         88  AR-BROKEN           VALUE 'B'.
003600         88  AR-COMPLETED        VALUE 'C'.
003700     05  AR-STATUS-DATE          PIC 9(08).
