000100******************************************************************
000200*                                                                *
000300*   OPENINV  - KEYED OPEN-INVOICE STORE RECORD                   *
000400*                                                                *
000500*   ONE RECORD PER OPEN INVOICE, KEYED BY PARTNER, MEMBER AND    *
000600*   INVOICE NUMBER WITH THE INVOICE NUMBER ALSO AN ALTERNATE     *
000700*   KEY.  OINVLOAD REFRESHES IT EACH CYCLE AFTER INVAGING AND    *
000800*   PAYALLOC FROM THE OPEN-INVOICE LEDGER, THE ALLOCATION        *
000900*   JOURNAL AND THE DISPUTE MASTER; OINVINQ ANSWERS CSO BALANCE  *
001000*   INQUIRIES FROM IT.  THE PARTNER AND MEMBER COME FROM THE     *
001100*   ACCT NUMBER (PARTNER IN THE FIRST EIGHT DIGITS, MEMBER STEM  *
001200*   IN THE NEXT TWELVE, CHECK POSITION ZERO AS ON HOLDMAST).     *
001300*   AN INVOICE PAID OFF OR GONE FROM THE LEDGER IS DELETED.      *
001400*                                                                *
001500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001600*  ---|----------|------------------------------|------------    *
001700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001800*                                                                *
001900******************************************************************
002000 01  OPEN-INVOICE-RECORD.
002100     05  OI-KEY.
002200         10  OI-PARTNER-ID       PIC 9(08).
002300         10  OI-MEMBER-ID        PIC 9(13).
002400         10  OI-INVOICE-NUM      PIC X(11).
002500     05  OI-SYS-PRIN             PIC X(08).
002600     05  OI-ACCT-NUMBER          PIC X(20).
002700     05  OI-BILL-DATE            PIC 9(08).
002800     05  OI-ORIGINAL-AMT         PIC S9(11)V99.
002900     05  OI-RELIEVED-AMT         PIC S9(11)V99.
003000     05  OI-BALANCE-AMT          PIC S9(11)V99.
003100     05  OI-AGE-DAYS             PIC 9(05).
003200     05  OI-AGING-BUCKET         PIC X(01).
003300         88  OI-CURRENT          VALUE 'C'.
003400         88  OI-OVER-30          VALUE '1'.
003500         88  OI-OVER-60          VALUE '2'.
003600         88  OI-OVER-90          VALUE '3'.
003700     05  OI-DISPUTE-FLAG         PIC X(01).
003800         88  OI-IN-DISPUTE       VALUE 'Y'.
003900     05  OI-LAST-PAYMENT-DATE    PIC 9(08).
004000     05  OI-LAST-MAINT-DATE      PIC 9(08).
