000100******************************************************************
000200*                                                                *
000300*   LBXBANK  - BANK LOCKBOX REMITTANCE FILE RECORD               *
000400*                                                                *
000500*   THE FILE THE BANK SENDS EACH DAY FOR THE LOCKBOX.  EVERY     *
000600*   BATCH IS AN 'H' HEADER, ONE 'D' RECORD PER REMITTANCE AND A  *
000700*   'T' TRAILER DECLARING THE BATCH'S ITEM COUNT AND TOTAL.      *
000800*   BK-REFERENCE IS WHATEVER THE PAYER WROTE ON THE REMITTANCE   *
000900*   SLIP - AN INVOICE NUMBER, A MEMBER ID OR A BILLER ACCOUNT    *
001000*   NUMBER - LEFT-JUSTIFIED AS KEYED BY THE BANK.                *
001100*                                                                *
001200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001300*  ---|----------|------------------------------|------------    *
001400*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001500*                                                                *
001600******************************************************************
001700 01  LOCKBOX-BANK-RECORD.
001800     05  BK-RECORD-TYPE          PIC X(01).
001900         88  BK-HEADER           VALUE 'H'.
002000         88  BK-DETAIL           VALUE 'D'.
002100         88  BK-TRAILER          VALUE 'T'.
002200     05  BK-PAYLOAD              PIC X(79).
002300     05  BK-HEADER-AREA REDEFINES BK-PAYLOAD.
002400         10  BK-LOCKBOX-NUM      PIC X(07).
002500         10  BK-BATCH-NUM        PIC 9(04).
002600         10  BK-DEPOSIT-DATE     PIC 9(08).
002700         10  FILLER              PIC X(60).
002800     05  BK-DETAIL-AREA REDEFINES BK-PAYLOAD.
002900         10  BK-ITEM-SEQ         PIC 9(05).
003000         10  BK-REMIT-AMT        PIC 9(11)V99.
003100         10  BK-REFERENCE        PIC X(20).
003200         10  BK-CHEQUE-NUM       PIC X(10).
003300         10  BK-PAYER-NAME       PIC X(30).
003400         10  FILLER              PIC X(01).
003500     05  BK-TRAILER-AREA REDEFINES BK-PAYLOAD.
003600         10  BK-ITEM-COUNT       PIC 9(05).
003700         10  BK-BATCH-TOTAL      PIC 9(13)V99.
003800         10  FILLER              PIC X(59).
