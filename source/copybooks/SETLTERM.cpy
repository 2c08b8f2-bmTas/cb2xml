000100******************************************************************
000200*                                                                *
000300*   SETLTERM - PARTNER SETTLEMENT TERMS RECORD                   *
000400*                                                                *
000500*   ONE RECORD PER PARTNER PER CONTRACT CHANGE, AS AGREED IN     *
000600*   THE PARTNER CONTRACT, HELD IN PARTNER AND EFFECTIVE-DATE     *
000700*   SEQUENCE.  PARTSETL TAKES THE LATEST ROW EFFECTIVE ON OR     *
000800*   BEFORE THE SETTLEMENT DATE.  THE COMMISSION IS RETAINED ON   *
000900*   THE AMOUNT COLLECTED, OR ON THE AMOUNT BILLED WHERE THE      *
001000*   CONTRACT SAYS SO; THE REST IS THE PARTNER'S REVENUE SHARE.   *
001100*                                                                *
001200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001300*  ---|----------|------------------------------|------------    *
001400*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001500*                                                                *
001600******************************************************************
001700 01  SETTLEMENT-TERMS-RECORD.
001800     05  SX-PARTNER-ID           PIC 9(08).
001900     05  SX-EFF-FROM-DATE        PIC 9(08).
002000     05  SX-COMMISSION-PCT       PIC 9(02)V9(04).
002100     05  SX-COMMISSION-BASIS     PIC X(01).
002200         88  SX-ON-COLLECTED     VALUE 'C'.
002300         88  SX-ON-BILLED        VALUE 'B'.
