000100******************************************************************
000200*                                                                *
000300*   PURGREG  - PURGED CARD REGISTER RECORD                       *
000400*                                                                *
000500*   ONE RECORD PER CARD NUMBER ERASED BY PRIVPURG, INCLUDING     *
000600*   EVERY NUMBER ON A PURGED CARD'S REPLACEMENT CHAIN.  THE      *
000700*   FILE IS CUMULATIVE (WRITTEN EXTEND) AND HOLDS NOTHING BUT    *
000800*   THE NUMBER AND THE DATE; IT EXISTS SO HOTCARD CAN KEEP AN    *
000900*   ERASED NUMBER FROM EVER EARNING OR REDEEMING AGAIN.          *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  PURGE-REGISTER-RECORD.
001700     05  PG-CARD-NO              PIC 9(16).
001800     05  PG-PURGE-DATE           PIC 9(08).
