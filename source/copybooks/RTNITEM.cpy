000100******************************************************************
000200*                                                                *
000300*   RTNITEM  - RETURNED MAIL ITEM RECORD                         *
000400*                                                                *
000500*   ONE RECORD PER STATEMENT THE MAIL HOUSE COULD NOT DELIVER,   *
000600*   READ FROM THE ADDRESS BLOCK OF THE RETURNED PIECE.  THE      *
000700*   FILE ARRIVES EVERY CYCLE WITH THE COMMON EXTCTL HEADER AND   *
000800*   TRAILER (HASH TOTAL ZERO - THERE IS NO AMOUNT) AND IS        *
000900*   APPLIED TO ADDRMAST BY RTNMAIL.  RI-RETURN-REASON IS THE     *
001000*   CARRIER'S ENDORSEMENT: 'NK' NOT KNOWN AT ADDRESS, 'MV' MOVED *
001100*   NO FORWARDING ADDRESS, 'IA' INSUFFICIENT ADDRESS, 'RF'       *
001200*   REFUSED, 'OT' ANY OTHER.                                     *
001300*                                                                *
001400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001500*  ---|----------|------------------------------|------------    *
001600*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001700*                                                                *
001800******************************************************************
001900 01  RETURNED-ITEM-RECORD.
002000     05  RI-PARTNER-ID           PIC 9(08).
002100     05  RI-MEMBER-ID            PIC 9(13).
002200     05  RI-RETURN-DATE          PIC 9(08).
002300     05  RI-RETURN-REASON        PIC X(02).
002400     05  FILLER                  PIC X(14).
