001700*                   LOADED TO A TABLE AND EACH TRANSACTION'S     *
001800*                   CARD LOOKED UP; CARDS WITH NO TIER RECORD    *
001900*                   EARN AT THE BASE RATE UNCHANGED.             *
001920*   10/15/26  MO    CODE-09 AIRLINE CONVERSION CREDITS PASS      *
001940*                   THROUGH UNCHANGED - THEY ARE ALREADY AT THE  *
001960*                   CONTRACTED RATE.                             *
001970*   10/15/26  MO    CODE-10 CATALOGUE ORDER REFUND CREDITS PASS  *
001980*                   THROUGH UNCHANGED - THEY GIVE BACK EXACTLY   *
001990*                   WHAT THE ORDER DEBITED.                      *
001992*   10/15/26  MO    CODE-08 SPEND AWARDS FROM SPNDAWRD NO LONGER *
001994*                   TAKE THE TIER MULTIPLIER.                    *
002000*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
005510*    THE MULTIPLIER APPLIES TO EARNINGS ONLY - CODE-02
005520*    REDEMPTIONS AND NEGATIVE-POINT CORRECTIONS (RTRNMTCH
005530*    CLAWBACKS, PTSEXPRY EXPIRIES) PASS THROUGH UNCHANGED.
005532*    SO DO XFRRECV'S CODE-09 CONVERSIONS FROM AIRLINE MILES,
005534*    CATFULF'S CODE-10 REFUNDS OF CATALOGUE ORDERS AND
005536*    SPNDAWRD'S CODE-08 SPEND AWARDS, A FIXED AWARD RATHER
005538*    THAN AN EARNING.
005540*
005550 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
005555 01  WS-CONVERSION-CODE          PIC 9(02) VALUE 09.
005556 01  WS-CATALOGUE-CODE           PIC 9(02) VALUE 10.
005558 01  WS-SPEND-AWARD-CODE         PIC 9(02) VALUE 08.
005560*
005600*    POINT MULTIPLIERS PER TIER, AGREED WITH MARKETING.
005700*
011200 2000-ADJUST-ONE-RECORD.
011300     MOVE WS-BASE-MULTIPLIER TO WS-MULTIPLIER
011310     IF DTAR119-TRANS-CODE NOT = WS-REDEMPTION-CODE
011315         AND DTAR119-TRANS-CODE NOT = WS-CONVERSION-CODE
011316         AND DTAR119-TRANS-CODE NOT = WS-CATALOGUE-CODE
011318         AND DTAR119-TRANS-CODE NOT = WS-SPEND-AWARD-CODE
011320         AND DTAR119-BONUS-POINTS > ZERO
011400         SET TR-IDX TO 1
011500         SEARCH TR-ENTRY
