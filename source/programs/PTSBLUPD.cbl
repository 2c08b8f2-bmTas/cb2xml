002200*                   BALANCE AND LIFETIME EARNED; NEGATIVE-POINT  *
002300*                   CORRECTIONS (PTSEXPRY EXPIRIES, RTRNMTCH     *
002400*                   CLAWBACKS) REDUCE THE BALANCE ONLY.          *
002420*   10/15/26  MO    CODE-10 CATALOGUE ORDER REFUNDS RESTORE THE  *
002440*                   BALANCE ONLY - THEY ARE NOT NEW EARNINGS.    *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
007200     88  WS-OLD-EOF              VALUE 'Y'.
007300*
007400 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
007450 01  WS-CATALOGUE-CODE           PIC 9(02) VALUE 10.
007500*
007600 01  WS-MASTERS-CARRIED          PIC 9(09) VALUE 0.
007700 01  WS-MASTERS-UPDATED          PIC 9(09) VALUE 0.
015000     PERFORM 8000-READ-OLD-BALANCE.
015100*
015200*    CODE-02 REDEMPTIONS CARRY THE REDEEMED POINTS AS A
015300*    POSITIVE MAGNITUDE; EVERYTHING ELSE POSTS SIGNED.  A
015320*    CODE-10 REFUND GIVES BACK POINTS ALREADY EARNED, SO IT
015340*    RESTORES THE BALANCE WITHOUT ADDING TO LIFETIME EARNED.
015400*
015500 3000-POST-ONE-TRAN.
015600     IF DTAR119-TRANS-CODE = WS-REDEMPTION-CODE
016200         ADD DTAR119-BONUS-POINTS
016300             TO PB-CURRENT-BALANCE OF NEW-BALANCE-RECORD
016400         IF DTAR119-BONUS-POINTS > ZERO
016450             AND DTAR119-TRANS-CODE NOT = WS-CATALOGUE-CODE
016500             ADD DTAR119-BONUS-POINTS
016600                 TO PB-LIFETIME-EARNED OF NEW-BALANCE-RECORD
016700         END-IF
