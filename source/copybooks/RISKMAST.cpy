000100******************************************************************
000200*                                                                *
000300*   RISKMAST - MEMBER RISK RATING MASTER RECORD                  *
000400*                                                                *
000500*   ONE RECORD PER PARTNER AND MEMBER, HELD IN PARTNER/MEMBER    *
000600*   SEQUENCE AND RE-RATED EACH MONTH BY RISKRATE.  THE SCORE IS  *
000700*   THE SUM OF THE WEIGHTED POINTS EACH COLLECTIONS AND BILLING  *
000800*   SIGNAL CONTRIBUTED, KEPT SIGNAL BY SIGNAL SO A CSO CAN SEE   *
000900*   WHY A MEMBER RATES AS IT DOES.  RK-PREV-BAND IS THE BAND     *
001000*   BEFORE THE LAST CHANGE AND RK-BAND-DATE THE RUN THAT MADE    *
001100*   IT.  THE LAST ADDRESS SEEN AND THE DATES OF THE THREE MOST   *
001200*   RECENT CHANGES TO IT ARE HELD HERE FOR THE ADDRESS-CHURN     *
001300*   SIGNAL, NEWEST FIRST.  RK-PAY-POINT-NUMB IS THE MEMBER'S     *
001400*   DIRECT-DEBIT PAY POINT (ZERO FOR NONE) - A HIGH BAND TAKES   *
001500*   THE PAY POINT OUT OF DDORIG ORIGINATION.                     *
001600*                                                                *
001700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001800*  ---|----------|------------------------------|------------    *
001900*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002000*                                                                *
002100******************************************************************
002200 01  RISK-MASTER-RECORD.
002300     05  RK-PARTNER-ID           PIC 9(08).
002400     05  RK-MEMBER-ID            PIC 9(13).
002500     05  RK-PAY-POINT-NUMB       PIC 9(03).
002600     05  RK-RATING-DATE          PIC 9(08).
002700     05  RK-SCORE                PIC 9(05).
002800     05  RK-BAND                 PIC X(01).
002900         88  RK-LOW              VALUE 'L'.
003000         88  RK-MEDIUM           VALUE 'M'.
003100         88  RK-HIGH             VALUE 'H'.
003200     05  RK-PREV-BAND            PIC X(01).
003300     05  RK-BAND-DATE            PIC 9(08).
003400     05  RK-SIGNAL-POINTS.
003500         10  RK-AGING-PTS        PIC 9(04).
003600         10  RK-DISHONOR-PTS     PIC 9(04).
003700         10  RK-DISPUTE-PTS      PIC 9(04).
003800         10  RK-COLLECT-PTS      PIC 9(04).
003900         10  RK-ADDRESS-PTS      PIC 9(04).
004000         10  RK-PLACED-PTS       PIC 9(04).
004100     05  RK-SEEN-ADDRESS.
004200         10  RK-SEEN-ADDRESS-1   PIC X(26).
004300         10  RK-SEEN-ZIP-CODE    PIC X(09).
004400     05  RK-ADDR-CHANGE-DATE     OCCURS 3 TIMES
004500                                 PIC 9(08).
