000100******************************************************************
000200*                                                                *
000300*   CATMAST - REWARDS CATALOGUE MASTER RECORD                    *
000400*                                                                *
000500*   ONE RECORD PER MERCHANDISE ITEM MEMBERS CAN ORDER WITH       *
000600*   POINTS, HELD IN ITEM-NUMBER SEQUENCE.  MAINTAINED BY CATMNT; *
000700*   CATORDR TAKES STOCK OFF AS ORDERS ARE ACCEPTED.  THE ITEM    *
000800*   CAN BE ORDERED FROM ITS START DATE THROUGH ITS END DATE,     *
000900*   BOTH YYYYDDD LIKE DTAR119-TRANS-DATE; AN END DATE OF ZERO    *
001000*   MEANS NO END.  THE POINTS PRICE IS PER UNIT.                 *
001100*                                                                *
001200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001300*  ---|----------|------------------------------|------------    *
001400*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001500*                                                                *
001600******************************************************************
001700 01  CATALOGUE-MASTER-RECORD.
001800     05  CM-ITEM-NO              PIC 9(06).
001900     05  CM-DESCRIPTION          PIC X(30).
002000     05  CM-POINTS-PRICE         PIC 9(07).
002100     05  CM-STOCK-ON-HAND        PIC 9(07).
002200     05  CM-START-DATE           PIC 9(07).
002300     05  CM-END-DATE             PIC 9(07).
002400         88  CM-NO-END-DATE      VALUE ZERO.
002500     05  CM-LAST-UPDATE-DATE     PIC 9(07).
