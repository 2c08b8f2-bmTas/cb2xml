000100******************************************************************
000200*                                                                *
000300*   BALBLOCK - BALANCE INQUIRY REQUESTER BLOCK RECORD            *
000400*                                                                *
000500*   ONE RECORD PER BLOCK OR RELEASE OF A BALANCE INQUIRY         *
000600*   REQUESTER.  THE FILE IS CUMULATIVE AND IS READ IN ARRIVAL    *
000700*   ORDER, SO A LATER RELEASE LIFTS AN EARLIER BLOCK ON THE      *
000800*   SAME REQUESTER.  BALSCRN APPENDS A BLOCK WHEN A REQUESTER    *
000900*   BREACHES ITS SCRAPING SCREEN TOO OFTEN; SECURITY KEY THE     *
001000*   RELEASES WITH RB-SOURCE 'MANUAL'.  BALENTIT DENIES EVERY     *
001100*   ROW AND THE NAME TO A BLOCKED REQUESTER.                     *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  REQUESTER-BLOCK-RECORD.
001900     05  RB-REQUESTER-ID         PIC X(08).
002000     05  RB-ACTION               PIC X(01).
002100         88  RB-BLOCK            VALUE 'B'.
002200         88  RB-RELEASE          VALUE 'R'.
002300     05  RB-ACTION-DATE          PIC 9(08).
002400     05  RB-SOURCE               PIC X(08).
002500     05  RB-REASON               PIC X(20).
