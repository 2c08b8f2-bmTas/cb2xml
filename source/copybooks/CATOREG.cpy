000100******************************************************************
000200*                                                                *
000300*   CATOREG - REWARDS CATALOGUE ORDER REGISTER RECORD            *
000400*                                                                *
000500*   ONE RECORD PER ACCEPTED CATALOGUE ORDER, HELD IN ORDER-ID    *
000600*   SEQUENCE.  CATORDR ADDS THE ORDER OPEN WHEN IT POSTS THE     *
000700*   CODE-10 DEBIT AND SENDS IT TO THE FULFILMENT HOUSE; CATFULF  *
000800*   CLOSES IT FROM THE HOUSE'S DISPATCH/RETURN FILE.  RETURNED   *
000900*   AND UNDELIVERABLE ORDERS HAVE HAD THEIR POINTS CREDITED      *
001000*   BACK.  CO-POINTS IS THE TOTAL DEBITED (PRICE X QUANTITY).    *
001100*   DATES ARE YYYYDDD.                                           *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  CATALOGUE-ORDER-RECORD.
001900     05  CO-ORDER-ID             PIC X(12).
002000     05  CO-CARD-NO              PIC 9(16).
002100     05  CO-ITEM-NO              PIC 9(06).
002200     05  CO-QUANTITY             PIC 9(03).
002300     05  CO-POINTS               PIC 9(07).
002400     05  CO-ORDER-DATE           PIC 9(07).
002500     05  CO-STATUS               PIC X(01).
002600         88  CO-OPEN             VALUE 'O'.
002700         88  CO-DISPATCHED       VALUE 'D'.
002800         88  CO-RETURNED         VALUE 'R'.
002900         88  CO-UNDELIVERABLE    VALUE 'U'.
003000         88  CO-REFUNDED         VALUE 'R' 'U'.
003100     05  CO-STATUS-DATE          PIC 9(07).
003200     05  CO-CARRIER-REF          PIC X(20).
