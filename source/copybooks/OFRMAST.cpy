000100******************************************************************
000200*                                                                *
000300*   OFRMAST  - OFFER / PRODUCT / PRICE-PLAN CATALOGUE RECORD     *
000400*                                                                *
000500*   ONE RECORD PER OFFER, PRODUCT AND PRICE PLAN COMBINATION     *
000600*   THE BILLING SYSTEM MAY PUT ON A PARM DETAIL LINE, HELD IN    *
000700*   THAT KEY SEQUENCE AND MAINTAINED BY OFRMNT.  THE IDS ARE     *
000800*   CARRIED AT TEN DIGITS, THE WIDTH OF THE PRORATE OVERLAY;     *
000900*   THE PARM OVERLAY'S EIGHT-DIGIT IDS ARE COMPARED BY VALUE.    *
001000*   OC-MONTHLY-RATE IS THE CATALOGUED RATE UNX-PROPARA-MONTHLY-  *
001100*   RATE MUST AGREE WITH.  A PLAN IS BILLABLE ONLY INSIDE ITS    *
001200*   EFFECTIVE WINDOW; OFRCHK CHECKS EVERY CYCLE AGAINST IT.      *
001300*                                                                *
001400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001500*  ---|----------|------------------------------|------------    *
001600*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001700*                                                                *
001800******************************************************************
001900 01  OFFER-CATALOGUE-RECORD.
002000     05  OC-KEY.
002100         10  OC-OFFER-ID         PIC 9(10).
002200         10  OC-PRODUCT-ID       PIC 9(10).
002300         10  OC-PRICE-PLAN-ID    PIC 9(10).
002400     05  OC-DESCRIPTION          PIC X(30).
002500     05  OC-MONTHLY-RATE         PIC 9(11)V99.
002600     05  OC-EFF-FROM-DATE        PIC 9(08).
002700     05  OC-EFF-TO-DATE          PIC 9(08).
002800     05  OC-LAST-UPDATE-DATE     PIC 9(08).
