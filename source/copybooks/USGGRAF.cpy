000100******************************************************************
000200*                                                                *
000300*   USGGRAF  - USAGE HISTORY GRAPH DATA                          *
000400*                                                                *
000500*   THE UNX-DTL-LOB-DATA AREA OF THE USAGE GRAPH DETAIL LINE     *
000600*   USAGEGRF PUTS AHEAD OF A MEMBER'S FIRST INVOICE (DETAIL-     *
000700*   TYPE 'UGRPH', CATEGORY 'UG').  ONE BAR PER ARCHIVED CYCLE,   *
000800*   OLDEST FIRST, UP TO TWELVE; UG-CYCLE-COUNT SAYS HOW MANY     *
000900*   ARE FILLED AND THE REST ARE ZERO.  AMOUNTS ARE SIGNED        *
001000*   DISPLAY AS ON THE TELEPHONY OVERLAY SO THE COMPOSITION       *
001100*   ENGINE READS THEM WITHOUT UNPACKING.  MINUTES ARE FILLED     *
001200*   ONLY FOR A TELEPHONY MEMBER (UG-TELEPHONY).                  *
001300*                                                                *
001400*   THE PRINT VENDOR DRAWS THE GRAPH FROM THE LINE'S GRAPHIC     *
001500*   FIELDS:                                                      *
001600*     UNX-DTL-GRAPHIC-LOC    'P1'  PAGE ONE, ABOVE THE FIRST     *
001700*                                  INVOICE SECTION               *
001800*     UNX-DTL-GRAPHIC-FORMAT 'BAR' CHARGE BARS ONLY              *
001900*                            'BLN' CHARGE BARS WITH A MINUTES    *
002000*                                  LINE (TELEPHONY)              *
002100*     UNX-DTL-AMT-LITERAL    BAR AXIS CAPTION                    *
002200*     UNX-DTL-UNIT-QTY       NUMBER OF BARS (UG-CYCLE-COUNT)     *
002300*     UNX-DTL-PRINT-HEADING  'Y' - PRINT THE MSG-TEXT TITLE      *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002800*                                                                *
002900******************************************************************
003000 01  USAGE-GRAPH-DATA.
003100     05  UG-CYCLE-COUNT          PIC 9(02).
003200     05  UG-TELEPHONY-FLAG       PIC X(01).
003300         88  UG-TELEPHONY        VALUE 'Y'.
003400     05  UG-CYCLE-ENTRY OCCURS 12 TIMES.
003500         10  UG-CYCLE-DATE       PIC 9(08).
003600         10  UG-CHARGE-AMT       PIC -9(11)V99.
003700         10  UG-DURATION-MIN     PIC 9(07).
003800     05  FILLER                  PIC X(399).
