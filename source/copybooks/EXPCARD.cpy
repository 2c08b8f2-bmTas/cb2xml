000100******************************************************************
000200*                                                                *
000300*   EXPCARD  - PER-CARD POINTS EXPIRY FORECAST RECORD            *
000400*                                                                *
000500*   ONE RECORD PER CARD WITH POINTS DUE TO EXPIRE IN THE NEXT    *
000600*   12 MONTHS, WRITTEN BY PTSEXPRY IN CARD-NUMBER SEQUENCE       *
000700*   ALONGSIDE ITS FILE-LEVEL EXPFORCT FORECAST.  THE THREE       *
000800*   FIGURES ARE CUMULATIVE: NEXT-3 INCLUDES THIS MONTH, AND      *
000900*   NEXT-12 INCLUDES NEXT-3, AS ON THE FILE-LEVEL 'Q' AND 'Y'    *
001000*   LINES.                                                       *
001100*                                                                *
001200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001300*  ---|----------|------------------------------|------------    *
001400*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001500*                                                                *
001600******************************************************************
001700 01  EXPIRY-CARD-RECORD.
001800     05  EC-CARD-NO              PIC 9(16).
001900     05  EC-EXPIRING-THIS-MONTH  PIC S9(11).
002000     05  EC-EXPIRING-NEXT-3      PIC S9(11).
002100     05  EC-EXPIRING-NEXT-12     PIC S9(11).
