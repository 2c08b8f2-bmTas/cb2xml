000100******************************************************************
000200*                                                                *
000300*   SCORELOG - STORE LOYALTY EXCEPTION LOG RECORD                *
000400*                                                                *
000500*   WRITTEN BY SCORDAY AT THE END OF EACH DAILY CYCLE AND READ   *
000600*   BY SCORCARD FOR THE MONTHLY STORE COMPLIANCE SCORECARD.      *
000700*   EACH RUN APPENDS ONE 'R' RECORD MARKING THE DAY AS LOGGED,   *
000800*   THEN ONE 'S' RECORD PER STORE THAT RAISED ANY EXCEPTION      *
000900*   THAT DAY.  A STORE WITH NO 'S' RECORD FOR A LOGGED DAY HAD   *
001000*   A CLEAN DAY.  THE COUNT TABLE IS IN SL-COUNTS ORDER AND      *
001100*   LINES UP WITH THE SCORECARD WEIGHTS.                         *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  STORE-SCORE-LOG-RECORD.
001900     05  SL-RECORD-TYPE          PIC X(01).
002000         88  SL-RUN-MARKER       VALUE 'R'.
002100         88  SL-STORE-COUNTS     VALUE 'S'.
002200     05  SL-RUN-DATE             PIC 9(08).
002300     05  SL-STORE-NO             PIC 9(03).
002400     05  SL-COUNTS.
002500         10  SL-RECON-BREAKS     PIC 9(05).
002600         10  SL-DUPLICATES       PIC 9(05).
002700         10  SL-STORE-REJECTS    PIC 9(05).
002800         10  SL-KEYCODE-REJECTS  PIC 9(05).
002900         10  SL-SILENT-TERMINALS PIC 9(05).
003000         10  SL-NEGATIVES        PIC 9(05).
003100         10  SL-REDEEM-HEAVY     PIC 9(05).
003200     05  SL-COUNT-TABLE REDEFINES SL-COUNTS.
003300         10  SL-COUNT            PIC 9(05) OCCURS 7 TIMES.
