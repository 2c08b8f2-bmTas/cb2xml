000100******************************************************************
000200*                                                                *
000300*   FRDBLOCK - FRAUD BLOCK FILE RECORD                           *
000400*                                                                *
000500*   ONE RECORD PER BLOCK OR RELEASE OF A CARD FOR FRAUD.  THE    *
000600*   FILE IS CUMULATIVE AND IS READ IN ARRIVAL ORDER BY HOTCARD,  *
000700*   SO A LATER RELEASE LIFTS AN EARLIER BLOCK ON THE SAME CARD.  *
000800*   FB-SOURCE IS 'MANUAL' FOR BLOCKS KEYED BY THE LOYALTY TEAM,  *
000900*   OTHERWISE THE NAME OF THE JOB THAT RAISED THE BLOCK.         *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  FRAUD-BLOCK-RECORD.
001700     05  FB-CARD-NO              PIC 9(16).
001800     05  FB-ACTION               PIC X(01).
001900         88  FB-BLOCK            VALUE 'B'.
002000         88  FB-RELEASE          VALUE 'R'.
002100     05  FB-ACTION-DATE          PIC 9(08).
002200     05  FB-SOURCE               PIC X(08).
002300     05  FB-REFERENCE            PIC X(20).
