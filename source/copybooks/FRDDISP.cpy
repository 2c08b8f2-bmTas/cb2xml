000100******************************************************************
000200*                                                                *
000300*   FRDDISP - FRAUD CASE DISPOSITION RECORD                      *
000400*                                                                *
000500*   ONE RECORD PER INVESTIGATOR ACTION ON A CASE.  THE CASE MUST *
000600*   BE THE CARD'S LATEST AND STILL ACTIVE.  CLEARED AND          *
000700*   CONFIRMED CLOSE THE CASE; CONFIRMED ALSO RAISES A FRAUD      *
000800*   BLOCK ON THE CARD.  AN ACTION DATE OF ZERO MEANS THE RUN     *
000900*   DAY.                                                         *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  FRAUD-DISPOSITION-RECORD.
001700     05  DP-CARD-NO              PIC 9(16).
001800     05  DP-CASE-NO              PIC 9(12).
001900     05  DP-ACTION               PIC X(01).
002000         88  DP-ASSIGN           VALUE 'A'.
002100         88  DP-REVIEW           VALUE 'U'.
002200         88  DP-CLEAR            VALUE 'C'.
002300         88  DP-CONFIRM          VALUE 'F'.
002400         88  DP-ACTION-VALID     VALUE 'A' 'U' 'C' 'F'.
002500     05  DP-ACTION-DATE          PIC 9(07).
002600     05  DP-INVESTIGATOR         PIC X(08).
002700     05  DP-NOTE                 PIC X(30).
