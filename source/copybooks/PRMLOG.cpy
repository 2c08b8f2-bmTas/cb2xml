000100******************************************************************
000200*                                                                *
000300*   PRMLOG   - BATCH PARAMETER CHANGE LOG RECORD                 *
000400*                                                                *
000500*   PERMANENT LOG OF EVERY APPROVED PARAMETER CHANGE PRMMNT      *
000600*   PROCESSED, APPLIED OR REJECTED, WITH THE VALUES BEFORE AND   *
000700*   AFTER AND THE MAKER AND CHECKER.  PL-CHANGE-IMAGE IS THE     *
000800*   CHANGE REQUEST (PRMCHG.CPY) AS APPROVED.  PRMCHRPT READS IT  *
000900*   FOR THE AUDITORS' PERIOD REPORT.                             *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001350*  02 | 10/15/26 | ADD APPLIED TIME             | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  PARAMETER-LOG-RECORD.
001700     05  PL-APPLIED-DATE         PIC 9(08).
001800     05  PL-DISPOSITION          PIC X(25).
001900         88  PL-APPLIED          VALUE 'ADDED' 'CHANGED'
002000                                       'DELETED'.
002100     05  PL-OLD-NUMERIC-VALUE    PIC S9(09)V9(06).
002200     05  PL-OLD-TEXT-VALUE       PIC X(20).
002300     05  PL-CHANGE-IMAGE         PIC X(138).
002400     05  PL-APPLIED-TIME         PIC 9(06).
