000800*   TO EXACTLY THE CHANNELS THE PREFERENCE NAMES, INSIDE THE     *
000900*   EFFECTIVE WINDOW; MEMBERS WITH NO RECORD DEFAULT TO PAPER    *
001000*   AND LIST ON THE EXCEPTION REPORT.                            *
001020*   DV-EMAIL-ADDRESS IS THE ADDRESS ELECTRONIC STATEMENTS GO TO; *
001040*   SPACES WHEN THE MEMBER HAS GIVEN NONE.                       *
001100*                                                                *
001200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001300*  ---|----------|------------------------------|------------    *
001400*  01 | 09/03/26 | FIRST ISSUE                  | M. OSEI        *
001450*  02 | 10/15/26 | ADD E-MAIL ADDRESS           | M. OSEI        *
001500*                                                                *
001600******************************************************************
001700 01  DELIVERY-PREF-RECORD.
002300         88  DV-BOTH             VALUE 'B'.
002400     05  DV-EFF-FROM-DATE        PIC 9(08).
002500     05  DV-EFF-TO-DATE          PIC 9(08).
002600     05  DV-EMAIL-ADDRESS        PIC X(60).
