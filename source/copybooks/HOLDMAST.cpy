000600*   MAINTAINED BY HOLDMNT.  STMTHOLD DIVERTS A HELD MEMBER'S     *
000700*   COMPLETE DTL CHAINS TO THE HELD-STATEMENTS FILE WHEN THE     *
000800*   CYCLE DATE FALLS INSIDE THE EFFECTIVE WINDOW.                *
000820*   'BAD' HOLDS ARE RAISED BY RTNMAIL WHEN STATEMENTS TO THE     *
000840*   MEMBER'S ADDRESS COME BACK UNDELIVERABLE TWICE RUNNING.      *
000900*                                                                *
001000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001100*  ---|----------|------------------------------|------------    *
001200*  01 | 08/22/26 | FIRST ISSUE                  | M. OSEI        *
001250*  02 | 10/15/26 | ADD BAD ADDRESS REASON       | M. OSEI        *
001300*                                                                *
001400******************************************************************
001500 01  HOLD-MASTER-RECORD.
001900         88  HD-REASON-COLLECTIONS VALUE 'COL'.
002000         88  HD-REASON-LEGAL       VALUE 'LGL'.
002100         88  HD-REASON-DISPUTE     VALUE 'DSP'.
002150         88  HD-REASON-BAD-ADDRESS VALUE 'BAD'.
002200     05  HD-EFF-FROM-DATE        PIC 9(08).
002300     05  HD-EFF-TO-DATE          PIC 9(08).
