000100******************************************************************
000200*                                                                *
000300*   LIABSNAP - MONTH-END LOYALTY LIABILITY SNAPSHOT              *
000400*                                                                *
000500*   ONE RECORD PER MONTH-END, WRITTEN BY LOYLIAB.  THE PRIOR     *
000600*   MONTH'S SNAPSHOT IS READ BACK NEXT MONTH SO ONLY THE         *
000700*   MOVEMENT IN EACH LIABILITY IS JOURNALLED.  POINTS ARE        *
000800*   WHOLE POINTS; VALUES ARE DOLLARS AT THE PER-POINT RATE IN    *
000900*   FORCE ON THE RUN DATE.                                       *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  LIABILITY-SNAPSHOT-RECORD.
001700     05  LS-RUN-DATE             PIC 9(08).
001800     05  LS-POINTS-ON-CARD       PIC S9(11).
001900     05  LS-POINTS-IN-TRANSIT    PIC S9(11).
002000     05  LS-POINT-VALUE          PIC 9(01)V9(06).
002100     05  LS-POINTS-LIABILITY     PIC S9(13)V99.
002200     05  LS-VOUCHER-LIABILITY    PIC S9(13)V99.
002300     05  LS-BREAKAGE-PCT         PIC 9(03)V99.
002400     05  LS-BREAKAGE-PROVISION   PIC S9(13)V99.
