000100******************************************************************
000200*                                                                *
000300*   PRMMAST  - BATCH PARAMETER REGISTRY RECORD                   *
000400*                                                                *
000500*   ONE RECORD PER PROGRAM, PARAMETER NAME AND EFFECTIVE DATE,   *
000600*   HELD IN THAT SEQUENCE AND MAINTAINED ONLY THROUGH PRMAPPR    *
000700*   (MAKER-CHECKER) AND PRMMNT.  A ROW IS IN FORCE FROM ITS      *
000800*   EFFECTIVE DATE UNTIL THE NEXT ROW FOR THE SAME PARAMETER.    *
000900*   THE PRMGET SUBPROGRAM RETURNS THE ROW IN FORCE ON A GIVEN    *
001000*   DATE, SO THRESHOLDS AND RATES NO LONGER LIVE IN ONE-OFF      *
001100*   PARAMETER FILES EDITED BY HAND.  A PARAMETER CARRIES A       *
001200*   NUMERIC VALUE, A TEXT VALUE OR BOTH AS ITS OWNER NEEDS.      *
001300*                                                                *
001400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001500*  ---|----------|------------------------------|------------    *
001600*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001700*                                                                *
001800******************************************************************
001900 01  PARAMETER-MASTER-RECORD.
002000     05  PM-KEY.
002100         10  PM-PROGRAM          PIC X(08).
002200         10  PM-PARM-NAME        PIC X(16).
002300         10  PM-EFFECTIVE-DATE   PIC 9(08).
002400     05  PM-NUMERIC-VALUE        PIC S9(09)V9(06).
002500     05  PM-TEXT-VALUE           PIC X(20).
002600     05  PM-DESCRIPTION          PIC X(30).
002700     05  PM-MAKER-OPER           PIC X(08).
002800     05  PM-CHECKER-OPER         PIC X(08).
002900     05  PM-APPROVE-DATE         PIC 9(08).
