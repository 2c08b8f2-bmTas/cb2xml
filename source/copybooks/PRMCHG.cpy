000100******************************************************************
000200*                                                                *
000300*   PRMCHG   - BATCH PARAMETER CHANGE REQUEST                    *
000400*                                                                *
000500*   ONE ADD, CHANGE OR DELETE OF A PARAMETER REGISTRY ROW        *
000600*   (PRMMAST.CPY), KEYED BY THE MAKER UNDER A CHANGE ID.         *
000700*   PRMAPPR RELEASES IT ONLY WHEN A DIFFERENT OPERATOR APPROVES  *
000800*   IT, FILLING IN THE CHECKER; PRMMNT THEN APPLIES IT.  A       *
000900*   DELETE NEEDS ONLY THE KEY.                                   *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  PARAMETER-CHANGE-RECORD.
001700     05  PC-CHANGE-ID            PIC 9(08).
001800     05  PC-ACTION-CODE          PIC X(01).
001900         88  PC-ADD              VALUE 'A'.
002000         88  PC-CHANGE           VALUE 'C'.
002100         88  PC-DELETE           VALUE 'D'.
002200     05  PC-KEY.
002300         10  PC-PROGRAM          PIC X(08).
002400         10  PC-PARM-NAME        PIC X(16).
002500         10  PC-EFFECTIVE-DATE   PIC 9(08).
002600     05  PC-NUMERIC-VALUE        PIC S9(09)V9(06).
002700     05  PC-TEXT-VALUE           PIC X(20).
002800     05  PC-DESCRIPTION          PIC X(30).
002900     05  PC-MAKER-OPER           PIC X(08).
003000     05  PC-ENTRY-DATE           PIC 9(08).
003100     05  PC-CHECKER-OPER         PIC X(08).
003200     05  PC-APPROVE-DATE         PIC 9(08).
