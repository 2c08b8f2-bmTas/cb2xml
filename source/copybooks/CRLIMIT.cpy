000100******************************************************************
000200*                                                                *
000300*   CRLIMIT  - ACCOUNT CREDIT LIMIT RECORD                       *
000400*                                                                *
000500*   COMPANION TO THE ACCOUNT MASTER (MSTREC.CPY), ONE RECORD PER *
000600*   MASTER RECORD IN THE SAME POSITION, AS THE DORMANCY AND      *
000700*   ACCRUAL FILES RIDE.  CL-CREDIT-LIMIT IS HOW FAR INTO DEBIT   *
000800*   THE CLOSING POSITION MAY GO; ZERO MEANS THE ACCOUNT HAS NO   *
000900*   LIMIT.  LIMITS ARE SET BY CRLMNT; CRLMON KEEPS THE STATUS,   *
001000*   COUNTS THE DAYS OVER, AND WHEN IT MOVES THE ACCOUNT INTO THE *
001100*   OVER-LIMIT SPECL-HANDL CLASS IT KEEPS THE ACCOUNT'S OWN      *
001200*   CLASS IN CL-HOME-CLASS TO PUT BACK.  CL-WARN-PCT OF ZERO     *
001300*   TAKES THE MONITOR'S PARAMETER PERCENTAGE.                    *
001400*                                                                *
001500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001600*  ---|----------|------------------------------|------------    *
001700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001800*                                                                *
001900******************************************************************
002000 01  CREDIT-LIMIT-RECORD.
002100     05  CL-RECORD-NO            PIC 9(09).
002200     05  CL-CREDIT-LIMIT         PIC 9(13)V99.
002300     05  CL-WARN-PCT             PIC 9(03).
002400     05  CL-STATUS               PIC X(01).
002500         88  CL-WITHIN-LIMIT     VALUE 'N'.
002600         88  CL-WARNING          VALUE 'W'.
002700         88  CL-OVER-LIMIT       VALUE 'O'.
002800         88  CL-CLASS-SET        VALUE 'X'.
002900     05  CL-OVER-SINCE           PIC 9(08).
003000     05  CL-HOME-CLASS           PIC X(01).
003100     05  CL-CHANGE-DATE          PIC 9(08).
