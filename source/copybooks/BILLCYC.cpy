000100******************************************************************
000200*                                                                *
000300*   BILLCYC  - BILL-CYCLE MASTER RECORD                          *
000400*                                                                *
000500*   ONE RECORD PER PARTNER/MEMBER, HELD IN PARTNER/MEMBER        *
000600*   SEQUENCE, GIVING THE DAY OF THE MONTH THE MEMBER'S           *
000700*   STATEMENT CYCLE RUNS ON.  CYCSEL SELECTS ONLY THE MEMBERS    *
000800*   DUE ON THE CYCLE BEING RUN AND ADDS A MEMBER FIRST SEEN ON   *
000900*   THE CYCLE IT FIRST BILLS ON.  CYCBAL PROJECTS EACH MEMBER'S  *
001000*   PAGE VOLUME FROM THE STATEMENT ARCHIVE INDEX AND PROPOSES    *
001100*   MOVES TO EVEN THE CYCLES OUT; A PROPOSED MOVE IS HELD IN     *
001200*   BC-NEXT-CYCLE-DAY WITH BC-CHANGE-PENDING UNTIL CYCSEL HAS    *
001300*   PUT THE NOTICE ON THE MEMBER'S LAST STATEMENT UNDER THE OLD  *
001400*   CYCLE, WHEN THE NEW DAY TAKES EFFECT.                        *
001500*                                                                *
001600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001700*  ---|----------|------------------------------|------------    *
001800*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001900*                                                                *
002000******************************************************************
002100 01  BILL-CYCLE-RECORD.
002200     05  BC-PARTNER-ID           PIC 9(08).
002300     05  BC-MEMBER-ID            PIC 9(13).
002400     05  BC-CYCLE-DAY            PIC 9(02).
002500     05  BC-NEXT-CYCLE-DAY       PIC 9(02).
002600     05  BC-CHANGE-STATUS        PIC X(01).
002700         88  BC-NO-CHANGE        VALUE 'N'.
002800         88  BC-CHANGE-PENDING   VALUE 'P'.
002900     05  BC-PROJECTED-PAGES      PIC 9(05).
003000     05  BC-ASSIGNED-DATE        PIC 9(08).
003100     05  BC-LAST-BILLED-DATE     PIC 9(08).
