000100******************************************************************
000200*                                                                *
000300*   CMSGLOG  - STATEMENT MESSAGE INSERTION LOG RECORD            *
000400*                                                                *
000500*   ONE RECORD PER CAMPAIGN MESSAGE CMSGINS PUTS ON A MEMBER'S   *
000600*   STATEMENT.  THE LOG IS CUMULATIVE - EACH RUN OPENS IT        *
000700*   EXTEND - SO MARKETING AND COLLECTIONS CAN SEE WHO WAS SENT   *
000800*   WHAT, AND WHEN.  CL-INVOICE-NUM IS THE MESSAGE INVOICE THE   *
000900*   LINE WAS CARRIED ON.                                         *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  STMT-MSG-LOG-RECORD.
001700     05  CL-RUN-DATE             PIC 9(08).
001800     05  CL-CAMPAIGN-ID          PIC 9(04).
001900     05  CL-MSG-ID               PIC X(08).
002000     05  CL-TEXT-KEY             PIC X(10).
002100     05  CL-PARTNER-ID           PIC 9(08).
002200     05  CL-MEMBER-ID            PIC 9(13).
002300     05  CL-ACCT-NUMBER          PIC X(20).
002400     05  CL-INVOICE-NUM          PIC X(11).
