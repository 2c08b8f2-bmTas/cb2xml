000100******************************************************************
000200*                                                                *
000300*   NOTIFHST - MEMBER NOTIFICATION HISTORY RECORD                *
000400*                                                                *
000500*   ONE RECORD PER CARD, EVENT TYPE AND REFERENCE NOTIFIED, IN   *
000600*   THAT ORDER, CARRYING THE DAY (YYYYDDD) IT WAS LAST SENT.     *
000700*   THE SAME EVENT IS NOT SENT AGAIN INSIDE THE SUPPRESSION      *
000800*   WINDOW; ONCE A RECORD IS OLDER THAN THE WINDOW IT CAN NO     *
000900*   LONGER SUPPRESS ANYTHING AND IS DROPPED.  THE REFERENCE IS   *
001000*   THE VOUCHER NUMBER FOR VE, THE EXPIRY MONTH (YYYYMM) FOR PE, *
001100*   THE NEW TIER FOR TU AND TD AND SPACES FOR RD.                *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  NOTIFICATION-HISTORY-RECORD.
001900     05  NH-KEY.
002000         10  NH-CARD-NO          PIC 9(16).
002100         10  NH-EVENT-TYPE       PIC X(02).
002200         10  NH-REFERENCE        PIC X(12).
002300     05  NH-LAST-SENT-DATE       PIC 9(07).
002400     05  NH-SEND-COUNT           PIC 9(05).
