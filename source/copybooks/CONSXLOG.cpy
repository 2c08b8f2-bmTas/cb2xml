000100******************************************************************
000200*                                                                *
000300*   CONSXLOG - MARKETING CONSENT EXCLUSION LOG RECORD            *
000400*                                                                *
000500*   ONE RECORD PER RUN OF EVERY MEMBER-FACING OUTPUT THAT CHECKS *
000600*   THE CONSENT MASTER (CONSMAST.CPY).  THE LOG IS CUMULATIVE -  *
000700*   EACH JOB OPENS IT EXTEND AND ADDS ITS OWN RECORD - AND IS    *
000800*   SUMMARISED MONTHLY BY CONSRPT FOR THE PRIVACY OFFICER.       *
000900*   CX-UNIT SAYS WHAT WAS COUNTED (MEMBERS, RECORDS OR EVENTS);  *
001000*   CX-SELECTED IS WHAT WENT OUT, CX-EXCLUDED WHAT WAS HELD BACK *
001100*   FOR WANT OF CONSENT ON CX-CHANNEL.                           *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  CONSENT-EXCLUSION-RECORD.
001900     05  CX-RUN-DATE             PIC 9(08).
002000     05  CX-JOB-NAME             PIC X(08).
002100     05  CX-CHANNEL              PIC X(09).
002200     05  CX-UNIT                 PIC X(08).
002300     05  CX-SELECTED             PIC 9(09).
002400     05  CX-EXCLUDED             PIC 9(09).
