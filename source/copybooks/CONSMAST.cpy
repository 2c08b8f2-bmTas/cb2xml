000100******************************************************************
000200*                                                                *
000300*   CONSMAST - MEMBER MARKETING CONSENT MASTER RECORD            *
000400*                                                                *
000500*   ONE RECORD PER CARD, IN CARD-NUMBER SEQUENCE, MAINTAINED BY  *
000600*   CONSMNT FROM THE CRM'S DAILY CONSENT FEED.  EACH CHANNEL     *
000700*   CARRIES A Y/N FLAG AND THE DATE (YYYYMMDD) IT TOOK EFFECT.   *
000800*   A CHANNEL IS IN FORCE ONLY WHEN ITS FLAG IS 'Y' AND ITS      *
000900*   EFFECTIVE DATE HAS BEEN REACHED; A CARD WITH NO RECORD HAS   *
001000*   NO CONSENT ON ANY CHANNEL.  CN-CHANNEL-TABLE GIVES THE SAME  *
001100*   FOUR CHANNELS BY SUBSCRIPT, IN THE ORDER MAIL, EMAIL, SMS,   *
001200*   APP PUSH.                                                    *
001300*                                                                *
001400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001500*  ---|----------|------------------------------|------------    *
001600*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001700*                                                                *
001800******************************************************************
001900 01  CONSENT-MASTER-RECORD.
002000     05  CN-CARD-NO              PIC 9(16).
002100     05  CN-CHANNELS.
002200         10  CN-MAIL-CONSENT     PIC X(01).
002300             88  CN-MAIL-OPTED-IN    VALUE 'Y'.
002400         10  CN-MAIL-EFF-DATE    PIC 9(08).
002500         10  CN-EMAIL-CONSENT    PIC X(01).
002600             88  CN-EMAIL-OPTED-IN   VALUE 'Y'.
002700         10  CN-EMAIL-EFF-DATE   PIC 9(08).
002800         10  CN-SMS-CONSENT      PIC X(01).
002900             88  CN-SMS-OPTED-IN     VALUE 'Y'.
003000         10  CN-SMS-EFF-DATE     PIC 9(08).
003100         10  CN-PUSH-CONSENT     PIC X(01).
003200             88  CN-PUSH-OPTED-IN    VALUE 'Y'.
003300         10  CN-PUSH-EFF-DATE    PIC 9(08).
003400     05  CN-CHANNEL-TABLE REDEFINES CN-CHANNELS.
003500         10  CN-CHANNEL OCCURS 4 TIMES.
003600             15  CN-CONSENT      PIC X(01).
003700             15  CN-EFF-DATE     PIC 9(08).
003800     05  CN-LAST-UPDATE-DATE     PIC 9(08).
