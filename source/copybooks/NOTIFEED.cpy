000100******************************************************************
000200*                                                                *
000300*   NOTIFEED - MEMBER NOTIFICATION FEED RECORD                   *
000400*                                                                *
000500*   ONE RECORD PER MEMBER EVENT SENT TO THE MESSAGING VENDOR,    *
000600*   WHO HOLDS THE MEMBER'S SMS AND EMAIL CONTACT BY CARD AND     *
000700*   PICKS THE MESSAGE BY TEMPLATE CODE.  THE FILE CARRIES THE    *
000800*   COMMON EXTCTL HEADER AND TRAILER; THE HASH TOTAL IS OVER     *
000900*   NF-POINTS.  NF-EVENT-DATE IS YYYYDDD: THE DAY THE VALUE      *
001000*   EXPIRES FOR VE AND PE, OTHERWISE THE DAY OF THE EVENT.       *
001100*   NF-AMOUNT IS THE VOUCHER VALUE ON VE, ZERO OTHERWISE.        *
001200*   NF-BALANCE IS THE POINTS AVAILABLE ON RD, ZERO OTHERWISE.    *
001220*   NF-SMS-CONSENT AND NF-EMAIL-CONSENT SAY WHICH CHANNELS THE   *
001240*   MEMBER HAS CONSENTED TO ON THE CONSENT MASTER; AT LEAST ONE  *
001260*   IS ALWAYS 'Y' AND THE VENDOR MUST NOT USE THE OTHER.         *
001300*                                                                *
001400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001500*  ---|----------|------------------------------|------------    *
001600*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001650*  02 | 10/15/26 | ADD SMS/EMAIL CONSENT FLAGS  | M. OSEI        *
001700*                                                                *
001800******************************************************************
001900 01  NOTIFICATION-FEED-RECORD.
002000     05  NF-CARD-NO              PIC 9(16).
002100     05  NF-EVENT-TYPE           PIC X(02).
002200         88  NF-VOUCHER-EXPIRING VALUE 'VE'.
002300         88  NF-POINTS-EXPIRING  VALUE 'PE'.
002400         88  NF-TIER-UP          VALUE 'TU'.
002500         88  NF-TIER-DOWN        VALUE 'TD'.
002600         88  NF-REDEMPTION-DECLINED VALUE 'RD'.
002700     05  NF-TEMPLATE-CODE        PIC X(08).
002800     05  NF-POINTS               PIC S9(09).
002900     05  NF-AMOUNT               PIC S9(07)V99.
003000     05  NF-BALANCE              PIC S9(11).
003100     05  NF-EVENT-DATE           PIC 9(07).
003200     05  NF-REFERENCE            PIC X(12).
003300     05  NF-OLD-TIER-CODE        PIC X(01).
003400     05  NF-NEW-TIER-CODE        PIC X(01).
003500     05  NF-SMS-CONSENT          PIC X(01).
003600     05  NF-EMAIL-CONSENT        PIC X(01).
