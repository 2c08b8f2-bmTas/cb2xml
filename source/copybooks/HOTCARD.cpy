000100******************************************************************
000200*                                                                *
000300*   HOTCARD  - HOT-CARD LIST RECORD                              *
000400*                                                                *
000500*   ONE RECORD PER CARD NUMBER THAT MUST NO LONGER EARN OR       *
000600*   REDEEM, BUILT NIGHTLY BY HOTCARD IN CARD-NUMBER SEQUENCE     *
000700*   AND CHECKED BY THE MICROBAT AND DTARCKPT INTAKE POINTS.  A   *
000800*   REPLACED OR MERGED CARD CARRIES THE LIVE CARD AT THE END OF  *
000900*   ITS CHAIN, AND ITS TRANSACTIONS ARE REDIRECTED THERE.  A     *
001000*   PURGED OR FRAUD-BLOCKED CARD HAS NO SUCCESSOR AND ITS        *
001100*   TRANSACTIONS GO TO THE REPAIR QUEUE (CARDRPR.CPY).           *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  HOT-CARD-RECORD.
001900     05  HC-CARD-NO              PIC 9(16).
002000     05  HC-BLOCK-TYPE           PIC X(01).
002100         88  HC-REPLACED         VALUE 'R'.
002200         88  HC-MERGED           VALUE 'M'.
002300         88  HC-PURGED           VALUE 'P'.
002400         88  HC-FRAUD-BLOCKED    VALUE 'F'.
002500         88  HC-REDIRECT         VALUE 'R' 'M'.
002600         88  HC-REJECT           VALUE 'P' 'F'.
002700     05  HC-SUCCESSOR-CARD       PIC 9(16).
002800     05  HC-EFFECTIVE-DATE       PIC 9(08).
