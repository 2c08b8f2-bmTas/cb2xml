000700*   UNX-DTL-AH-DATA LEAF ADDRESS LINES THAT WERE PREVIOUSLY     *
000800*   THROWN AWAY AFTER PRINTING.  THE CHANGE-DETECTION REPORT     *
000900*   FEEDS RETURNED-MAIL INVESTIGATION AND FRAUD REVIEW.          *
000910*   AM-RETURN-STATUS IS SET BY RTNMAIL WHEN THE MAIL HOUSE       *
000920*   SENDS A STATEMENT BACK UNDELIVERABLE, WITH THE RETURN DATE   *
000930*   AND THE COUNT OF CONSECUTIVE RETURNS TO THIS ADDRESS; THE    *
000940*   SECOND RETURN SWITCHES THE MEMBER TO ELECTRONIC DELIVERY OR  *
000950*   RAISES A 'BAD' HOLD, AS AM-RETURN-ACTION RECORDS.  ADDRUPDT  *
000960*   CLEARS ALL FOUR WHEN A NEW ADDRESS ARRIVES.                  *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 09/03/26 | FIRST ISSUE                  | M. OSEI        *
001350*  02 | 10/15/26 | ADD RETURNED-MAIL STATUS     | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  ADDRESS-MASTER-RECORD.
002200     05  AM-STATE                PIC X(02).
002300     05  AM-ZIP-CODE             PIC X(09).
002400     05  AM-LAST-CYCLE-DATE      PIC 9(08).
002500     05  AM-RETURN-STATUS        PIC X(01).
002600         88  AM-UNDELIVERABLE    VALUE 'U'.
002700     05  AM-RETURN-DATE          PIC 9(08).
002800     05  AM-RETURN-COUNT         PIC 9(02).
002900     05  AM-RETURN-ACTION        PIC X(01).
003000         88  AM-SWITCHED-ELECTRONIC  VALUE 'E'.
003100         88  AM-HELD-BAD-ADDRESS     VALUE 'H'.
