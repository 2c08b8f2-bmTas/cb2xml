000100******************************************************************
000200*                                                                *
000300*   OPRAUTH  - OPERATOR AUTHORITY MASTER RECORD                  *
000400*                                                                *
000500*   ONE RECORD PER OPERATOR PER MASTER FILE THE OPERATOR MAY     *
000600*   MAINTAIN, KEYED BY OPERATOR ID AND MASTER FILE (THE MASTER'S *
000700*   COPYBOOK NAME - TIERMAST, HOLDMAST, SIMAST AND SO ON) AND    *
000800*   HELD IN THAT SEQUENCE.  MAINTAINED BY OPRMNT; EVERY MASTER   *
000900*   MAINTENANCE PROGRAM ASKS OPRCHK WHETHER THE OPERATOR ON A    *
001000*   TRANSACTION MAY APPLY IT.  OA-VALUE-LIMIT CAPS THE AMOUNT ON *
001100*   A TRANSACTION THAT CARRIES ONE; ZERO MEANS NO LIMIT.  THE    *
001200*   AUTHORITY LAPSES AFTER OA-EXPIRY-DATE (ALL NINES IF OPEN-    *
001300*   ENDED).  OA-MANAGER-ID IS THE MANAGER WHO CONFIRMS IT AT     *
001400*   EACH QUARTERLY RECERTIFICATION (OPRCERT).                    *
001500*                                                                *
001600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001700*  ---|----------|------------------------------|------------    *
001800*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001900*                                                                *
002000******************************************************************
002100 01  OPERATOR-AUTHORITY-RECORD.
002200     05  OA-KEY.
002300         10  OA-OPER-ID          PIC X(08).
002400         10  OA-MASTER-FILE      PIC X(08).
002500     05  OA-OPER-NAME            PIC X(30).
002600     05  OA-ADD-FLAG             PIC X(01).
002700         88  OA-MAY-ADD          VALUE 'Y'.
002800     05  OA-CHANGE-FLAG          PIC X(01).
002900         88  OA-MAY-CHANGE       VALUE 'Y'.
003000     05  OA-DELETE-FLAG          PIC X(01).
003100         88  OA-MAY-DELETE       VALUE 'Y'.
003200     05  OA-VALUE-LIMIT          PIC S9(11)V99.
003300     05  OA-EXPIRY-DATE          PIC 9(08).
003400     05  OA-MANAGER-ID           PIC X(08).
003500     05  OA-GRANTED-BY           PIC X(08).
003600     05  OA-GRANT-DATE           PIC 9(08).
