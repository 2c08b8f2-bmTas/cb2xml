000100******************************************************************
000200*                                                                *
000300*   LGLHOLD  - LEGAL HOLD REGISTER RECORD                        *
000400*                                                                *
000500*   ONE RECORD PER HOLD PLACED BY LEGAL, KEYED BY HOLD ID AND    *
000600*   HELD IN THAT SEQUENCE.  HOLDS ARE PLACED AND RELEASED ONLY   *
000700*   THROUGH LGLHMNT; A RELEASED HOLD STAYS ON THE REGISTER WITH  *
000800*   WHO RELEASED IT AND WHEN.  WHILE A HOLD IS ACTIVE, ARCPURGE  *
000900*   WILL NOT DESTROY ANY ARCHIVE UNIT WHOSE CATALOG KEY RANGE    *
001000*   OVERLAPS THE HOLD'S RANGE.  THE KEYS ARE LEFT-JUSTIFIED IN   *
001100*   THE CATALOG'S OWN FORM FOR THE ARCHIVE THE HOLD REACHES:     *
001200*     'P' - PARTNER ID, 8 DIGITS (STATEMENT ARCHIVE)             *
001300*     'M' - PARTNER ID AND THE FIRST 12 DIGITS OF THE MEMBER     *
001400*           ID, 20 DIGITS (STATEMENT ARCHIVE)                    *
001500*     'C' - CARD NUMBER, 16 DIGITS (BONUS HISTORY ARCHIVE)       *
001600*     'A' - ACCOUNT MASTER RECORD NUMBER, 9 DIGITS (CLOSED       *
001700*           ACCOUNT ARCHIVE)                                     *
001800*                                                                *
001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002200*                                                                *
002300******************************************************************
002400 01  LEGAL-HOLD-RECORD.
002500     05  LH-HOLD-ID              PIC X(10).
002600     05  LH-KEY-TYPE             PIC X(01).
002700         88  LH-PARTNER-KEY      VALUE 'P'.
002800         88  LH-MEMBER-KEY       VALUE 'M'.
002900         88  LH-CARD-KEY         VALUE 'C'.
003000         88  LH-ACCOUNT-KEY      VALUE 'A'.
003100     05  LH-KEY-LOW              PIC X(20).
003200     05  LH-KEY-HIGH             PIC X(20).
003300     05  LH-REASON               PIC X(40).
003400     05  LH-STATUS               PIC X(01).
003500         88  LH-ACTIVE           VALUE 'A'.
003600         88  LH-RELEASED         VALUE 'R'.
003700     05  LH-PLACED-DATE          PIC 9(08).
003800     05  LH-PLACED-BY            PIC X(08).
003900     05  LH-RELEASED-DATE        PIC 9(08).
004000     05  LH-RELEASED-BY          PIC X(08).
