000100******************************************************************
000200*                                                                *
000300*   SVCMAST  - SERVICE INVENTORY MASTER RECORD                   *
000400*                                                                *
000500*   ONE RECORD PER BILLED SERVICE, KEYED BY THE EQUIPMENT        *
000600*   TELEPHONE NUMBER AND SERVICE ID ON THE DETAIL RECORD AND     *
000700*   HELD IN THAT SEQUENCE.  SVCINV REFRESHES IT EACH CYCLE FROM  *
000800*   THE STATEMENT EXTRACT: SV-FIRST-BILLED-DATE IS THE CYCLE THE *
000900*   SERVICE FIRST APPEARED, SV-LAST-BILLED-DATE THE LATEST CYCLE *
001000*   THAT BILLED IT, AND THE PARTNER AND MEMBER ARE THE OWNER ON  *
001100*   THAT CYCLE.  A SERVICE IS DISCONNECTED WHEN ITS FINAL BILL   *
001200*   LINE (DETAIL TRAN TYPE 'DSC') IS SEEN; ONE THAT DROPS OFF    *
001300*   THE EXTRACT WITHOUT ONE IS LAPSED AND REPORTED FOR REVENUE   *
001400*   LEAKAGE.                                                     *
001500*                                                                *
001600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001700*  ---|----------|------------------------------|------------    *
001800*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001900*                                                                *
002000******************************************************************
002100 01  SERVICE-MASTER-RECORD.
002200     05  SV-KEY.
002300         10  SV-TELNO            PIC X(20).
002400         10  SV-SID              PIC 9(05).
002500     05  SV-PID                  PIC 9(05).
002600     05  SV-PARTNER-ID           PIC 9(08).
002700     05  SV-MEMBER-ID            PIC 9(13).
002800     05  SV-FIRST-BILLED-DATE    PIC 9(08).
002900     05  SV-LAST-BILLED-DATE     PIC 9(08).
003000     05  SV-STATUS               PIC X(01).
003100         88  SV-ACTIVE           VALUE 'A'.
003200         88  SV-DISCONNECTED     VALUE 'D'.
003300         88  SV-LAPSED           VALUE 'L'.
003400     05  SV-STATUS-DATE          PIC 9(08).
