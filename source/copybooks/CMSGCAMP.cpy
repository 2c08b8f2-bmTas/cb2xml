000100******************************************************************
000200*                                                                *
000300*   CMSGCAMP - STATEMENT MESSAGE CAMPAIGN RECORD                 *
000400*                                                                *
000500*   ONE RECORD PER ON-STATEMENT MESSAGE CAMPAIGN.  CMSGINS       *
000600*   INSERTS A UNX-DTL-CMSG-DATA LINE CARRYING SM-TEXT-KEY AND    *
000700*   SM-MSG-ID FOR EVERY MEMBER ON THE CYCLE WHO MEETS ALL OF     *
000800*   THE SEGMENT RULES WHILE THE RUN DATE IS INSIDE THE WINDOW    *
000900*   (A ZERO TO-DATE LEAVES THE WINDOW OPEN).  A ZERO PARTNER,    *
001000*   BLANK STATE, OR '*' BUCKET OR CHANNEL MATCHES EVERY MEMBER.  *
001100*   SM-AGING-BUCKET SELECTS MEMBERS WHOSE OLDEST OPEN INVOICE IS *
001200*   IN THAT INVAGING BUCKET OR OLDER; 'C' SELECTS MEMBERS WITH   *
001300*   NOTHING PAST DUE.  SM-CHANNEL 'P' OR 'E' SELECTS MEMBERS     *
001400*   WHOSE STATEMENT GOES TO THAT CHANNEL (DLVPREF.CPY).          *
001500*   EACH OCCUPIED SLOT BECOMES ONE VARIABLE/SUBSTITUTION PAIR IN *
001600*   THE CMSG PAYLOAD, ITS TEXT TAKEN FROM SM-VAR-SOURCE.         *
001700*                                                                *
001800*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001900*  ---|----------|------------------------------|------------    *
002000*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002100*                                                                *
002200******************************************************************
002300 01  STMT-MSG-CAMPAIGN-RECORD.
002400     05  SM-CAMPAIGN-ID          PIC 9(04).
002500     05  SM-MSG-ID               PIC X(08).
002600     05  SM-TEXT-KEY             PIC X(10).
002700     05  SM-LOCATION             PIC 9(03).
002800     05  SM-PARTNER-ID           PIC 9(08).
002900     05  SM-STATE                PIC X(02).
003000     05  SM-AGING-BUCKET         PIC X(01).
003100         88  SM-ANY-BUCKET       VALUE '*' ' '.
003200         88  SM-CURRENT-ONLY     VALUE 'C'.
003300         88  SM-OVER-30          VALUE '1'.
003400         88  SM-OVER-60          VALUE '2'.
003500         88  SM-OVER-90          VALUE '3'.
003600     05  SM-CHANNEL              PIC X(01).
003700         88  SM-ANY-CHANNEL      VALUE '*' ' '.
003800         88  SM-PAPER            VALUE 'P'.
003900         88  SM-ELECTRONIC       VALUE 'E'.
004000     05  SM-EFF-FROM-DATE        PIC 9(08).
004100     05  SM-EFF-TO-DATE          PIC 9(08).
004200     05  SM-SLOT OCCURS 10 TIMES.
004300         10  SM-VAR-NAME         PIC X(20).
004400         10  SM-VAR-SOURCE       PIC X(02).
004500             88  SM-SRC-LITERAL  VALUE 'LT'.
004600             88  SM-SRC-BALANCE  VALUE 'BL'.
004700             88  SM-SRC-DAYS     VALUE 'DY'.
004800             88  SM-SRC-NAME     VALUE 'NM'.
004900             88  SM-SRC-STATE    VALUE 'ST'.
005000             88  SM-SRC-PARTNER  VALUE 'PT'.
005100         10  SM-VAR-LITERAL      PIC X(50).
