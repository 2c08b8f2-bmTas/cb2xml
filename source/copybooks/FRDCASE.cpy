000100******************************************************************
000200*                                                                *
000300*   FRDCASE - FRAUD CASE MASTER RECORD                           *
000400*                                                                *
000500*   ONE RECORD PER CASE, IN CARD THEN CASE NUMBER ORDER.  A CARD *
000600*   HAS AT MOST ONE ACTIVE CASE, ALWAYS ITS LATEST; CLOSED CASES *
000700*   STAY ON THE MASTER FOR THE SCREEN OUTCOME FIGURES.  DATES    *
000800*   ARE YYYYDDD.  THE HIT COUNTS SHOW WHICH SCREENS HAVE RAISED  *
000900*   THE CARD SINCE THE CASE WAS OPENED.                          *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  FRAUD-CASE-RECORD.
001700     05  FC-CARD-NO              PIC 9(16).
001800     05  FC-CASE-NO              PIC 9(12).
001900     05  FC-STATUS               PIC X(01).
002000         88  FC-STATUS-OPEN      VALUE 'O'.
002100         88  FC-STATUS-ASSIGNED  VALUE 'A'.
002200         88  FC-STATUS-REVIEW    VALUE 'U'.
002300         88  FC-STATUS-CLEARED   VALUE 'C'.
002400         88  FC-STATUS-CONFIRMED VALUE 'F'.
002500         88  FC-CASE-ACTIVE      VALUE 'O' 'A' 'U'.
002600         88  FC-CASE-CLOSED      VALUE 'C' 'F'.
002700     05  FC-FIRST-SOURCE         PIC X(01).
002800         88  FC-SOURCE-REGION    VALUE 'R'.
002900         88  FC-SOURCE-VELOCITY  VALUE 'V'.
003000         88  FC-SOURCE-DUPLICATE VALUE 'D'.
003100         88  FC-SOURCE-RETURN    VALUE 'T'.
003200     05  FC-OPENED-DATE          PIC 9(07).
003300     05  FC-LAST-HIT-DATE        PIC 9(07).
003400     05  FC-STATUS-DATE          PIC 9(07).
003500     05  FC-CLOSED-DATE          PIC 9(07).
003600     05  FC-INVESTIGATOR         PIC X(08).
003700     05  FC-HIT-COUNTS.
003800         10  FC-REGION-HITS      PIC 9(05).
003900         10  FC-VELOCITY-HITS    PIC 9(05).
004000         10  FC-DUPLICATE-HITS   PIC 9(05).
004100         10  FC-RETURN-HITS      PIC 9(05).
