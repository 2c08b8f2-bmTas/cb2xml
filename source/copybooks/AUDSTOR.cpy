000100******************************************************************
000200*                                                                *
000300*   AUDSTOR  - CONSOLIDATED AUDIT STORE RECORD                   *
000400*                                                                *
000500*   ONE RECORD PER ENTRY ON ANY MAINTENANCE OR APPROVAL AUDIT    *
000600*   TRAIL, NORMALISED BY AUDNORM EACH NIGHT AND APPENDED TO THE  *
000700*   RETAINED AUDIT STORE, WHICH IS CATALOGUED THROUGH ARCCAT.    *
000800*   AS-TIMESTAMP IS WHEN THE PROGRAM APPLIED THE ENTRY.          *
000900*   AS-OPER-ID IS THE OPERATOR WHO SUBMITTED OR REQUESTED IT     *
001000*   AND AS-CHECKER-ID THE ONE WHO APPROVED IT, WHERE THE TRAIL   *
001100*   RECORDS ONE.  AS-ACTION IS THE SOURCE TRAIL'S OWN ACTION     *
001200*   CODE; A TRAIL WITHOUT ONE IS GIVEN:                          *
001300*     'P' - ADJUSTMENT POSTED (ADJPOST)                          *
001400*     'U' - CARD NUMBER UNMASKED (BRKGLASS)                      *
001500*     'S' - STATEMENT PROOF SIGNED OFF (STMTAPPR)                *
001600*     'L' - HELP-TEXT ENTRY LOADED (MSGTBLLD)                    *
001700*   THE BEFORE AND AFTER IMAGES HOLD THE FIELDS THE TRAIL        *
001800*   CARRIES BEFORE AND AFTER THE CHANGE, IN DISPLAY FORM;        *
001900*   SPACES WHERE IT CARRIES NONE.  AS-AFTER-HOURS MARKS AN       *
002000*   ENTRY APPLIED ON A NON-BUSINESS DAY OR OUTSIDE THE BUSINESS  *
002100*   DAY SET ON THE PARAMETER REGISTRY; AS-MAKER-IS-CHECKER AN    *
002200*   ENTRY APPROVED BY THE OPERATOR WHO SUBMITTED IT.  AUDWKRPT   *
002300*   REPORTS THE STORE WEEKLY FOR THE AUDITORS.                   *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002750*  02 | 10/15/26 | DISPOSITION WIDENED TO 26    | M. OSEI        *
002800*                                                                *
002900******************************************************************
003000 01  AUDIT-STORE-RECORD.
003100     05  AS-TIMESTAMP.
003200         10  AS-DATE             PIC 9(08).
003300         10  AS-TIME             PIC 9(06).
003400     05  AS-PROGRAM              PIC X(08).
003500     05  AS-OPER-ID              PIC X(08).
003600     05  AS-CHECKER-ID           PIC X(08).
003700     05  AS-MASTER-FILE          PIC X(08).
003800     05  AS-KEY                  PIC X(40).
003900     05  AS-ACTION               PIC X(01).
004000     05  AS-DISPOSITION          PIC X(26).
004100     05  AS-BEFORE-IMAGE         PIC X(40).
004200     05  AS-AFTER-IMAGE          PIC X(40).
004300     05  AS-AFTER-HOURS-FLAG     PIC X(01).
004400         88  AS-AFTER-HOURS      VALUE 'Y'.
004500     05  AS-CONFLICT-FLAG        PIC X(01).
004600         88  AS-MAKER-IS-CHECKER VALUE 'Y'.
