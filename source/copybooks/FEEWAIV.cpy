000100******************************************************************
000200*                                                                *
000300*   FEEWAIV  - SERVICE-CHARGE WAIVER RECORD                      *
000400*                                                                *
000500*   ONE RECORD PER WAIVER OR REFUND OF A SERVICE CHARGE AGREED   *
000600*   BY BRANCH STAFF AND APPROVED BY A SECOND OPERATOR IN         *
000700*   FEEWAPR.  FW-RECORD-NO IS THE ACCOUNT'S POSITION ON THE      *
000800*   MASTER, FW-CYCLE THE CYCLE (YYYYMM) WHOSE CHARGE IS GIVEN    *
000900*   BACK.  FEEWAPR WRITES APPROVED WAIVERS; FEECALC TAKES THEM   *
001000*   OFF THE NEXT COMPUTED SERV-CHG AND WRITES EACH ONE AGAIN TO  *
001100*   ITS APPLIED REGISTER WITH THE AMOUNT IT TOOK (GLJOURNL       *
001200*   POSTS THE REGISTER AS A FEE-INCOME REVERSAL).  ANY PART THE  *
001300*   CHARGE COULD NOT ABSORB IS CARRIED AS A FRESH APPROVED       *
001400*   RECORD FOR THE NEXT RUN.  FW-AMOUNT IS WHAT WAS STILL TO BE  *
001500*   WAIVED WHEN THE RECORD WAS WRITTEN.                          *
001600*                                                                *
001700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001800*  ---|----------|------------------------------|------------    *
001900*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002000*                                                                *
002100******************************************************************
002200 01  FEE-WAIVER-RECORD.
002300     05  FW-WAIVER-ID            PIC 9(08).
002400     05  FW-RECORD-NO            PIC 9(09).
002500     05  FW-CYCLE                PIC 9(06).
002600     05  FW-AMOUNT               PIC 9(07)V99.
002700     05  FW-REASON-CODE          PIC X(03).
002800     05  FW-REQUEST-OPER         PIC X(08).
002900     05  FW-APPROVE-OPER         PIC X(08).
003000     05  FW-APPROVE-DATE         PIC 9(08).
003100     05  FW-APPLIED-AMT          PIC 9(07)V99.
003200     05  FW-APPLIED-DATE         PIC 9(08).
003300     05  FW-STATUS               PIC X(01).
003400         88  FW-APPROVED         VALUE 'A'.
003500         88  FW-APPLIED          VALUE 'P'.
003600         88  FW-PART-APPLIED     VALUE 'R'.
003700         88  FW-NO-ACCOUNT       VALUE 'X'.
