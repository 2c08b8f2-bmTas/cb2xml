000100******************************************************************
000200*                                                                *
000300*   DSPCRREG - DISPUTE CREDIT REGISTER RECORD                    *
000400*                                                                *
000500*   ONE RECORD PER CREDITED DISPUTE DSPCRED HAS DEALT WITH,      *
000600*   APPENDED EACH RUN.  THE REGISTER IS READ FIRST EVERY RUN     *
000700*   AND A DSPMAST DISPUTE ALREADY ON IT IS NOT CREDITED AGAIN.   *
000800*   DC-CREDIT-NOTE-RAISED MEANS A CREDIT-NOTE LINE WENT ON THE   *
000900*   STATEMENT AND THE LEDGER WAS RELIEVED; DC-NOT-BILLED MEANS   *
001000*   THE INVOICE NEVER REACHED THE OPEN-INVOICE LEDGER (DSPHOLD   *
001100*   KEPT THE CHARGE OFF THE BILL), SO NOTHING WAS OWED.          *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  DISPUTE-CREDIT-REG-RECORD.
001900     05  DC-INVOICE-NUM          PIC X(11).
002000     05  DC-DETAIL-NUM           PIC 9(07).
002100     05  DC-ACCT-NUMBER          PIC X(20).
002200     05  DC-CREDIT-AMT           PIC S9(11)V99.
002300     05  DC-CREDIT-DATE          PIC 9(08).
002400     05  DC-DISPOSITION          PIC X(01).
002500         88  DC-CREDIT-NOTE-RAISED VALUE 'C'.
002600         88  DC-NOT-BILLED       VALUE 'N'.
