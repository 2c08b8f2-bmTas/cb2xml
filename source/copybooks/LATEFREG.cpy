000100******************************************************************
000200*                                                                *
000300*   LATEFREG - LATE PAYMENT FEE REGISTER RECORD                  *
000400*                                                                *
000500*   ONE RECORD PER LATE FEE RAISED, APPENDED BY LATEFEE.  AN     *
000600*   INVOICE IS CHARGED AT MOST ONCE PER DUNNING LEVEL, SO THE    *
000700*   REGISTER IS READ FIRST EVERY RUN AND A TRIGGER FOR AN        *
000800*   INVOICE AND LEVEL ALREADY ON IT RAISES NOTHING.  LR-FEE-     *
000900*   INVOICE-NUM IS THE FEE INVOICE THE CHARGE WAS BILLED ON.     *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  LATE-FEE-REGISTER-RECORD.
001700     05  LR-INVOICE-NUM          PIC X(11).
001800     05  LR-DUN-LEVEL            PIC 9(01).
001900     05  LR-ACCT-NUMBER          PIC X(20).
002000     05  LR-FEE-INVOICE-NUM      PIC X(11).
002100     05  LR-FEE-AMT              PIC S9(07)V99.
002200     05  LR-CHARGE-DATE          PIC 9(08).
