000100******************************************************************
000200*                                                                *
000300*   DDRECMST - DIRECT-DEBIT BATCH RECONCILIATION MASTER          *
000400*                                                                *
000500*   ONE RECORD PER DIRECT-DEBIT FILE DDORIG CUT, KEYED BY THE    *
000600*   JOB NAME AND CUT DATE ON ITS EXTCTL TRAILER AND HELD IN      *
000700*   THAT ORDER.  DR-HASH-TOTAL IS THE TRAILER'S XC-HASH-TOTAL;   *
000800*   DR-DISHONOR-AMT ACCUMULATES THE REVERSALS DDRETURN RAISED    *
000900*   AGAINST THE BATCH, AND DR-CREDITED-AMT WHAT THE BANK         *
001000*   STATEMENT CREDITED FOR IT, NET OF ANY DISHONOUR DEBITS.  A   *
001100*   BATCH RECONCILES WHEN THE TWO NETS AGREE.  DDRECON CARRIES   *
001200*   IT OLD TO NEW AND DROPS IT ONCE IT HAS STAYED RECONCILED     *
001300*   FOR THE RETENTION PERIOD.                                    *
001400*                                                                *
001500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001600*  ---|----------|------------------------------|------------    *
001700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001800*                                                                *
001900******************************************************************
002000 01  DD-BATCH-RECON-RECORD.
002100     05  DR-JOB-NAME             PIC X(08).
002200     05  DR-CUT-DATE             PIC 9(08).
002300     05  DR-RECORD-COUNT         PIC 9(09).
002400     05  DR-HASH-TOTAL           PIC S9(15)V99.
002500     05  DR-DISHONOR-AMT         PIC S9(13)V99.
002600     05  DR-CREDITED-AMT         PIC S9(15)V99.
002700     05  DR-CREDIT-DATE          PIC 9(08).
002800     05  DR-STATUS               PIC X(01).
002900         88  DR-SENT             VALUE 'S'.
003000         88  DR-RECONCILED       VALUE 'R'.
003100         88  DR-EXCEPTION        VALUE 'E'.
003200     05  DR-STATUS-DATE          PIC 9(08).
003300     05  DR-LATE-FLAG            PIC X(01).
003400         88  DR-CREDITED-LATE    VALUE 'Y'.
