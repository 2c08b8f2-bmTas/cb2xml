000100******************************************************************
000200*                                                                *
000300*   UNAPCASH - UNAPPLIED CASH SUSPENSE RECORD                    *
000400*                                                                *
000500*   ONE RECORD PER LOCKBOX REMITTANCE, OR PART OF ONE, THAT      *
000600*   LBXINTK COULD NOT SEND TO PAYALLOC.  HELD IN PAYMENT-ID      *
000700*   SEQUENCE AND CARRIED OLD TO NEW EVERY RUN: EACH ITEM IS      *
000800*   MATCHED AGAIN AGAINST THE CYCLE, RELEASED IF A RESOLUTION    *
000900*   NAMES ITS ROOT, AND AGED FROM ITS DEPOSIT DATE INTO WEEKLY   *
001000*   BUCKETS FOR THE WORK LIST.  UC-MATCHED-GROUP IS THE ROOT AN  *
001100*   OVERPAID ITEM WAS MATCHED TO; SPACES OTHERWISE.              *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  UNAPPLIED-CASH-RECORD.
001900     05  UC-PAYMENT-ID           PIC 9(08).
002000     05  UC-LOCKBOX-NUM          PIC X(07).
002100     05  UC-BATCH-NUM            PIC 9(04).
002200     05  UC-ITEM-SEQ             PIC 9(05).
002300     05  UC-DEPOSIT-DATE         PIC 9(08).
002400     05  UC-REMIT-AMT            PIC 9(11)V99.
002500     05  UC-UNAPPLIED-AMT        PIC S9(11)V99.
002600     05  UC-REFERENCE            PIC X(20).
002700     05  UC-CHEQUE-NUM           PIC X(10).
002800     05  UC-PAYER-NAME           PIC X(30).
002900     05  UC-REASON               PIC X(01).
003000         88  UC-NO-MATCH         VALUE 'N'.
003100         88  UC-AMBIGUOUS        VALUE 'A'.
003200         88  UC-OVERPAID         VALUE 'O'.
003300     05  UC-MATCHED-GROUP        PIC X(08).
003400     05  UC-AGE-DAYS             PIC 9(05).
003500     05  UC-AGING-BUCKET         PIC X(01).
003600         88  UC-WEEK-1           VALUE '1'.
003700         88  UC-WEEK-2           VALUE '2'.
003800         88  UC-WEEKS-3-4        VALUE '3'.
003900         88  UC-OVER-30          VALUE '4'.
