000100******************************************************************
000200*                                                                *
000300*   CHBKLEDG - CHARGEBACK LEDGER RECORD                          *
000400*                                                                *
000500*   ONE RECORD PER MONEY MOVEMENT ON AN ACQUIRER CHARGEBACK.     *
000600*   THE FILE IS CUMULATIVE.  A CHARGEBACK POSTS THE DISPUTED     *
000700*   AMOUNT AS A DEBIT (NEGATIVE) ON THE DAY IT IS RECEIVED; A    *
000800*   REPRESENTMENT THE BANK DECIDES IN OUR FAVOUR POSTS IT BACK   *
000900*   AS A CREDIT.  THE NET BY REFERENCE IS THE MONEY STILL LOST.  *
001000*   CL-POST-DATE IS YYYYDDD.                                     *
001100*                                                                *
001200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001300*  ---|----------|------------------------------|------------    *
001400*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001500*                                                                *
001600******************************************************************
001700 01  CHARGEBACK-LEDGER-RECORD.
001800     05  CL-POST-DATE            PIC 9(07).
001900     05  CL-ACQ-REF              PIC X(12).
002000     05  CL-ENTRY-TYPE           PIC X(02).
002100         88  CL-CHARGEBACK       VALUE 'CB'.
002200         88  CL-REPRESENTMENT-WON VALUE 'RW'.
002300     05  CL-STORE-NO             PIC 9(03).
002400     05  CL-CARD-NO              PIC 9(16).
002500     05  CL-AMOUNT               PIC S9(07)V99.
