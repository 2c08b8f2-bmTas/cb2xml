000100******************************************************************
000200*                                                                *
000300*   CATTRAN - REWARDS CATALOGUE MAINTENANCE TRANSACTION          *
000400*                                                                *
000500*   INPUT TO CATMNT.  A ADD AND C CHANGE CARRY THE FULL ITEM -   *
000600*   DESCRIPTION, POINTS PRICE AND ACTIVE DATES (A ALSO TAKES     *
000700*   OPENING STOCK FROM CT-STOCK-QTY).  D DELETES AN ITEM WITH    *
000800*   NO STOCK LEFT.  S MOVES STOCK ON HAND BY THE SIGNED          *
000900*   CT-STOCK-QTY - DELIVERIES IN, WRITE-OFFS OUT - AND IS ALSO   *
001000*   CUT BY CATFULF FOR ITEMS THE FULFILMENT HOUSE TAKES BACK.    *
001100*   CT-REFERENCE IDENTIFIES THE SOURCE DOCUMENT FOR THE AUDIT.   *
001110*   CT-OPER-ID IS THE OPERATOR WHO SUBMITTED THE TRANSACTION     *
001120*   (CATFULF FOR ITS OWN RESTOCKS), CHECKED BY CATMNT THROUGH    *
001130*   OPRCHK BEFORE IT IS APPLIED.                                 *
001200*                                                                *
001300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001400*  ---|----------|------------------------------|------------    *
001500*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001550*  02 | 10/15/26 | ADD SUBMITTING OPERATOR      | M. OSEI        *
001600*                                                                *
001700******************************************************************
001800 01  CATALOGUE-TRAN-RECORD.
001900     05  CT-ACTION-CODE          PIC X(01).
002000         88  CT-ADD              VALUE 'A'.
002100         88  CT-CHANGE           VALUE 'C'.
002200         88  CT-DELETE           VALUE 'D'.
002300         88  CT-STOCK-MOVE       VALUE 'S'.
002400     05  CT-ITEM-NO              PIC 9(06).
002500     05  CT-DESCRIPTION          PIC X(30).
002600     05  CT-POINTS-PRICE         PIC 9(07).
002700     05  CT-START-DATE           PIC 9(07).
002800     05  CT-END-DATE             PIC 9(07).
002900     05  CT-STOCK-QTY            PIC S9(07).
003000     05  CT-REFERENCE            PIC X(12).
003100     05  CT-OPER-ID              PIC X(08).
