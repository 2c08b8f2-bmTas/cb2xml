000100******************************************************************
000200*                                                                *
000300*   CHBKCASE - ACQUIRER DISPUTE CASE MASTER RECORD               *
000400*                                                                *
000500*   ONE RECORD PER CHARGEBACK OR RETRIEVAL REQUEST RECEIVED FROM *
000600*   THE ACQUIRER, IN ACQUIRER REFERENCE ORDER.  THE ORIGINAL     *
000700*   CODE-02 REDEMPTION IS IDENTIFIED BY STORE, TERMINAL,         *
000800*   TRANSACTION NUMBER AND DATE; CK-POINTS IS ITS REDEEMED       *
000900*   POINTS AS A POSITIVE MAGNITUDE.  DATES ARE YYYYDDD.          *
001000*   CK-RESPOND-BY IS THE REPRESENTMENT (OR RETRIEVAL) DEADLINE;  *
001100*   AN OPEN ITEM NOT ANSWERED BY THEN IS EXPIRED.  CK-ADJ-ID AND *
001200*   CK-REVERSAL-ADJ-ID ARE THE ADJPOST PROPOSALS RAISED FOR THE  *
001300*   POINTS, ZERO WHEN NONE.                                      *
001400*                                                                *
001500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001600*  ---|----------|------------------------------|------------    *
001700*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001800*                                                                *
001900******************************************************************
002000 01  CHARGEBACK-CASE-RECORD.
002100     05  CK-ACQ-REF              PIC X(12).
002200     05  CK-ITEM-TYPE            PIC X(01).
002300         88  CK-CHARGEBACK       VALUE 'C'.
002400         88  CK-RETRIEVAL        VALUE 'R'.
002500     05  CK-STATUS               PIC X(01).
002600         88  CK-STATUS-OPEN      VALUE 'O'.
002700         88  CK-STATUS-REPRESENTED VALUE 'P'.
002800         88  CK-STATUS-WON       VALUE 'W'.
002900         88  CK-STATUS-LOST      VALUE 'L'.
003000         88  CK-STATUS-EXPIRED   VALUE 'X'.
003100         88  CK-STATUS-FULFILLED VALUE 'F'.
003200         88  CK-CASE-ACTIVE      VALUE 'O' 'P'.
003300         88  CK-CASE-CLOSED      VALUE 'W' 'L' 'X' 'F'.
003400     05  CK-STORE-NO             PIC 9(03).
003500     05  CK-TERMINAL-ID          PIC 9(03).
003600     05  CK-TRANS-NO             PIC 9(04).
003700     05  CK-TRANS-DATE           PIC 9(07).
003800     05  CK-CARD-NO              PIC 9(16).
003900     05  CK-POINTS               PIC S9(06).
004000     05  CK-AMOUNT               PIC S9(07)V99.
004100     05  CK-REASON-CODE          PIC X(04).
004200     05  CK-RECEIVED-DATE        PIC 9(07).
004300     05  CK-RESPOND-BY           PIC 9(07).
004400     05  CK-STATUS-DATE          PIC 9(07).
004500     05  CK-OPERATOR             PIC X(08).
004600     05  CK-ADJ-ID               PIC 9(08).
004700     05  CK-REVERSAL-ADJ-ID      PIC 9(08).
