002170*   08/22/26  MO    A MISSING SETTLEMENT RATE RECORD NOW STOPS   *
002180*                   THE RUN WITH RETURN-CODE 8 INSTEAD OF        *
002190*                   SETTLING EVERY STORE AT AN UNDEFINED RATE.   *
002191*                                                                *
002192*   10/15/26  MO    THE SETTLEMENT RATE NOW COMES FROM THE BATCH *
002193*                   PARAMETER REGISTRY THROUGH PRMGET, AS IN     *
002194*                   FORCE ON THE RUN DATE, AND SETLRATE IS       *
002195*                   RETIRED.  NO RATE IN FORCE STILL STOPS THE   *
002196*                   RUN WITH RETURN-CODE 8.                      *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002900 FILE-CONTROL.
003000     SELECT DTAR119-FILE    ASSIGN TO DTARIN
003100         ORGANIZATION IS SEQUENTIAL.
003400     SELECT SETTLEMENT-FILE ASSIGN TO STORSETO
003500         ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003900 01  DTAR119-RECORD.
004000     COPY "DTAR119.cbl".
004100*
005000 FD  SETTLEMENT-FILE.
005100 01  SETTLEMENT-RECORD.
005200     05  SE-STORE-NO             PIC 9(03).
006500 01  WS-RATE-PER-POINT           PIC 9(01)V9(05) VALUE 0.
006600 01  WS-STORES-SETTLED           PIC 9(05) VALUE 0.
006610 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
006615*
006620*    THE MONETARY RATE APPLIED TO EACH NET BONUS POINT IS HELD
006625*    ON THE PARAMETER REGISTRY SO FINANCE CAN CHANGE IT WITHOUT
006630*    A PROGRAM CHANGE.
006635*
006640 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'STORSETL'.
006645 01  WS-PRM-NAME                 PIC X(16) VALUE 'RATE-PER-POINT'.
006650 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
006655 01  WS-PRM-TEXT-VALUE           PIC X(20).
006660 01  WS-PRM-STATUS               PIC X(01).
006665     88  WS-PRM-FOUND            VALUE 'Y'.
006700*
006800 01  SS-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
006900 01  SS-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
008800*
008900 1000-INITIALIZE.
009000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009050     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
009100         WS-RUN-DATE WS-PRM-NUMERIC-VALUE
009150         WS-PRM-TEXT-VALUE WS-PRM-STATUS
009200     IF NOT WS-PRM-FOUND
009250         DISPLAY 'STORSETL - NO SETTLEMENT RATE IN FORCE'
009300             ' - RUN STOPPED'
009350         MOVE 8 TO RETURN-CODE
009400         STOP RUN
009450     END-IF
009500     MOVE WS-PRM-NUMERIC-VALUE TO WS-RATE-PER-POINT
009800     OPEN INPUT  DTAR119-FILE
009900     OPEN OUTPUT SETTLEMENT-FILE
009910     MOVE 'HDR'       TO XC-RECORD-TAG
