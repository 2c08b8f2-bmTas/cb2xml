002100*                   THE CYCLE MONTH PRORATES BY THIRTIETHS -     *
002200*                   EXACTLY THE ARITHMETIC THAT GOES WRONG       *
002300*                   WHEN KEYED BY HAND.                          *
002310*   10/15/26  MO    A CHARGE DATED INTO A PERIOD THE MONTH-END   *
002320*                   CLOSE HAS LOCKED (PERCHK) GOES TO THE        *
002330*                   PRIOR-PERIOD ADJUSTMENT FILE FOR FINANCE     *
002340*                   INSTEAD OF THE POSTING STREAM, AND SETS      *
002350*                   RC 4.                                        *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003200     SELECT SI-MAST-FILE   ASSIGN TO SIMNEW
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT POST-OUT-FILE  ASSIGN TO SIPOSTO
003420         ORGANIZATION IS SEQUENTIAL.
003440     SELECT OPTIONAL PRIOR-ADJ-FILE ASSIGN TO PPADJF
003500         ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
004700     05  PD-SOURCE               PIC X(08).
004800     05  PD-POST-DATE            PIC 9(08).
004900     05  PD-AMOUNT               PIC S9(13)V99.
004920*
004940 FD  PRIOR-ADJ-FILE.
004960     COPY "PPADJ.cpy".
005000*
005100 WORKING-STORAGE SECTION.
005200*
007000 01  WS-CHARGES-POSTED           PIC 9(07) VALUE 0.
007100 01  WS-PRORATED-COUNT           PIC 9(07) VALUE 0.
007200 01  WS-TOTAL-CHARGED            PIC S9(13)V99 VALUE 0.
007220 01  WS-HELD-COUNT               PIC 9(05) VALUE 0.
007240*
007260 01  WS-PERIOD-STATUS            PIC X(01).
007280     88  WS-PERIOD-CLOSED        VALUE 'C'.
007300*
007400 PROCEDURE DIVISION.
007500*
008000     DISPLAY 'SICYCLE - CHARGES POSTED:  ' WS-CHARGES-POSTED
008100     DISPLAY 'SICYCLE - PRORATED:        ' WS-PRORATED-COUNT
008200     DISPLAY 'SICYCLE - TOTAL CHARGED:   ' WS-TOTAL-CHARGED
008220     DISPLAY 'SICYCLE - HELD, PERIOD CLOSED: ' WS-HELD-COUNT
008240     IF WS-HELD-COUNT > ZERO
008260         MOVE 4 TO RETURN-CODE
008280     END-IF
008300     PERFORM 9999-EXIT.
008400*
008500 1000-INITIALIZE.
008800     MOVE WS-RUN-DATE (5:2) TO WS-CYCLE-MM
008900     OPEN INPUT  SI-MAST-FILE
009000     OPEN OUTPUT POST-OUT-FILE
009050     OPEN EXTEND PRIOR-ADJ-FILE
009100     READ SI-MAST-FILE
009200         AT END MOVE 'Y' TO WS-EOF-SWITCH
009300     END-READ.
016600     MOVE 'SICYCLE '   TO PD-SOURCE
016700     MOVE WS-RUN-DATE  TO PD-POST-DATE
016800     MOVE WS-CHARGE-AMT TO PD-AMOUNT
016805     CALL 'PERCHK' USING PD-POST-DATE WS-PERIOD-STATUS
016810     IF WS-PERIOD-CLOSED
016815         PERFORM 2300-HOLD-PRIOR-PERIOD
016820     ELSE
016825         WRITE POST-OUT-RECORD
016830     END-IF.
016835*
016840*    THE CHARGE WAITS ON THE PRIOR-PERIOD ADJUSTMENT FILE UNTIL
016845*    FINANCE APPROVES IT THROUGH PPAPOST.
016850*
016855 2300-HOLD-PRIOR-PERIOD.
016856     SUBTRACT 1 FROM WS-CHARGES-POSTED
016857     SUBTRACT WS-CHARGE-AMT FROM WS-TOTAL-CHARGED
016860     ADD 1 TO WS-HELD-COUNT
016865     MOVE 'SICYCLE '          TO PA-SOURCE-JOB
016870     MOVE WS-RUN-DATE         TO PA-RUN-DATE
016875     MOVE WS-HELD-COUNT       TO PA-SEQ-NO
016880     MOVE PD-POST-DATE (1:6)  TO PA-PERIOD
016885     MOVE POST-OUT-RECORD     TO PA-POSTING
016890     MOVE 'P'                 TO PA-STATUS
016895     MOVE SPACES              TO PA-APPROVE-OPER
016900     MOVE 0                   TO PA-APPROVE-DATE
016905     WRITE PRIOR-PERIOD-ADJ-RECORD.
017000*
017100 9999-EXIT.
017200     CLOSE SI-MAST-FILE POST-OUT-FILE PRIOR-ADJ-FILE
017300     STOP RUN.
