002100*                   STATUTORY AGE GO ON THE REGULATOR'S          *
002200*                   UNCLAIMED-MONEY REPORT.  ACCOUNTS MATCH BY   *
002300*                   RECORD POSITION, AS IN MSTRBAL.              *
002310*   10/15/26  MO    DORMANCY AND STATUTORY AGES NOW COME FROM THE*
002320*                   BATCH PARAMETER REGISTRY THROUGH PRMGET, AS  *
002330*                   IN FORCE ON THE RUN DATE, AND DORMPARM IS    *
002340*                   RETIRED.  THE OLD DEFAULTS STAND WHERE NO    *
002350*                   ROW IS IN FORCE.                             *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT NEW-DORM-FILE    ASSIGN TO DORMNEW
003700         ORGANIZATION IS SEQUENTIAL.
004000     SELECT UNCLAIMED-REPORT ASSIGN TO DORMRPT
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
005800     05  ND-DORMANT-FLAG         PIC X(01).
005900     05  ND-FLAGGED-DATE         PIC 9(08).
006000*
006600 FD  UNCLAIMED-REPORT.
006700 01  UNCLAIMED-REPORT-RECORD.
006800     05  RP-CARRIAGE-CONTROL     PIC X(01).
007500 01  WS-DORM-EOF-SWITCH          PIC X(01) VALUE 'N'.
007600     88  WS-DORM-EOF             VALUE 'Y'.
007700*
007720*    AGES IN CYCLES, HELD ON THE PARAMETER REGISTRY; THESE
007740*    VALUES STAND WHEN NO ROW IS IN FORCE.
007760*
007800 01  WS-DORMANT-CYCLES           PIC 9(03) VALUE 6.
007900 01  WS-STATUTORY-CYCLES         PIC 9(03) VALUE 84.
007910 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'DORMSWP'.
007920 01  WS-PRM-NAME                 PIC X(16).
007930 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
007940 01  WS-PRM-TEXT-VALUE           PIC X(20).
007950 01  WS-PRM-STATUS               PIC X(01).
007960     88  WS-PRM-FOUND            VALUE 'Y'.
007970*
008000 01  WS-RUN-DATE                 PIC 9(08).
008100 01  WS-RECORD-NO                PIC 9(07) VALUE 0.
008200 01  WS-QUIET-CYCLES             PIC 9(03).
011800*
011900 1000-INITIALIZE.
012000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012100     MOVE 'DORMANT-CYCLES' TO WS-PRM-NAME
012200     PERFORM 1100-GET-PARAMETER
012300     IF WS-PRM-FOUND AND WS-PRM-NUMERIC-VALUE > ZERO
012400         MOVE WS-PRM-NUMERIC-VALUE TO WS-DORMANT-CYCLES
012500     END-IF
012600     MOVE 'STATUTORY-CYCLES' TO WS-PRM-NAME
012700     PERFORM 1100-GET-PARAMETER
012800     IF WS-PRM-FOUND AND WS-PRM-NUMERIC-VALUE > ZERO
012900         MOVE WS-PRM-NUMERIC-VALUE TO WS-STATUTORY-CYCLES
013000     END-IF
013500     OPEN INPUT  CURR-MASTER-FILE
013600     OPEN INPUT  OLD-DORM-FILE
013700     OPEN OUTPUT NEW-DORM-FILE
014700         AT END MOVE 'Y' TO WS-DORM-EOF-SWITCH
014800     END-READ.
014900*
014910 1100-GET-PARAMETER.
014920     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
014930         WS-RUN-DATE WS-PRM-NUMERIC-VALUE
014940         WS-PRM-TEXT-VALUE WS-PRM-STATUS.
014950*
015000*    THE COMPANION FILE RUNS IN STEP WITH THE MASTER; A NEW
015100*    ACCOUNT PAST THE COMPANION'S END STARTS AT ZERO.
015200*
