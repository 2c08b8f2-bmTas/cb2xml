002300*                   AND A BALANCED 'RF' JOURNAL PAIR IN          *
002400*                   GLJOURNL'S RECORD SHAPE CLEARS SUSPENSE      *
002500*                   THROUGH THE GLMAP ACCOUNTS.                  *
002510*   10/15/26  MO    REFUND THRESHOLD AND MINIMUM AGE NOW COME    *
002520*                   FROM THE BATCH PARAMETER REGISTRY THROUGH    *
002530*                   PRMGET, AS IN FORCE ON THE RUN DATE, AND     *
002540*                   REFPARM IS RETIRED.  THE OLD DEFAULTS STAND  *
002550*                   WHERE NO ROW IS IN FORCE.                    *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT NEW-AGE-FILE     ASSIGN TO REFAGEN
003900         ORGANIZATION IS SEQUENTIAL.
004200     SELECT GL-MAP-FILE      ASSIGN TO GLMAP
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT REFUND-OUT-FILE  ASSIGN TO REFINSTR
006200     05  NA-RECORD-NO            PIC 9(07).
006300     05  NA-CREDIT-CYCLES        PIC 9(03).
006400*
007000 FD  GL-MAP-FILE.
007100 01  GL-MAP-RECORD.
007200     05  GM-MOVEMENT-TYPE        PIC X(02).
011500 01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
011600     88  WS-MAP-EOF              VALUE 'Y'.
011700*
011720*    REFUND THRESHOLD AND MINIMUM AGE IN CYCLES, HELD ON THE
011740*    PARAMETER REGISTRY; THESE VALUES STAND WHEN NO ROW IS IN
011760*    FORCE.
011780*
011800 01  WS-THRESHOLD-AMT            PIC 9(07)V99 VALUE 10.00.
011900 01  WS-MIN-AGE-CYCLES           PIC 9(03) VALUE 3.
011910 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'REFUNDS'.
011920 01  WS-PRM-NAME                 PIC X(16).
011930 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
011940 01  WS-PRM-TEXT-VALUE           PIC X(20).
011950 01  WS-PRM-STATUS               PIC X(01).
011960     88  WS-PRM-FOUND            VALUE 'Y'.
011970*
012000 01  WS-RUN-DATE                 PIC 9(08).
012100 01  WS-RECORD-NO                PIC 9(07) VALUE 0.
012200 01  WS-CREDIT-CYCLES            PIC 9(03).
014500*
014600 1000-INITIALIZE.
014700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014800     MOVE 'THRESHOLD-AMT' TO WS-PRM-NAME
014900     PERFORM 1200-GET-PARAMETER
015000     IF WS-PRM-FOUND AND WS-PRM-NUMERIC-VALUE > ZERO
015100         MOVE WS-PRM-NUMERIC-VALUE TO WS-THRESHOLD-AMT
015200     END-IF
015300     MOVE 'MIN-AGE-CYCLES' TO WS-PRM-NAME
015400     PERFORM 1200-GET-PARAMETER
015500     IF WS-PRM-FOUND AND WS-PRM-NUMERIC-VALUE > ZERO
015600         MOVE WS-PRM-NUMERIC-VALUE TO WS-MIN-AGE-CYCLES
015700     END-IF
016100     OPEN INPUT GL-MAP-FILE
016200     READ GL-MAP-FILE
016300         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
019700         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
019800     END-READ.
019900*
019910 1200-GET-PARAMETER.
019920     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
019930         WS-RUN-DATE WS-PRM-NUMERIC-VALUE
019940         WS-PRM-TEXT-VALUE WS-PRM-STATUS.
019950*
020000 2000-SWEEP-ONE-ACCOUNT.
020100     ADD 1 TO WS-RECORD-NO
020200     IF WS-AGE-EOF
