002100*                   PREVENTION TEAM.  DUPCHECK CATCHES SAME-DAY  *
002200*                   DUPLICATES; THIS CATCHES THE MULTI-DAY,      *
002300*                   MULTI-STORE PATTERN IT CANNOT SEE.           *
002320*   10/15/26  MO    THRESHOLDS NOW COME FROM THE BATCH PARAMETER *
002340*                   REGISTRY THROUGH PRMGET, AS IN FORCE ON THE  *
002360*                   RUN DATE, AND VELOPARM IS RETIRED.  THE OLD  *
002380*                   DEFAULTS STAND WHERE NO ROW IS IN FORCE.     *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003400     SELECT SORTED-FILE    ASSIGN TO VELOSRT
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
003900     SELECT UNRANKED-FILE  ASSIGN TO VELOWRK
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT RANK-WORK-FILE ASSIGN TO SRTWK02.
005800     05  SW-CARD-NO              PIC 9(16).
005900     05  FILLER                  PIC X(29).
006000*
007100 FD  UNRANKED-FILE.
007200 01  UNRANKED-RECORD             PIC X(40).
007300*
009900 01  WS-WINDOW-YEAR              PIC 9(04).
010000 01  WS-WINDOW-DDD               PIC S9(04) COMP-3.
010100*
010120*    THRESHOLDS ARE HELD ON THE PARAMETER REGISTRY SO LOSS
010140*    PREVENTION CAN TUNE THEM WITHOUT A PROGRAM CHANGE; THESE
010160*    VALUES STAND WHEN NO ROW IS IN FORCE.
010180*
010200 01  WS-WINDOW-DAYS              PIC 9(02) VALUE 7.
010300 01  WS-REDEEM-THRESHOLD         PIC 9(03) VALUE 10.
010400 01  WS-STORE-THRESHOLD          PIC 9(03) VALUE 4.
010500 01  WS-POINTS-THRESHOLD         PIC 9(07) VALUE 5000.
010510*
010520 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'CARDVELO'.
010530 01  WS-PRM-NAME                 PIC X(16).
010540 01  WS-PRM-AS-OF-DATE           PIC 9(08).
010550 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
010560 01  WS-PRM-TEXT-VALUE           PIC X(20).
010570 01  WS-PRM-STATUS               PIC X(01).
010580     88  WS-PRM-FOUND            VALUE 'Y'.
010600*
010700 01  WS-GROUP-CARD-NO            PIC 9(16).
010800 01  WS-GROUP-REDEEM-COUNT       PIC 9(05) COMP-3.
013300*
013400 1000-INITIALIZE.
013500     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
013550     ACCEPT WS-PRM-AS-OF-DATE FROM DATE YYYYMMDD
013600     MOVE 'WINDOW-DAYS' TO WS-PRM-NAME
013650     PERFORM 1200-GET-PARAMETER
013700     IF WS-PRM-FOUND
013750         MOVE WS-PRM-NUMERIC-VALUE TO WS-WINDOW-DAYS
013800     END-IF
013850     MOVE 'REDEEM-THRESHOLD' TO WS-PRM-NAME
013900     PERFORM 1200-GET-PARAMETER
013950     IF WS-PRM-FOUND
014000         MOVE WS-PRM-NUMERIC-VALUE TO WS-REDEEM-THRESHOLD
014050     END-IF
014100     MOVE 'STORE-THRESHOLD' TO WS-PRM-NAME
014150     PERFORM 1200-GET-PARAMETER
014200     IF WS-PRM-FOUND
014250         MOVE WS-PRM-NUMERIC-VALUE TO WS-STORE-THRESHOLD
014300     END-IF
014350     MOVE 'POINTS-THRESHOLD' TO WS-PRM-NAME
014400     PERFORM 1200-GET-PARAMETER
014450     IF WS-PRM-FOUND
014500         MOVE WS-PRM-NUMERIC-VALUE TO WS-POINTS-THRESHOLD
014550     END-IF
014700     PERFORM 1100-SET-WINDOW-START
014800     SORT SORT-WORK-FILE
014900         ON ASCENDING KEY SW-CARD-NO
017200     COMPUTE WS-WINDOW-START =
017300         WS-WINDOW-YEAR * 1000 + WS-WINDOW-DDD.
017400*
017410 1200-GET-PARAMETER.
017420     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
017430         WS-PRM-AS-OF-DATE WS-PRM-NUMERIC-VALUE
017440         WS-PRM-TEXT-VALUE WS-PRM-STATUS
017450     IF NOT WS-PRM-FOUND
017460         DISPLAY 'CARDVELO - NO PARAMETER ROW FOR ' WS-PRM-NAME
017470             ', DEFAULT USED'
017480     END-IF.
017490*
017500 2000-SCORE-ONE-RECORD.
017600     IF WS-GROUP-OPEN
017700         AND DTAR119-CARD-NO NOT = WS-GROUP-CARD-NO
