002800*                   COUNTERS INTACT INSTEAD OF FROM RECORD ONE.  *
002900*                   OPERATIONS CLEARS THE RESTART FILE AFTER A   *
003000*                   CLEAN RUN, AS FOR DTARCKPT.                  *
003010*                                                                *
003020*   10/15/26  MO    TIE-OUT TOLERANCE NOW COMES FROM THE BATCH   *
003030*                   PARAMETER REGISTRY THROUGH PRMGET, AS IN     *
003040*                   FORCE ON THE RUN DATE, INSTEAD OF BEING      *
003050*                   COMPILED IN.  FIVE POINTS STANDS WHERE NO    *
003060*                   ROW IS IN FORCE.                             *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
008800 01  WS-POS-EOF-SWITCH           PIC X(01) VALUE 'N'.
008900     88  WS-POS-EOF              VALUE 'Y'.
009000*
009010*    TIE-OUT TOLERANCE IN POINTS, HELD ON THE PARAMETER
009020*    REGISTRY; THIS VALUE STANDS WHEN NO ROW IS IN FORCE.
009030*
009040 01  WS-TOLERANCE                PIC S9(06) COMP-3 VALUE 5.
009050 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'BONRECON'.
009060 01  WS-PRM-NAME                 PIC X(16) VALUE 'TOLERANCE'.
009070 01  WS-PRM-AS-OF-DATE           PIC 9(08).
009080 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
009090 01  WS-PRM-TEXT-VALUE           PIC X(20).
009100 01  WS-PRM-STATUS               PIC X(01).
009110     88  WS-PRM-FOUND            VALUE 'Y'.
009200*
009300 01  WS-RESTARTING-SWITCH        PIC X(01) VALUE 'N'.
009400     88  WS-RESTARTING           VALUE 'Y'.
012300     PERFORM 9999-EXIT.
012400*
012500 1000-INITIALIZE.
012505     ACCEPT WS-PRM-AS-OF-DATE FROM DATE YYYYMMDD
012510     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
012515         WS-PRM-AS-OF-DATE WS-PRM-NUMERIC-VALUE
012520         WS-PRM-TEXT-VALUE WS-PRM-STATUS
012525     IF WS-PRM-FOUND
012530         MOVE WS-PRM-NUMERIC-VALUE TO WS-TOLERANCE
012535     ELSE
012540         DISPLAY 'BONRECON - NO PARAMETER ROW FOR ' WS-PRM-NAME
012545             ', DEFAULT USED'
012550     END-IF
012600     PERFORM 1100-READ-LAST-CHECKPOINT
012700     OPEN INPUT  DTAR119-FILE
012800     OPEN INPUT  POS-SALES-FILE
