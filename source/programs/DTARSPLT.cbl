001900*                   RECORD WITH THE INPUT TOTAL AND PER-STREAM   *
002000*                   COUNTS THAT DTARMRGE RECONCILES AGAINST      *
002100*                   AFTER THE PARALLEL STEPS FINISH.             *
002110*   10/15/26  MO    STREAM BOUNDARIES NOW COME FROM THE BATCH    *
002120*                   PARAMETER REGISTRY THROUGH PRMGET, AS IN     *
002130*                   FORCE ON THE RUN DATE, AND SPLTPARM IS       *
002140*                   RETIRED.  THE OLD DEFAULTS STAND WHERE NO    *
002150*                   ROW IS IN FORCE.                             *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002900 FILE-CONTROL.
003000     SELECT DTAR119-FILE  ASSIGN TO DTARIN
003100         ORGANIZATION IS SEQUENTIAL.
003400     SELECT STREAM-FILE-1 ASSIGN TO DTARSP01
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT STREAM-FILE-2 ASSIGN TO DTARSP02
004700 01  DTAR119-RECORD.
004800     COPY "DTAR119.cbl".
004900*
005900 FD  STREAM-FILE-1.
006000 01  STREAM-RECORD-1             PIC X(53).
006100 FD  STREAM-FILE-2.
007700     88  WS-EOF                  VALUE 'Y'.
007800*
007900 01  WS-RUN-DATE                 PIC 9(08).
007910*
007920*    THREE ASCENDING STORE-NUMBER BOUNDARIES CUT THE FILE
007930*    INTO FOUR STREAMS: <=B1, <=B2, <=B3, AND THE REST.  THEY
007940*    ARE HELD ON THE PARAMETER REGISTRY; THESE VALUES STAND
007950*    WHEN NO ROW IS IN FORCE.
007960*
008000 01  WS-BOUNDARY-1               PIC 9(03) VALUE 250.
008100 01  WS-BOUNDARY-2               PIC 9(03) VALUE 500.
008200 01  WS-BOUNDARY-3               PIC 9(03) VALUE 750.
008210*
008220 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'DTARSPLT'.
008230 01  WS-PRM-NAME                 PIC X(16).
008240 01  WS-PRM-AS-OF-DATE           PIC 9(08).
008250 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
008260 01  WS-PRM-TEXT-VALUE           PIC X(20).
008270 01  WS-PRM-STATUS               PIC X(01).
008280     88  WS-PRM-FOUND            VALUE 'Y'.
008290*
008300 01  WS-INPUT-COUNT              PIC 9(09) VALUE 0.
008400 01  WS-STREAM-COUNTS.
008500     05  WS-STREAM-COUNT         OCCURS 4 TIMES
009800*
009900 1000-INITIALIZE.
010000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010050     MOVE WS-RUN-DATE TO WS-PRM-AS-OF-DATE
010100     MOVE 'BOUNDARY-1' TO WS-PRM-NAME
010150     PERFORM 1100-GET-PARAMETER
010200     IF WS-PRM-FOUND
010250         MOVE WS-PRM-NUMERIC-VALUE TO WS-BOUNDARY-1
010300     END-IF
010350     MOVE 'BOUNDARY-2' TO WS-PRM-NAME
010400     PERFORM 1100-GET-PARAMETER
010450     IF WS-PRM-FOUND
010500         MOVE WS-PRM-NUMERIC-VALUE TO WS-BOUNDARY-2
010550     END-IF
010600     MOVE 'BOUNDARY-3' TO WS-PRM-NAME
010650     PERFORM 1100-GET-PARAMETER
010700     IF WS-PRM-FOUND
010750         MOVE WS-PRM-NUMERIC-VALUE TO WS-BOUNDARY-3
010800     END-IF
011100     OPEN INPUT  DTAR119-FILE
011200     OPEN OUTPUT STREAM-FILE-1 STREAM-FILE-2
011300                 STREAM-FILE-3 STREAM-FILE-4
011600         AT END MOVE 'Y' TO WS-EOF-SWITCH
011700     END-READ.
011800*
011810 1100-GET-PARAMETER.
011820     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
011830         WS-PRM-AS-OF-DATE WS-PRM-NUMERIC-VALUE
011840         WS-PRM-TEXT-VALUE WS-PRM-STATUS
011850     IF NOT WS-PRM-FOUND
011860         DISPLAY 'DTARSPLT - NO PARAMETER ROW FOR ' WS-PRM-NAME
011870             ', DEFAULT USED'
011880     END-IF.
011890*
011900 2000-SPLIT-ONE-RECORD.
012000     ADD 1 TO WS-INPUT-COUNT
012100     EVALUATE TRUE
