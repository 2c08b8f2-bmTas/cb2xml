002200*                   NORMAL PATH.  LEAP DAYS ARE CARRIED IN       *
002300*                   DECEMBER'S BUCKET, WHICH IS CLOSE ENOUGH     *
002400*                   FOR A MONTHLY PROVISION.                     *
002410*                                                                *
002420*   10/15/26  MO    ALSO WRITES A PER-CARD FORECAST (EXPCARD) -  *
002430*                   EACH CARD'S POINTS EXPIRING THIS MONTH, IN   *
002440*                   THE NEXT 3 AND THE NEXT 12 MONTHS - FOR      *
002450*                   MEMBER-LEVEL EXTRACTS.                       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT EXPIRY-TRAN-FILE ASSIGN TO EXPTRANO
004300         ORGANIZATION IS SEQUENTIAL.
004310     SELECT CARD-FORECAST-FILE ASSIGN TO EXPCARD
004320         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  HISTORY-FILE.
007200*
007300 FD  EXPIRY-TRAN-FILE.
007400 01  EXPIRY-TRAN-RECORD          PIC X(53).
007410*
007420 FD  CARD-FORECAST-FILE.
007430     COPY "EXPCARD.cpy".
007500*
007600 WORKING-STORAGE SECTION.
007700*
010500 01  WS-EXPIRING-NEXT-3          PIC S9(11) COMP-3 VALUE 0.
010600 01  WS-EXPIRING-NEXT-12         PIC S9(11) COMP-3 VALUE 0.
010700 01  WS-EXPIRY-TRANS-WRITTEN     PIC 9(07) VALUE 0.
010710 01  WS-CARD-FORECASTS-WRITTEN   PIC 9(07) VALUE 0.
010720 01  WS-RUN-PLUS-3               PIC 9(06).
010730 01  WS-RUN-PLUS-12              PIC 9(06).
010740 01  WS-CARD-THIS-MONTH          PIC S9(11) COMP-3.
010750 01  WS-CARD-NEXT-3              PIC S9(11) COMP-3.
010760 01  WS-CARD-NEXT-12             PIC S9(11) COMP-3.
010800*
010900*    CUMULATIVE DAYS AT THE START OF EACH MONTH, USED TO TURN
011000*    THE YYYYDDD TRANS-DATE INTO A YYYYMM EARN MONTH.
015800         WS-EXPIRING-THIS-MONTH
015900     DISPLAY 'PTSEXPRY - EXPIRY TRANSACTIONS WRITTEN: '
016000         WS-EXPIRY-TRANS-WRITTEN
016010     DISPLAY 'PTSEXPRY - CARD FORECASTS WRITTEN:     '
016020         WS-CARD-FORECASTS-WRITTEN
016100     PERFORM 9999-EXIT.
016200*
016300 1000-INITIALIZE.
016500     MOVE WS-RUN-DAY TO WS-DATE-DISPLAY
016600     PERFORM 8000-DERIVE-EARN-MONTH
016700     MOVE WS-EARN-MONTH TO WS-RUN-MONTH
016710     MOVE WS-RUN-MONTH TO WS-EXPIRES-BY-MONTH
016720     PERFORM 8200-ADD-3-MONTHS
016730     MOVE WS-EXPIRES-BY-MONTH TO WS-RUN-PLUS-3
016740     MOVE WS-RUN-MONTH TO WS-EXPIRES-BY-MONTH
016750     PERFORM 8300-ADD-12-MONTHS
016760     MOVE WS-EXPIRES-BY-MONTH TO WS-RUN-PLUS-12
016800     OPEN INPUT EXP-PARM-FILE
016900     READ EXP-PARM-FILE
017000         AT END
018300     OPEN INPUT  SORTED-FILE
018400     OPEN OUTPUT FORECAST-FILE
018500     OPEN OUTPUT EXPIRY-TRAN-FILE
018510     OPEN OUTPUT CARD-FORECAST-FILE
018600     READ SORTED-FILE
018700         AT END MOVE 'Y' TO WS-EOF-SWITCH
018800     END-READ.
022900*    ALREADY PAST THE 24-MONTH LIMIT EXPIRE NOW.
023000*
023100 3000-CLOSE-CARD-GROUP.
023110     MOVE 0 TO WS-CARD-THIS-MONTH
023120     MOVE 0 TO WS-CARD-NEXT-3
023130     MOVE 0 TO WS-CARD-NEXT-12
023200     PERFORM 3100-CONSUME-ONE-BUCKET
023300         VARYING WS-BK-SUB FROM 1 BY 1
023400         UNTIL WS-BK-SUB > BK-TABLE-COUNT
023410     IF WS-CARD-NEXT-12 > ZERO
023420         PERFORM 3600-WRITE-CARD-FORECAST
023430     END-IF
023500     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
023600*
023700 3100-CONSUME-ONE-BUCKET.
025300     PERFORM 8100-ADD-EXPIRY-MONTHS
025400     IF WS-MONTH-WORK <= WS-RUN-MONTH
025500         ADD BK-POINTS (WS-BK-SUB) TO WS-EXPIRING-THIS-MONTH
025510         ADD BK-POINTS (WS-BK-SUB) TO WS-CARD-THIS-MONTH
025600         IF WS-MONTH-END
025700             PERFORM 3300-WRITE-EXPIRY-TRAN
025800         END-IF
025900     END-IF
025910     IF WS-MONTH-WORK <= WS-RUN-PLUS-3
025920         ADD BK-POINTS (WS-BK-SUB) TO WS-CARD-NEXT-3
025930     END-IF
025940     IF WS-MONTH-WORK <= WS-RUN-PLUS-12
025950         ADD BK-POINTS (WS-BK-SUB) TO WS-CARD-NEXT-12
025960     END-IF
026000     PERFORM 3400-ADD-TO-FORECAST.
026100*
026200 3300-WRITE-EXPIRY-TRAN.
029700*
029800 3500-SCAN-FORECAST-TABLE.
029900     CONTINUE.
029910*
029920 3600-WRITE-CARD-FORECAST.
029930     ADD 1 TO WS-CARD-FORECASTS-WRITTEN
029940     MOVE WS-GROUP-CARD-NO   TO EC-CARD-NO
029950     MOVE WS-CARD-THIS-MONTH TO EC-EXPIRING-THIS-MONTH
029960     MOVE WS-CARD-NEXT-3     TO EC-EXPIRING-NEXT-3
029970     MOVE WS-CARD-NEXT-12    TO EC-EXPIRING-NEXT-12
029980     WRITE EXPIRY-CARD-RECORD.
030000*
030100 5000-WRITE-FORECAST.
030200     PERFORM 5100-WRITE-ONE-BUCKET
038300*
038400 9999-EXIT.
038500     CLOSE SORTED-FILE FORECAST-FILE EXPIRY-TRAN-FILE
038510         CARD-FORECAST-FILE
038600     STOP RUN.
