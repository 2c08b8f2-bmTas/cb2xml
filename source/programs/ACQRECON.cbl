002000*                   MATCHED, ON OUR FILE BUT NOT THE BANK'S,     *
002100*                   AND ON THE BANK'S BUT NOT OURS - THE LAST    *
002200*                   BEING MONEY LOST SILENTLY TODAY.             *
002210*   10/15/26  MO    THE NUMBER OF DAYS THE BANK MAY POST BEHIND  *
002220*                   US NOW COMES FROM THE BATCH PARAMETER        *
002230*                   REGISTRY THROUGH PRMGET, AS IN FORCE ON THE  *
002240*                   RUN DATE, INSTEAD OF BEING FIXED AT ONE.     *
002250*                   ONE DAY STANDS WHERE NO ROW IS IN FORCE.     *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
011800 01  WS-NEXT-DAY                 PIC 9(07).
011900 01  WS-ND-YEAR                  PIC 9(04).
012000 01  WS-ND-DDD                   PIC 9(03).
012005 01  WS-LAG-SUB                  PIC 9(03) COMP.
012010 01  WS-DATE-MATCH-SWITCH        PIC X(01).
012015     88  WS-DATE-MATCHED         VALUE 'Y'.
012020*
012025*    DAYS THE BANK MAY POST BEHIND US, HELD ON THE PARAMETER
012030*    REGISTRY; THIS VALUE STANDS WHEN NO ROW IS IN FORCE.
012035*
012040 01  WS-LAG-DAYS                 PIC 9(03) VALUE 1.
012045 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'ACQRECON'.
012050 01  WS-PRM-NAME                 PIC X(16) VALUE 'SETL-LAG-DAYS'.
012055 01  WS-PRM-AS-OF-DATE           PIC 9(08).
012060 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
012065 01  WS-PRM-TEXT-VALUE           PIC X(20).
012070 01  WS-PRM-STATUS               PIC X(01).
012075     88  WS-PRM-FOUND            VALUE 'Y'.
012100*
012200 01  WS-HEADING-LINE.
012300     05  FILLER                  PIC X(40)
015500     PERFORM 9999-EXIT.
015600*
015700 1000-INITIALIZE.
015705     ACCEPT WS-PRM-AS-OF-DATE FROM DATE YYYYMMDD
015710     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
015715         WS-PRM-AS-OF-DATE WS-PRM-NUMERIC-VALUE
015720         WS-PRM-TEXT-VALUE WS-PRM-STATUS
015725     IF WS-PRM-FOUND
015730         MOVE WS-PRM-NUMERIC-VALUE TO WS-LAG-DAYS
015735     ELSE
015740         DISPLAY 'ACQRECON - NO PARAMETER ROW FOR ' WS-PRM-NAME
015745             ', DEFAULT USED'
015750     END-IF
015800     SORT SORT-WORK-FILE
015900         ON ASCENDING KEY SW-STORE-NO
016000                          SW-TERMINAL-ID
023300     PERFORM 3000-PRINT-DETAIL
023400     PERFORM 8100-READ-BANK.
023500*
023550*    THE BANK POSTS SAME-DAY OR UP TO THE LAG DAYS BEHIND US,
023600*    SO A KEY MATCH COUNTS WHEN THE SETTLEMENT DATE IS OUR
023650*    TRANS DATE OR ONE OF THE LAG DAYS AFTER IT.
023700*
023750 2300-CHECK-DATE-TOLERANCE.
023800     MOVE 'N' TO WS-DATE-MATCH-SWITCH
023850     IF BK-SETL-DATE = OU-TRANS-DATE
023900         MOVE 'Y' TO WS-DATE-MATCH-SWITCH
023950     END-IF
024000     MOVE OU-TRANS-DATE TO WS-NEXT-DAY
024050     PERFORM 2310-TRY-ONE-LAG-DAY
024100         VARYING WS-LAG-SUB FROM 1 BY 1
024150         UNTIL WS-LAG-SUB > WS-LAG-DAYS
024200         OR WS-DATE-MATCHED
024250     IF WS-DATE-MATCHED
024400         ADD 1 TO WS-MATCHED-COUNT
024500         ADD OU-AMOUNT TO WS-MATCHED-AMT
024600         PERFORM 8000-READ-OURS
024900         PERFORM 2100-REPORT-OURS-ONLY
025000     END-IF.
025100*
025110 2310-TRY-ONE-LAG-DAY.
025120     PERFORM 8200-COMPUTE-NEXT-DAY
025130     IF BK-SETL-DATE = WS-NEXT-DAY
025140         MOVE 'Y' TO WS-DATE-MATCH-SWITCH
025150     END-IF.
025160*
025200 3000-PRINT-DETAIL.
025300     MOVE ' ' TO RP-CARRIAGE-CONTROL
025400     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
029800             MOVE BK-TRANS-NO    TO WS-BANK-KEY (7:4)
029900     END-READ.
030000*
030100*    THE CALENDAR DAY AFTER WS-NEXT-DAY IN YYYYDDD, ON THE SAME
030200*    365-DAY CONVENTION THE REST OF THE SUITE USES.
030300*
030400 8200-COMPUTE-NEXT-DAY.
030500     MOVE WS-NEXT-DAY (1:4) TO WS-ND-YEAR
030600     MOVE WS-NEXT-DAY (5:3) TO WS-ND-DDD
030700     IF WS-ND-DDD >= 365
030800         ADD 1 TO WS-ND-YEAR
030900         MOVE 1 TO WS-ND-DDD
