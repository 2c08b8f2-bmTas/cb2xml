000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAPSEXTR.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - EXTRACTS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY LAPSED-MEMBER      *
001400*                   WIN-BACK EXTRACT FOR THE CRM, REPLACING THE  *
001500*                   QUARTERLY MANUAL QUERY.  EVERY CARD ON THE   *
001600*                   POINTS BALANCE MASTER WITH NO ACTIVITY FOR   *
001700*                   90, 180 OR 365 DAYS (PB-LAST-ACTIVITY-DATE)  *
001800*                   IS WRITTEN IN ITS LAPSE BUCKET WITH THE      *
001900*                   TIER, BALANCE, POINTS DUE TO EXPIRE (THE     *
002000*                   PTSEXPRY PER-CARD FORECAST), LIFETIME EARNED *
002100*                   AND HOME STORE AND REGION.  THE HOME REGION  *
002200*                   IS THE STORMAST REGION THE CARD HAS EARNED   *
002300*                   IN MOST OFTEN ACROSS BONHIST, AS REGNFRD     *
002400*                   DERIVES IT; THE HOME STORE IS THE STORE IN   *
002500*                   THAT REGION IT EARNED AT MOST OFTEN.  THE    *
002600*                   CARD NUMBER IS MASKED AS CARDMASK MASKS IT   *
002700*                   AND THE FILE CARRIES THE COMMON EXTCTL       *
002800*                   HEADER AND TRAILER (HASH TOTAL OVER THE      *
002900*                   CURRENT BALANCE) SO XMITUPD CAN REGISTER IT. *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PTS-BAL-FILE   ASSIGN TO PTSBNEW
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT TIER-MAST-FILE ASSIGN TO TIERNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CARD-FORECAST-FILE ASSIGN TO EXPCARD
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT STORE-MAST-FILE ASSIGN TO STORNEW
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT HISTORY-FILE   ASSIGN TO BONHIST
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT SORTED-FILE    ASSIGN TO LAPSSRT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
005100     SELECT EXTRACT-FILE   ASSIGN TO LAPSEXTO
005200         ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  PTS-BAL-FILE.
005600     COPY "PTSBAL.cpy".
005700*
005800 FD  TIER-MAST-FILE.
005900     COPY "TIERMAST.cpy".
006000*
006100 FD  CARD-FORECAST-FILE.
006200     COPY "EXPCARD.cpy".
006300*
006400 FD  STORE-MAST-FILE.
006500     COPY "STORMAST.cpy".
006600*
006700 FD  HISTORY-FILE.
006800 01  HISTORY-RECORD              PIC X(53).
006900*
007000 FD  SORTED-FILE.
007100 01  DTAR119-RECORD.
007200     COPY "DTAR119.cbl".
007300*
007400 SD  SORT-WORK-FILE.
007500 01  SORT-WORK-RECORD.
007600     05  SW-STORE-NO             PIC 9(03)     COMP-3.
007700     05  SW-TRANS-DATE           PIC 9(07)     COMP-3.
007800     05  SW-TRANS-CODE           PIC 9(02)     COMP-3.
007900     05  SW-CARD-NO              PIC 9(16).
008000     05  FILLER                  PIC X(29).
008100*
008200*    ONE RECORD PER LAPSED CARD.  THE LAPSE BUCKET IS THE
008300*    LONGEST OF 090, 180 AND 365 DAYS THE CARD HAS BEEN QUIET.
008400*
008500 FD  EXTRACT-FILE.
008600 01  WINBACK-RECORD.
008700     05  WB-CARD-NO-MASKED       PIC X(16).
008800     05  WB-LAPSE-BUCKET         PIC 9(03).
008900     05  WB-DAYS-INACTIVE        PIC 9(05).
009000     05  WB-LAST-ACTIVITY-DATE   PIC 9(07).
009100     05  WB-TIER-CODE            PIC X(01).
009200     05  WB-CURRENT-BALANCE      PIC S9(11).
009300     05  WB-EXPIRING-NEXT-3      PIC S9(11).
009400     05  WB-EXPIRING-NEXT-12     PIC S9(11).
009500     05  WB-LIFETIME-EARNED      PIC S9(11).
009600     05  WB-HOME-STORE-NO        PIC 9(03).
009700     05  WB-HOME-REGION          PIC X(03).
009800*
009900*    COMMON OUTBOUND EXTRACT CONTROL RECORD, FIRST AND LAST
010000*    ON THE FILE.
010100*
010200     COPY "EXTCTL.cpy".
010300*
010400 WORKING-STORAGE SECTION.
010500*
010600 01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
010700     88  WS-BAL-EOF              VALUE 'Y'.
010800 01  WS-TIER-EOF-SWITCH          PIC X(01) VALUE 'N'.
010900     88  WS-TIER-EOF             VALUE 'Y'.
011000 01  WS-FCST-EOF-SWITCH          PIC X(01) VALUE 'N'.
011100     88  WS-FCST-EOF             VALUE 'Y'.
011200 01  WS-STORE-EOF-SWITCH         PIC X(01) VALUE 'N'.
011300     88  WS-STORE-EOF            VALUE 'Y'.
011400 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
011500     88  WS-HIST-EOF             VALUE 'Y'.
011600*
011700 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
011800 01  WS-HIGH-VALUE-KEY           PIC 9(16) VALUE 9999999999999999.
011900*
012000*    LAPSE THRESHOLDS IN DAYS, LONGEST FIRST.
012100*
012200 01  WS-LAPSE-365                PIC 9(03) VALUE 365.
012300 01  WS-LAPSE-180                PIC 9(03) VALUE 180.
012400 01  WS-LAPSE-090                PIC 9(03) VALUE 090.
012500*
012600 01  WS-RUN-DATE                 PIC 9(08).
012700 01  WS-RUN-DAY                  PIC 9(07).
012800*
012900*    YYYYDDD DATES BECOME A RUNNING DAY NUMBER ON THE SUITE'S
013000*    365-DAY CONVENTION SO THE DAYS INACTIVE CAN SPAN YEARS.
013100*
013200 01  WS-DATE-IN                  PIC 9(07).
013300 01  WS-DATE-YEAR                PIC 9(04).
013400 01  WS-DATE-DDD                 PIC 9(03).
013500 01  WS-DAY-NUMBER               PIC 9(07).
013600 01  WS-RUN-DAY-NUMBER           PIC 9(07).
013700 01  WS-DAYS-INACTIVE            PIC 9(05).
013800*
013900 01  WS-TIER-KEY                 PIC 9(16).
014000 01  WS-FCST-KEY                 PIC 9(16).
014100 01  WS-HIST-KEY                 PIC 9(16).
014200 01  WS-CARD-NO-DISPLAY          PIC 9(16).
014300 01  WS-CARD-LAST-FOUR           PIC 9(04).
014400 01  WS-TRANS-REGION             PIC X(03).
014500 01  WS-HOME-REGION              PIC X(03).
014600 01  WS-HOME-STORE-NO            PIC 9(03).
014700 01  WS-BEST-COUNT               PIC 9(07) COMP.
014800 01  WS-RC-SUB                   PIC 9(03) COMP.
014900 01  WS-SC-SUB                   PIC 9(03) COMP.
015000*
015100 01  WS-CARDS-READ               PIC 9(09) VALUE 0.
015200 01  WS-COUNT-365                PIC 9(09) VALUE 0.
015300 01  WS-COUNT-180                PIC 9(09) VALUE 0.
015400 01  WS-COUNT-090                PIC 9(09) VALUE 0.
015500 01  WS-RECORD-COUNT             PIC 9(09) VALUE 0.
015600 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
015700*
015800 01  SR-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
015900 01  SR-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
016000 01  SR-TABLE.
016100     05  SR-ENTRY OCCURS 1000 TIMES
016200                  INDEXED BY SR-IDX.
016300         10  SR-STORE-NO         PIC 9(03).
016400         10  SR-REGION           PIC X(03).
016500*
016600*    PER-CARD EARN TALLIES, REBUILT FOR EACH CARD FROM THE
016700*    SORTED EARN HISTORY.
016800*
016900 01  RC-TABLE-MAX                PIC 9(03) COMP VALUE 50.
017000 01  RC-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
017100 01  RC-TABLE.
017200     05  RC-ENTRY OCCURS 50 TIMES.
017300         10  RC-REGION           PIC X(03).
017400         10  RC-EARN-COUNT       PIC 9(07) COMP.
017500*
017600 01  SC-TABLE-MAX                PIC 9(03) COMP VALUE 200.
017700 01  SC-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
017800 01  SC-TABLE.
017900     05  SC-ENTRY OCCURS 200 TIMES.
018000         10  SC-STORE-NO         PIC 9(03).
018100         10  SC-REGION           PIC X(03).
018200         10  SC-EARN-COUNT       PIC 9(07) COMP.
018300*
018400 PROCEDURE DIVISION.
018500*
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE
018800     PERFORM 2000-EXAMINE-ONE-CARD
018900         UNTIL WS-BAL-EOF
019000     DISPLAY 'LAPSEXTR - CARDS READ:         ' WS-CARDS-READ
019100     DISPLAY 'LAPSEXTR - LAPSED 365 DAYS:    ' WS-COUNT-365
019200     DISPLAY 'LAPSEXTR - LAPSED 180 DAYS:    ' WS-COUNT-180
019300     DISPLAY 'LAPSEXTR - LAPSED 90 DAYS:     ' WS-COUNT-090
019400     PERFORM 9999-EXIT.
019500*
019600 1000-INITIALIZE.
019700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019800     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
019900     MOVE WS-RUN-DAY TO WS-DATE-IN
020000     PERFORM 8500-COMPUTE-DAY-NUMBER
020100     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
020200     OPEN INPUT STORE-MAST-FILE
020300     READ STORE-MAST-FILE
020400         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
020500     END-READ
020600     PERFORM 1100-LOAD-STORE-ENTRY
020700         UNTIL WS-STORE-EOF
020800     CLOSE STORE-MAST-FILE
020900     SORT SORT-WORK-FILE
021000         ON ASCENDING KEY SW-CARD-NO
021100                          SW-TRANS-DATE
021200         USING HISTORY-FILE
021300         GIVING SORTED-FILE
021400     OPEN INPUT  PTS-BAL-FILE
021500     OPEN INPUT  TIER-MAST-FILE
021600     OPEN INPUT  CARD-FORECAST-FILE
021700     OPEN INPUT  SORTED-FILE
021800     OPEN OUTPUT EXTRACT-FILE
021900     MOVE 'HDR'       TO XC-RECORD-TAG
022000     MOVE WS-RUN-DATE TO XC-RUN-DATE
022100     MOVE 'LAPSEXTR'  TO XC-JOB-NAME
022200     MOVE ZERO        TO XC-RECORD-COUNT
022300     MOVE ZERO        TO XC-HASH-TOTAL
022400     WRITE EXTRACT-CONTROL-RECORD
022500     PERFORM 8000-READ-BALANCE
022600     PERFORM 8100-READ-TIER
022700     PERFORM 8200-READ-FORECAST
022800     PERFORM 8300-READ-HISTORY.
022900*
023000 1100-LOAD-STORE-ENTRY.
023100     IF SR-TABLE-COUNT < SR-TABLE-MAX
023200         ADD 1 TO SR-TABLE-COUNT
023300         SET SR-IDX TO SR-TABLE-COUNT
023400         MOVE SM-STORE-NO TO SR-STORE-NO (SR-IDX)
023500         MOVE SM-REGION   TO SR-REGION (SR-IDX)
023600     END-IF
023700     READ STORE-MAST-FILE
023800         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
023900     END-READ.
024000*
024100*    THE BALANCE MASTER DRIVES; TIER, FORECAST AND HISTORY ARE
024200*    ALL IN CARD SEQUENCE AND ARE ADVANCED TO THE SAME CARD.
024300*    A CARD THAT HAS NEVER BEEN ACTIVE FALLS IN THE 365 BUCKET.
024400*
024500 2000-EXAMINE-ONE-CARD.
024600     ADD 1 TO WS-CARDS-READ
024700     PERFORM 8100-READ-TIER
024800         UNTIL WS-TIER-KEY NOT < PB-CARD-NO
024900     PERFORM 8200-READ-FORECAST
025000         UNTIL WS-FCST-KEY NOT < PB-CARD-NO
025100     MOVE 0 TO RC-TABLE-COUNT
025200     MOVE 0 TO SC-TABLE-COUNT
025300     PERFORM 8300-READ-HISTORY
025400         UNTIL WS-HIST-KEY NOT < PB-CARD-NO
025500     PERFORM 2100-TALLY-ONE-EARN
025600         UNTIL WS-HIST-KEY NOT = PB-CARD-NO
025700     IF PB-LAST-ACTIVITY-DATE = ZERO
025800         MOVE 99999 TO WS-DAYS-INACTIVE
025900     ELSE
026000         MOVE PB-LAST-ACTIVITY-DATE TO WS-DATE-IN
026100         PERFORM 8500-COMPUTE-DAY-NUMBER
026200         COMPUTE WS-DAYS-INACTIVE =
026300             WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
026400     END-IF
026500     EVALUATE TRUE
026600         WHEN WS-DAYS-INACTIVE >= WS-LAPSE-365
026700             MOVE WS-LAPSE-365 TO WB-LAPSE-BUCKET
026800             ADD 1 TO WS-COUNT-365
026900             PERFORM 3000-WRITE-WINBACK
027000         WHEN WS-DAYS-INACTIVE >= WS-LAPSE-180
027100             MOVE WS-LAPSE-180 TO WB-LAPSE-BUCKET
027200             ADD 1 TO WS-COUNT-180
027300             PERFORM 3000-WRITE-WINBACK
027400         WHEN WS-DAYS-INACTIVE >= WS-LAPSE-090
027500             MOVE WS-LAPSE-090 TO WB-LAPSE-BUCKET
027600             ADD 1 TO WS-COUNT-090
027700             PERFORM 3000-WRITE-WINBACK
027800         WHEN OTHER
027900             CONTINUE
028000     END-EVALUATE
028100     PERFORM 8000-READ-BALANCE.
028200*
028300 2100-TALLY-ONE-EARN.
028400     IF DTAR119-TRANS-CODE NOT = WS-REDEMPTION-CODE
028500         AND DTAR119-BONUS-POINTS > ZERO
028600         MOVE SPACES TO WS-TRANS-REGION
028700         SET SR-IDX TO 1
028800         SEARCH SR-ENTRY
028900             AT END
029000                 CONTINUE
029100             WHEN SR-IDX > SR-TABLE-COUNT
029200                 CONTINUE
029300             WHEN SR-STORE-NO (SR-IDX) = DTAR119-STORE-NO
029400                 MOVE SR-REGION (SR-IDX) TO WS-TRANS-REGION
029500         END-SEARCH
029600         IF WS-TRANS-REGION NOT = SPACES
029700             PERFORM 2200-ADD-TO-REGION-TALLY
029800             PERFORM 2300-ADD-TO-STORE-TALLY
029900         END-IF
030000     END-IF
030100     PERFORM 8300-READ-HISTORY.
030200*
030300 2200-ADD-TO-REGION-TALLY.
030400     PERFORM 2210-SCAN-REGION-TALLY
030500         VARYING WS-RC-SUB FROM 1 BY 1
030600         UNTIL WS-RC-SUB > RC-TABLE-COUNT
030700         OR RC-REGION (WS-RC-SUB) = WS-TRANS-REGION
030800     IF WS-RC-SUB > RC-TABLE-COUNT
030900         IF RC-TABLE-COUNT < RC-TABLE-MAX
031000             ADD 1 TO RC-TABLE-COUNT
031100             MOVE WS-TRANS-REGION
031200                 TO RC-REGION (RC-TABLE-COUNT)
031300             MOVE 0 TO RC-EARN-COUNT (RC-TABLE-COUNT)
031400             MOVE RC-TABLE-COUNT TO WS-RC-SUB
031500         END-IF
031600     END-IF
031700     IF WS-RC-SUB <= RC-TABLE-COUNT
031800         ADD 1 TO RC-EARN-COUNT (WS-RC-SUB)
031900     END-IF.
032000*
032100*    THE SCAN ITSELF ONLY ADVANCES THE SUBSCRIPT; THE UNTIL
032200*    CONDITION ON THE PERFORM DOES THE MATCHING.
032300*
032400 2210-SCAN-REGION-TALLY.
032500     CONTINUE.
032600*
032700 2300-ADD-TO-STORE-TALLY.
032800     PERFORM 2310-SCAN-STORE-TALLY
032900         VARYING WS-SC-SUB FROM 1 BY 1
033000         UNTIL WS-SC-SUB > SC-TABLE-COUNT
033100         OR SC-STORE-NO (WS-SC-SUB) = DTAR119-STORE-NO
033200     IF WS-SC-SUB > SC-TABLE-COUNT
033300         IF SC-TABLE-COUNT < SC-TABLE-MAX
033400             ADD 1 TO SC-TABLE-COUNT
033500             MOVE DTAR119-STORE-NO
033600                 TO SC-STORE-NO (SC-TABLE-COUNT)
033700             MOVE WS-TRANS-REGION
033800                 TO SC-REGION (SC-TABLE-COUNT)
033900             MOVE 0 TO SC-EARN-COUNT (SC-TABLE-COUNT)
034000             MOVE SC-TABLE-COUNT TO WS-SC-SUB
034100         END-IF
034200     END-IF
034300     IF WS-SC-SUB <= SC-TABLE-COUNT
034400         ADD 1 TO SC-EARN-COUNT (WS-SC-SUB)
034500     END-IF.
034600*
034700 2310-SCAN-STORE-TALLY.
034800     CONTINUE.
034900*
035000 3000-WRITE-WINBACK.
035100     MOVE 0 TO WS-BEST-COUNT
035200     MOVE SPACES TO WS-HOME-REGION
035300     PERFORM 3100-PICK-BEST-REGION
035400         VARYING WS-RC-SUB FROM 1 BY 1
035500         UNTIL WS-RC-SUB > RC-TABLE-COUNT
035600     MOVE 0 TO WS-BEST-COUNT
035700     MOVE 0 TO WS-HOME-STORE-NO
035800     PERFORM 3200-PICK-BEST-STORE
035900         VARYING WS-SC-SUB FROM 1 BY 1
036000         UNTIL WS-SC-SUB > SC-TABLE-COUNT
036100     MOVE PB-CARD-NO TO WS-CARD-NO-DISPLAY
036200     MOVE WS-CARD-NO-DISPLAY (13:4) TO WS-CARD-LAST-FOUR
036300     MOVE SPACES TO WB-CARD-NO-MASKED
036400     MOVE '************' TO WB-CARD-NO-MASKED (1:12)
036500     MOVE WS-CARD-LAST-FOUR TO WB-CARD-NO-MASKED (13:4)
036600     MOVE WS-DAYS-INACTIVE TO WB-DAYS-INACTIVE
036700     MOVE PB-LAST-ACTIVITY-DATE TO WB-LAST-ACTIVITY-DATE
036800     IF WS-TIER-KEY = PB-CARD-NO
036900         MOVE TM-TIER-CODE TO WB-TIER-CODE
037000     ELSE
037100         MOVE 'B' TO WB-TIER-CODE
037200     END-IF
037300     MOVE PB-CURRENT-BALANCE TO WB-CURRENT-BALANCE
037400     IF WS-FCST-KEY = PB-CARD-NO
037500         MOVE EC-EXPIRING-NEXT-3  TO WB-EXPIRING-NEXT-3
037600         MOVE EC-EXPIRING-NEXT-12 TO WB-EXPIRING-NEXT-12
037700     ELSE
037800         MOVE 0 TO WB-EXPIRING-NEXT-3
037900         MOVE 0 TO WB-EXPIRING-NEXT-12
038000     END-IF
038100     MOVE PB-LIFETIME-EARNED TO WB-LIFETIME-EARNED
038200     MOVE WS-HOME-STORE-NO   TO WB-HOME-STORE-NO
038300     MOVE WS-HOME-REGION     TO WB-HOME-REGION
038400     ADD 1 TO WS-RECORD-COUNT
038500     ADD PB-CURRENT-BALANCE TO WS-HASH-TOTAL
038600     WRITE WINBACK-RECORD.
038700*
038800 3100-PICK-BEST-REGION.
038900     IF RC-EARN-COUNT (WS-RC-SUB) > WS-BEST-COUNT
039000         MOVE RC-EARN-COUNT (WS-RC-SUB) TO WS-BEST-COUNT
039100         MOVE RC-REGION (WS-RC-SUB) TO WS-HOME-REGION
039200     END-IF.
039300*
039400 3200-PICK-BEST-STORE.
039500     IF SC-REGION (WS-SC-SUB) = WS-HOME-REGION
039600         AND SC-EARN-COUNT (WS-SC-SUB) > WS-BEST-COUNT
039700         MOVE SC-EARN-COUNT (WS-SC-SUB) TO WS-BEST-COUNT
039800         MOVE SC-STORE-NO (WS-SC-SUB) TO WS-HOME-STORE-NO
039900     END-IF.
040000*
040100 8000-READ-BALANCE.
040200     READ PTS-BAL-FILE
040300         AT END MOVE 'Y' TO WS-BAL-EOF-SWITCH
040400     END-READ.
040500*
040600 8100-READ-TIER.
040700     READ TIER-MAST-FILE
040800         AT END
040900             MOVE 'Y' TO WS-TIER-EOF-SWITCH
041000             MOVE WS-HIGH-VALUE-KEY TO WS-TIER-KEY
041100         NOT AT END
041200             MOVE TM-CARD-NO TO WS-TIER-KEY
041300     END-READ.
041400*
041500 8200-READ-FORECAST.
041600     READ CARD-FORECAST-FILE
041700         AT END
041800             MOVE 'Y' TO WS-FCST-EOF-SWITCH
041900             MOVE WS-HIGH-VALUE-KEY TO WS-FCST-KEY
042000         NOT AT END
042100             MOVE EC-CARD-NO TO WS-FCST-KEY
042200     END-READ.
042300*
042400 8300-READ-HISTORY.
042500     READ SORTED-FILE
042600         AT END
042700             MOVE 'Y' TO WS-HIST-EOF-SWITCH
042800             MOVE WS-HIGH-VALUE-KEY TO WS-HIST-KEY
042900         NOT AT END
043000             MOVE DTAR119-CARD-NO TO WS-HIST-KEY
043100     END-READ.
043200*
043300 8500-COMPUTE-DAY-NUMBER.
043400     DIVIDE WS-DATE-IN BY 1000 GIVING WS-DATE-YEAR
043500         REMAINDER WS-DATE-DDD
043600     COMPUTE WS-DAY-NUMBER = WS-DATE-YEAR * 365 + WS-DATE-DDD.
043700*
043800 9999-EXIT.
043900     MOVE 'TRL'           TO XC-RECORD-TAG
044000     MOVE WS-RUN-DATE     TO XC-RUN-DATE
044100     MOVE 'LAPSEXTR'      TO XC-JOB-NAME
044200     MOVE WS-RECORD-COUNT TO XC-RECORD-COUNT
044300     MOVE WS-HASH-TOTAL   TO XC-HASH-TOTAL
044400     WRITE EXTRACT-CONTROL-RECORD
044500     CLOSE PTS-BAL-FILE TIER-MAST-FILE CARD-FORECAST-FILE
044600           SORTED-FILE EXTRACT-FILE
044700     STOP RUN.
