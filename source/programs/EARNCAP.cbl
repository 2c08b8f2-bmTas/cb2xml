000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EARNCAP.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - DAILY LOAD.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - ENFORCE PER-CARD EARN      *
001400*                   CAPS BY PROMOTION.  RUNS BETWEEN TIERAPPL    *
001500*                   AND PTSBLUPD: THE TIER-ADJUSTED FILE IS      *
001600*                   READ, EACH CARD'S RUNNING EARN ON A CAPPED   *
001700*                   PROMOTION (DTAR119-PROM-NO) IS BUILT FROM    *
001800*                   THE BONHIST ARCHIVE PLUS THE DAY'S EARLIER   *
001900*                   RECORDS, AND DTAR119-BONUS-POINTS IS CUT ON  *
002000*                   THE RECORD THAT BREACHES A CAP.  CAPS ARE    *
002100*                   PER DAY, PER ROLLING SEVEN DAYS OR PER       *
002200*                   PROMOTION LIFETIME FROM THE CAPRULE TABLE.   *
002300*                   EVERY CAPPED RECORD IS WRITTEN TO AN AUDIT   *
002400*                   FILE WITH POINTS REQUESTED AND ALLOWED.      *
002500*                   THE STEP RUNS BEFORE BONARCHV APPENDS THE    *
002600*                   DAY'S FILE, SO THE ARCHIVE NEVER ALREADY     *
002700*                   HOLDS THE RECORDS BEING CAPPED.              *
002720*   10/15/26  MO    SYSTEM CODES 08-10 EXCLUDED FROM THE CAP;    *
002740*                   SECOND SORT RECORD CORRECTED TO THE 53-BYTE  *
002760*                   DTAR119 LAYOUT.                              *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CAP-RULE-FILE  ASSIGN TO CAPRULE
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT HISTORY-FILE   ASSIGN TO BONHIST
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT HIST-SORTED    ASSIGN TO CAPHSRT
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004300     SELECT ADJUSTED-FILE  ASSIGN TO DTARADJO
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT CURR-SORTED    ASSIGN TO CAPCSRT
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT SORT-WORK-2    ASSIGN TO SRTWK02.
004800     SELECT CAPPED-FILE    ASSIGN TO DTARCAPO
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT AUDIT-FILE     ASSIGN TO CAPAUDIT
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400*
005500*    ONE RULE PER PROMOTION AND PERIOD.  A PROMOTION MAY CARRY
005600*    MORE THAN ONE (A DAILY AND A LIFETIME CAP, SAY); THE
005700*    TIGHTEST ONE BINDS.
005800*
005900 FD  CAP-RULE-FILE.
006000 01  CAP-RULE-RECORD.
006100     05  CR-PROM-NO              PIC 9(05).
006200     05  CR-PERIOD               PIC X(01).
006300     05  CR-MAX-POINTS           PIC 9(07).
006400*
006500 FD  HISTORY-FILE.
006600 01  HISTORY-RECORD.
006700     COPY "DTAR119.cbl".
006800*
006900*    ARCHIVED EARN ON CAPPED PROMOTIONS ONLY, REDUCED TO WHAT
007000*    THE CAP TEST NEEDS.
007100*
007200 FD  HIST-SORTED.
007300 01  HIST-SORTED-RECORD.
007400     05  HS-CARD-NO              PIC 9(16).
007500     05  HS-PROM-NO              PIC 9(05).
007600     05  HS-TRANS-DATE           PIC 9(07).
007700     05  HS-POINTS               PIC S9(07).
007800*
007900 SD  SORT-WORK-FILE.
008000 01  SORT-WORK-RECORD.
008100     05  SW-CARD-NO              PIC 9(16).
008200     05  SW-PROM-NO              PIC 9(05).
008300     05  SW-TRANS-DATE           PIC 9(07).
008400     05  SW-POINTS               PIC S9(07).
008500*
008600 FD  ADJUSTED-FILE.
008700 01  ADJUSTED-RECORD             PIC X(53).
008800*
008900 FD  CURR-SORTED.
009000 01  DTAR119-RECORD.
009100     COPY "DTAR119.cbl".
009200*
009300*    THE DAY'S RECORDS IN CARD, PROMOTION AND DATE ORDER, SO
009400*    EACH CARD'S EARN ON A PROMOTION IS TESTED IN THE ORDER IT
009500*    HAPPENED.
009600*
009700 SD  SORT-WORK-2.
009800 01  SORT-WORK-2-RECORD.
009900     05  S2-STORE-NO             PIC 9(03)     COMP-3.
010000     05  S2-TRANS-DATE           PIC 9(07)     COMP-3.
010100     05  S2-TRANS-CODE           PIC 9(02)     COMP-3.
010200     05  S2-CARD-NO              PIC 9(16).
010300     05  S2-TERMINAL-ID          PIC 9(03).
010400     05  S2-TRANS-NO             PIC 9(04).
010500     05  FILLER                  PIC X(19).
010600     05  S2-PROM-NO              PIC 9(05)     COMP-3.
010700*
010800 FD  CAPPED-FILE.
010900 01  CAPPED-RECORD               PIC X(53).
011000*
011100 FD  AUDIT-FILE.
011200 01  AUDIT-RECORD.
011300     05  CA-RUN-DATE             PIC 9(08).
011400     05  CA-CARD-NO              PIC 9(16).
011500     05  CA-PROM-NO              PIC 9(05).
011600     05  CA-TRANS-DATE           PIC 9(07).
011700     05  CA-STORE-NO             PIC 9(03).
011800     05  CA-TERMINAL-ID          PIC 9(03).
011900     05  CA-TRANS-NO             PIC 9(04).
012000     05  CA-CAP-PERIOD           PIC X(01).
012100     05  CA-CAP-POINTS           PIC 9(07).
012200     05  CA-POINTS-REQUESTED     PIC S9(07).
012300     05  CA-POINTS-ALLOWED       PIC S9(07).
012400*
012500 WORKING-STORAGE SECTION.
012600*
012700 01  WS-RULE-EOF-SWITCH          PIC X(01) VALUE 'N'.
012800     88  WS-RULE-EOF             VALUE 'Y'.
012900 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
013000     88  WS-HIST-EOF             VALUE 'Y'.
013100 01  WS-HSRT-EOF-SWITCH          PIC X(01) VALUE 'N'.
013200     88  WS-HSRT-EOF             VALUE 'Y'.
013300 01  WS-CURR-EOF-SWITCH          PIC X(01) VALUE 'N'.
013400     88  WS-CURR-EOF             VALUE 'Y'.
013500 01  WS-CAPPED-PROM-SWITCH       PIC X(01).
013600     88  WS-CAPPED-PROM          VALUE 'Y'.
013700*
013800*    REDEMPTIONS AND THE RESERVED SYSTEM CODES (04 EXPIRY,
013900*    05 ADJUSTMENT, 06 VOUCHER, 07 AIRLINE TRANSFER, 08 SPEND
013950*    AWARD, 09 AIRLINE CONVERSION, 10 CATALOGUE ORDER) ARE NOT
014000*    EARN AND ARE NEVER CAPPED.
014100*
014200 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
014300 01  WS-FIRST-SYSTEM-CODE        PIC 9(02) VALUE 04.
014400 01  WS-LAST-SYSTEM-CODE         PIC 9(02) VALUE 10.
014500*
014600 01  WS-RUN-DATE                 PIC 9(08).
014700 01  WS-RECORDS-READ             PIC 9(09) VALUE 0.
014800 01  WS-RECORDS-CAPPED           PIC 9(09) VALUE 0.
014900 01  WS-POINTS-WITHHELD          PIC S9(11) COMP-3 VALUE 0.
015000*
015100 01  WS-CR-SUB                   PIC 9(03) COMP.
015200 01  WS-ER-SUB                   PIC 9(04) COMP.
015300 01  WS-BIND-SUB                 PIC 9(03) COMP.
015400 01  WS-REQUESTED                PIC S9(07) COMP-3.
015500 01  WS-ALLOWED                  PIC S9(07) COMP-3.
015600 01  WS-USED                     PIC S9(09) COMP-3.
015700 01  WS-REMAINING                PIC S9(09) COMP-3.
015800*
015900*    YYYYDDD DATES BECOME A RUNNING DAY NUMBER ON THE SUITE'S
016000*    365-DAY CONVENTION, SO A SEVEN-DAY WINDOW CAN SPAN A
016100*    YEAR END.
016200*
016300 01  WS-DATE-IN                  PIC 9(07).
016400 01  WS-DATE-YEAR                PIC 9(04).
016500 01  WS-DATE-DDD                 PIC 9(03).
016600 01  WS-DAY-NUMBER               PIC 9(07).
016700 01  WS-TRAN-DAY                 PIC 9(07).
016800 01  WS-WEEK-START-DAY           PIC 9(07).
016900 01  WS-WEEK-DAYS                PIC 9(01) VALUE 7.
017000*
017100 01  WS-GROUP-KEY.
017200     05  WS-GROUP-CARD-NO        PIC 9(16).
017300     05  WS-GROUP-PROM-NO        PIC 9(05).
017400 01  WS-CURR-KEY.
017500     05  WS-CURR-CARD-NO         PIC 9(16).
017600     05  WS-CURR-PROM-NO         PIC 9(05).
017700 01  WS-HIST-KEY.
017800     05  WS-HIST-CARD-NO         PIC 9(16).
017900     05  WS-HIST-PROM-NO         PIC 9(05).
018000 01  WS-HIGH-VALUE-KEY           PIC X(21) VALUE HIGH-VALUES.
018100*
018200 01  CR-TABLE-MAX                PIC 9(03) COMP VALUE 200.
018300 01  CR-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
018400 01  CR-TABLE.
018500     05  CR-ENTRY OCCURS 200 TIMES
018600                  INDEXED BY CR-IDX.
018700         10  CR-T-PROM-NO        PIC 9(05).
018800         10  CR-T-PERIOD         PIC X(01).
018900             88  CR-T-PER-DAY    VALUE 'D'.
019000             88  CR-T-PER-WEEK   VALUE 'W'.
019100             88  CR-T-PER-PROM   VALUE 'P'.
019200         10  CR-T-MAX-POINTS     PIC 9(07).
019300*
019400*    THE CARD'S EARN ON THE PROMOTION, ONE ENTRY PER DAY.  IF
019500*    THE TABLE FILLS, LATER DAYS ADD INTO THE LAST ENTRY, WHICH
019600*    KEEPS THE LIFETIME TOTAL EXACT AND ERRS ON THE SIDE OF
019700*    THE CAP FOR THE SHORTER PERIODS.
019800*
019900 01  ER-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
020000 01  ER-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
020100 01  ER-TABLE.
020200     05  ER-ENTRY OCCURS 1000 TIMES.
020300         10  ER-T-DAY-NUMBER     PIC 9(07).
020400         10  ER-T-POINTS         PIC S9(09) COMP-3.
020500*
020600 PROCEDURE DIVISION.
020700*
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE
021000     PERFORM 2000-CAP-ONE-RECORD
021100         UNTIL WS-CURR-EOF
021200     DISPLAY 'EARNCAP - RECORDS READ:        ' WS-RECORDS-READ
021300     DISPLAY 'EARNCAP - RECORDS CAPPED:      ' WS-RECORDS-CAPPED
021400     DISPLAY 'EARNCAP - POINTS WITHHELD:     ' WS-POINTS-WITHHELD
021500     PERFORM 9999-EXIT.
021600*
021700 1000-INITIALIZE.
021800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021900     OPEN INPUT CAP-RULE-FILE
022000     PERFORM 8300-READ-RULE
022100     PERFORM 1100-LOAD-ONE-RULE
022200         UNTIL WS-RULE-EOF
022300     CLOSE CAP-RULE-FILE
022400     SORT SORT-WORK-FILE
022500         ON ASCENDING KEY SW-CARD-NO
022600                          SW-PROM-NO
022700                          SW-TRANS-DATE
022800         INPUT PROCEDURE IS 1200-EXTRACT-CAPPED-EARN
022900         GIVING HIST-SORTED
023000     SORT SORT-WORK-2
023100         ON ASCENDING KEY S2-CARD-NO
023200                          S2-PROM-NO
023300                          S2-TRANS-DATE
023400                          S2-STORE-NO
023500                          S2-TERMINAL-ID
023600                          S2-TRANS-NO
023700         USING ADJUSTED-FILE
023800         GIVING CURR-SORTED
023900     OPEN INPUT  HIST-SORTED
024000     OPEN INPUT  CURR-SORTED
024100     OPEN OUTPUT CAPPED-FILE
024200     OPEN OUTPUT AUDIT-FILE
024300     MOVE LOW-VALUES TO WS-GROUP-KEY
024400     PERFORM 8100-READ-HIST-SORTED
024500     PERFORM 8000-READ-CURRENT.
024600*
024700 1100-LOAD-ONE-RULE.
024800     IF CR-TABLE-COUNT < CR-TABLE-MAX
024900         ADD 1 TO CR-TABLE-COUNT
025000         SET CR-IDX TO CR-TABLE-COUNT
025100         MOVE CR-PROM-NO    TO CR-T-PROM-NO (CR-IDX)
025200         MOVE CR-PERIOD     TO CR-T-PERIOD (CR-IDX)
025300         MOVE CR-MAX-POINTS TO CR-T-MAX-POINTS (CR-IDX)
025400     END-IF
025500     PERFORM 8300-READ-RULE.
025600*
025700 1200-EXTRACT-CAPPED-EARN.
025800     OPEN INPUT HISTORY-FILE
025900     PERFORM 8200-READ-HISTORY
026000     PERFORM 1210-RELEASE-ONE-EARN
026100         UNTIL WS-HIST-EOF
026200     CLOSE HISTORY-FILE.
026300*
026400*    RETURNS CLAWED BACK UNDER THE SALE'S OWN CODE CARRY
026500*    NEGATIVE POINTS AND NET OFF, FREEING ROOM UNDER THE CAP.
026600*
026700 1210-RELEASE-ONE-EARN.
026800     IF DTAR119-TRANS-CODE OF HISTORY-RECORD
026900             NOT = WS-REDEMPTION-CODE
027000         AND (DTAR119-TRANS-CODE OF HISTORY-RECORD
027100                 < WS-FIRST-SYSTEM-CODE
027200              OR DTAR119-TRANS-CODE OF HISTORY-RECORD
027300                 > WS-LAST-SYSTEM-CODE)
027400         SET CR-IDX TO 1
027500         SEARCH CR-ENTRY
027600             AT END
027700                 CONTINUE
027800             WHEN CR-IDX > CR-TABLE-COUNT
027900                 CONTINUE
028000             WHEN CR-T-PROM-NO (CR-IDX) =
028100                     DTAR119-PROM-NO OF HISTORY-RECORD
028200                 PERFORM 1220-RELEASE-HISTORY
028300         END-SEARCH
028400     END-IF
028500     PERFORM 8200-READ-HISTORY.
028600*
028700 1220-RELEASE-HISTORY.
028800     MOVE DTAR119-CARD-NO OF HISTORY-RECORD      TO SW-CARD-NO
028900     MOVE DTAR119-PROM-NO OF HISTORY-RECORD      TO SW-PROM-NO
029000     MOVE DTAR119-TRANS-DATE OF HISTORY-RECORD
029100         TO SW-TRANS-DATE
029200     MOVE DTAR119-BONUS-POINTS OF HISTORY-RECORD TO SW-POINTS
029300     RELEASE SORT-WORK-RECORD.
029400*
029500*    A NEW CARD AND PROMOTION STARTS A NEW RUNNING TOTAL,
029600*    SEEDED FROM THE ARCHIVE.
029700*
029800 2000-CAP-ONE-RECORD.
029900     ADD 1 TO WS-RECORDS-READ
030000     IF WS-CURR-KEY NOT = WS-GROUP-KEY
030100         PERFORM 2100-START-NEW-GROUP
030200     END-IF
030300     MOVE DTAR119-TRANS-DATE OF DTAR119-RECORD TO WS-DATE-IN
030400     PERFORM 8500-COMPUTE-DAY-NUMBER
030500     MOVE WS-DAY-NUMBER TO WS-TRAN-DAY
030600     IF WS-CAPPED-PROM
030700         AND DTAR119-TRANS-CODE OF DTAR119-RECORD
030800             NOT = WS-REDEMPTION-CODE
030900         AND (DTAR119-TRANS-CODE OF DTAR119-RECORD
031000                 < WS-FIRST-SYSTEM-CODE
031100              OR DTAR119-TRANS-CODE OF DTAR119-RECORD
031200                 > WS-LAST-SYSTEM-CODE)
031300         IF DTAR119-BONUS-POINTS OF DTAR119-RECORD > ZERO
031400             PERFORM 3000-APPLY-CAPS
031500         END-IF
031600         MOVE DTAR119-BONUS-POINTS OF DTAR119-RECORD
031700             TO WS-ALLOWED
031800         PERFORM 2300-ADD-EARN-ENTRY
031900     END-IF
032000     MOVE DTAR119-RECORD TO CAPPED-RECORD
032100     WRITE CAPPED-RECORD
032200     PERFORM 8000-READ-CURRENT.
032300*
032400 2100-START-NEW-GROUP.
032500     MOVE WS-CURR-KEY TO WS-GROUP-KEY
032600     MOVE 0 TO ER-TABLE-COUNT
032700     MOVE 'N' TO WS-CAPPED-PROM-SWITCH
032800     SET CR-IDX TO 1
032900     SEARCH CR-ENTRY
033000         AT END
033100             CONTINUE
033200         WHEN CR-IDX > CR-TABLE-COUNT
033300             CONTINUE
033400         WHEN CR-T-PROM-NO (CR-IDX) = WS-GROUP-PROM-NO
033500             MOVE 'Y' TO WS-CAPPED-PROM-SWITCH
033600     END-SEARCH
033700     PERFORM 8100-READ-HIST-SORTED
033800         UNTIL WS-HIST-KEY NOT < WS-GROUP-KEY
033900     PERFORM 2200-LOAD-ONE-HISTORY
034000         UNTIL WS-HIST-KEY NOT = WS-GROUP-KEY.
034100*
034200 2200-LOAD-ONE-HISTORY.
034300     MOVE HS-TRANS-DATE TO WS-DATE-IN
034400     PERFORM 8500-COMPUTE-DAY-NUMBER
034500     MOVE WS-DAY-NUMBER TO WS-TRAN-DAY
034600     MOVE HS-POINTS TO WS-ALLOWED
034700     PERFORM 2300-ADD-EARN-ENTRY
034800     PERFORM 8100-READ-HIST-SORTED.
034900*
035000 2300-ADD-EARN-ENTRY.
035100     IF ER-TABLE-COUNT > ZERO
035200         AND ER-T-DAY-NUMBER (ER-TABLE-COUNT) = WS-TRAN-DAY
035300         ADD WS-ALLOWED TO ER-T-POINTS (ER-TABLE-COUNT)
035400     ELSE
035500         IF ER-TABLE-COUNT < ER-TABLE-MAX
035600             ADD 1 TO ER-TABLE-COUNT
035700             MOVE WS-TRAN-DAY TO ER-T-DAY-NUMBER (ER-TABLE-COUNT)
035800             MOVE WS-ALLOWED TO ER-T-POINTS (ER-TABLE-COUNT)
035900         ELSE
036000             MOVE WS-TRAN-DAY TO ER-T-DAY-NUMBER (ER-TABLE-COUNT)
036100             ADD WS-ALLOWED TO ER-T-POINTS (ER-TABLE-COUNT)
036200         END-IF
036300     END-IF.
036400*
036500*    EVERY RULE ON THE PROMOTION IS TESTED; THE ONE LEAVING
036600*    THE LEAST ROOM BINDS AND IS NAMED ON THE AUDIT RECORD.
036700*
036800 3000-APPLY-CAPS.
036900     MOVE DTAR119-BONUS-POINTS OF DTAR119-RECORD TO WS-REQUESTED
037000     MOVE WS-REQUESTED TO WS-ALLOWED
037100     MOVE 0 TO WS-BIND-SUB
037200     COMPUTE WS-WEEK-START-DAY = WS-TRAN-DAY - WS-WEEK-DAYS
037300     PERFORM 3100-TEST-ONE-RULE
037400         VARYING WS-CR-SUB FROM 1 BY 1
037500         UNTIL WS-CR-SUB > CR-TABLE-COUNT
037600     IF WS-ALLOWED < WS-REQUESTED
037700         MOVE WS-ALLOWED TO DTAR119-BONUS-POINTS OF DTAR119-RECORD
037800         ADD 1 TO WS-RECORDS-CAPPED
037900         COMPUTE WS-POINTS-WITHHELD =
038000             WS-POINTS-WITHHELD + WS-REQUESTED - WS-ALLOWED
038100         PERFORM 3300-WRITE-AUDIT
038200     END-IF.
038300*
038400 3100-TEST-ONE-RULE.
038500     IF CR-T-PROM-NO (WS-CR-SUB) = WS-GROUP-PROM-NO
038600         MOVE 0 TO WS-USED
038700         PERFORM 3200-ADD-ONE-USED
038800             VARYING WS-ER-SUB FROM 1 BY 1
038900             UNTIL WS-ER-SUB > ER-TABLE-COUNT
039000         COMPUTE WS-REMAINING =
039100             CR-T-MAX-POINTS (WS-CR-SUB) - WS-USED
039200         IF WS-REMAINING < ZERO
039300             MOVE 0 TO WS-REMAINING
039400         END-IF
039500         IF WS-REMAINING < WS-ALLOWED
039600             MOVE WS-REMAINING TO WS-ALLOWED
039700             MOVE WS-CR-SUB TO WS-BIND-SUB
039800         END-IF
039900     END-IF.
040000*
040100 3200-ADD-ONE-USED.
040200     EVALUATE TRUE
040300         WHEN CR-T-PER-DAY (WS-CR-SUB)
040400             IF ER-T-DAY-NUMBER (WS-ER-SUB) = WS-TRAN-DAY
040500                 ADD ER-T-POINTS (WS-ER-SUB) TO WS-USED
040600             END-IF
040700         WHEN CR-T-PER-WEEK (WS-CR-SUB)
040800             IF ER-T-DAY-NUMBER (WS-ER-SUB) > WS-WEEK-START-DAY
040900                 AND ER-T-DAY-NUMBER (WS-ER-SUB) <= WS-TRAN-DAY
041000                 ADD ER-T-POINTS (WS-ER-SUB) TO WS-USED
041100             END-IF
041200         WHEN OTHER
041300             ADD ER-T-POINTS (WS-ER-SUB) TO WS-USED
041400     END-EVALUATE.
041500*
041600 3300-WRITE-AUDIT.
041700     MOVE WS-RUN-DATE TO CA-RUN-DATE
041800     MOVE DTAR119-CARD-NO OF DTAR119-RECORD     TO CA-CARD-NO
041900     MOVE DTAR119-PROM-NO OF DTAR119-RECORD     TO CA-PROM-NO
042000     MOVE DTAR119-TRANS-DATE OF DTAR119-RECORD  TO CA-TRANS-DATE
042100     MOVE DTAR119-STORE-NO OF DTAR119-RECORD    TO CA-STORE-NO
042200     MOVE DTAR119-TERMINAL-ID OF DTAR119-RECORD TO CA-TERMINAL-ID
042300     MOVE DTAR119-TRANS-NO OF DTAR119-RECORD    TO CA-TRANS-NO
042400     MOVE CR-T-PERIOD (WS-BIND-SUB)     TO CA-CAP-PERIOD
042500     MOVE CR-T-MAX-POINTS (WS-BIND-SUB) TO CA-CAP-POINTS
042600     MOVE WS-REQUESTED TO CA-POINTS-REQUESTED
042700     MOVE WS-ALLOWED   TO CA-POINTS-ALLOWED
042800     WRITE AUDIT-RECORD.
042900*
043000 8000-READ-CURRENT.
043100     READ CURR-SORTED
043200         AT END
043300             MOVE 'Y' TO WS-CURR-EOF-SWITCH
043400             MOVE WS-HIGH-VALUE-KEY TO WS-CURR-KEY
043500         NOT AT END
043600             MOVE DTAR119-CARD-NO OF DTAR119-RECORD
043700                 TO WS-CURR-CARD-NO
043800             MOVE DTAR119-PROM-NO OF DTAR119-RECORD
043900                 TO WS-CURR-PROM-NO
044000     END-READ.
044100*
044200 8100-READ-HIST-SORTED.
044300     READ HIST-SORTED
044400         AT END
044500             MOVE 'Y' TO WS-HSRT-EOF-SWITCH
044600             MOVE WS-HIGH-VALUE-KEY TO WS-HIST-KEY
044700         NOT AT END
044800             MOVE HS-CARD-NO TO WS-HIST-CARD-NO
044900             MOVE HS-PROM-NO TO WS-HIST-PROM-NO
045000     END-READ.
045100*
045200 8200-READ-HISTORY.
045300     READ HISTORY-FILE
045400         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
045500     END-READ.
045600*
045700 8300-READ-RULE.
045800     READ CAP-RULE-FILE
045900         AT END MOVE 'Y' TO WS-RULE-EOF-SWITCH
046000     END-READ.
046100*
046200 8500-COMPUTE-DAY-NUMBER.
046300     DIVIDE WS-DATE-IN BY 1000 GIVING WS-DATE-YEAR
046400         REMAINDER WS-DATE-DDD
046500     COMPUTE WS-DAY-NUMBER = WS-DATE-YEAR * 365 + WS-DATE-DDD.
046600*
046700 9999-EXIT.
046800     CLOSE HIST-SORTED CURR-SORTED CAPPED-FILE AUDIT-FILE
046900     STOP RUN.
