000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTMIX.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - MARKETING REPORTING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - WEEKLY DEPARTMENT SALES    *
001400*                   MIX.  BONHIST EARN ACTIVITY IS JOINED TO     *
001500*                   KEYMAST (KM-DEPARTMENT) AND STORMAST         *
001600*                   (SM-REGION) AND REPORTED BY REGION, STORE    *
001700*                   AND DEPARTMENT: TRANSACTION COUNT, KEYCODE   *
001800*                   QUANTITY, KEYCODE AMOUNT, BONUS POINTS AND   *
001900*                   SHARE OF THE STORE'S SALES, WITH THE SALES   *
002000*                   MOVEMENT AGAINST THE PRIOR WEEK AND AGAINST  *
002100*                   THE SAME WEEK LAST YEAR (52 WEEKS BACK, SO   *
002200*                   THE WEEKDAYS LINE UP).  THE WEEK IS THE      *
002300*                   SEVEN DAYS ENDING THE DAY BEFORE THE RUN.    *
002400*                   KEYCODES NOT ON KEYMAST REPORT ON AN         *
002500*                   UNCLASSIFIED LINE RATHER THAN BEING DROPPED. *
002520*   10/15/26  MO    RESERVED CODE 09 (AIRLINE CONVERSION) ADDED  *
002540*                   TO THE CODES THAT CARRY NO SALES.            *
002560*   10/15/26  MO    RESERVED CODE 10 (CATALOGUE ORDER) ADDED TO  *
002580*                   THE CODES THAT CARRY NO SALES.               *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT KEY-MAST-FILE  ASSIGN TO KEYMNEW
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT STORE-MAST-FILE ASSIGN TO STORNEW
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT HISTORY-FILE   ASSIGN TO BONHIST
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT SORTED-FILE    ASSIGN TO DMIXSRT
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004300     SELECT MIX-REPORT     ASSIGN TO DMIXRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  KEY-MAST-FILE.
004800     COPY "KEYMAST.cpy".
004900*
005000 FD  STORE-MAST-FILE.
005100     COPY "STORMAST.cpy".
005200*
005300 FD  HISTORY-FILE.
005400 01  DTAR119-RECORD.
005500     COPY "DTAR119.cbl".
005600*
005700*    ONE RECORD PER REPORTABLE TRANSACTION, ALREADY CLASSIFIED
005800*    BY REGION, STORE, DEPARTMENT AND REPORTING WEEK.
005900*
006000 FD  SORTED-FILE.
006100 01  SORTED-RECORD.
006200     05  SX-REGION               PIC X(03).
006300     05  SX-STORE-NO             PIC 9(03).
006400     05  SX-DEPARTMENT           PIC X(04).
006500     05  SX-PERIOD               PIC 9(01).
006600     05  SX-QTY                  PIC S9(07)V99.
006700     05  SX-AMT                  PIC S9(07)V99.
006800     05  SX-POINTS               PIC S9(07).
006900*
007000 SD  SORT-WORK-FILE.
007100 01  SORT-WORK-RECORD.
007200     05  SW-REGION               PIC X(03).
007300     05  SW-STORE-NO             PIC 9(03).
007400     05  SW-DEPARTMENT           PIC X(04).
007500     05  SW-PERIOD               PIC 9(01).
007600     05  SW-QTY                  PIC S9(07)V99.
007700     05  SW-AMT                  PIC S9(07)V99.
007800     05  SW-POINTS               PIC S9(07).
007900*
008000 FD  MIX-REPORT.
008100 01  MIX-REPORT-RECORD.
008200     05  RP-CARRIAGE-CONTROL     PIC X(01).
008300     05  RP-PRINT-LINE           PIC X(132).
008400*
008500 WORKING-STORAGE SECTION.
008600*
008700 01  WS-KEY-EOF-SWITCH           PIC X(01) VALUE 'N'.
008800     88  WS-KEY-EOF              VALUE 'Y'.
008900 01  WS-STORE-EOF-SWITCH         PIC X(01) VALUE 'N'.
009000     88  WS-STORE-EOF            VALUE 'Y'.
009100 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009200     88  WS-HIST-EOF             VALUE 'Y'.
009300 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE 'N'.
009400     88  WS-SORTED-EOF           VALUE 'Y'.
009500*
009600*    REDEMPTIONS AND THE RESERVED SYSTEM CODES (04 EXPIRY,
009700*    05 ADJUSTMENT, 06 VOUCHER, 07 AIRLINE TRANSFER, 08 SPEND
009800*    AWARD, 09 AIRLINE CONVERSION, 10 CATALOGUE ORDER) CARRY
009850*    NO DEPARTMENT SALES.
009900*
010000 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
010100 01  WS-FIRST-SYSTEM-CODE        PIC 9(02) VALUE 04.
010200 01  WS-LAST-SYSTEM-CODE         PIC 9(02) VALUE 10.
010300*
010400*    REPORTING WEEKS: 1 THIS WEEK, 2 PRIOR WEEK, 3 THE SAME
010500*    WEEK LAST YEAR.
010600*
010700 01  WS-THIS-WEEK                PIC 9(01) VALUE 1.
010800 01  WS-PRIOR-WEEK               PIC 9(01) VALUE 2.
010900 01  WS-LAST-YEAR-WEEK           PIC 9(01) VALUE 3.
011000 01  WS-PERIOD-COUNT             PIC 9(01) VALUE 3.
011100*
011200 01  WS-UNCLASSIFIED-DEPT        PIC X(04) VALUE HIGH-VALUES.
011300 01  WS-UNKNOWN-REGION           PIC X(03) VALUE '???'.
011400*
011500 01  WS-RUN-DATE                 PIC 9(08).
011600 01  WS-RUN-DAY                  PIC 9(07).
011700*
011800*    YYYYDDD DATES BECOME A RUNNING DAY NUMBER ON THE SUITE'S
011900*    365-DAY CONVENTION SO THE WEEKS CAN SPAN A YEAR END.
012000*
012100 01  WS-DATE-IN                  PIC 9(07).
012200 01  WS-DATE-YEAR                PIC 9(04).
012300 01  WS-DATE-DDD                 PIC 9(03).
012400 01  WS-DAY-NUMBER               PIC 9(07).
012500 01  WS-RUN-DAY-NUMBER           PIC 9(07).
012600 01  WS-WEEK-TABLE.
012700     05  WS-WEEK-ENTRY OCCURS 3 TIMES.
012800         10  WS-WEEK-FROM        PIC 9(07).
012900         10  WS-WEEK-TO          PIC 9(07).
013000         10  WS-DAYS-BACK-FROM   PIC 9(03).
013100         10  WS-DAYS-BACK-TO     PIC 9(03).
013200 01  WS-TRANS-PERIOD             PIC 9(01).
013300*
013400 01  WS-PD-SUB                   PIC 9(01) COMP.
013500 01  WS-DL-SUB                   PIC 9(03) COMP.
013600 01  WS-RECORDS-READ             PIC 9(09) VALUE 0.
013700 01  WS-RECORDS-REPORTED         PIC 9(09) VALUE 0.
013800 01  WS-UNCLASSIFIED-COUNT       PIC 9(09) VALUE 0.
013900 01  WS-PCT-WORK                 PIC S9(07)V9 COMP-3.
014000 01  WS-STORE-SALES              PIC S9(11)V99 COMP-3.
014100*
014200 01  WS-GROUP-REGION             PIC X(03).
014300 01  WS-GROUP-STORE-NO           PIC 9(03).
014400 01  WS-GROUP-STORE-NAME         PIC X(30).
014500*
014600 01  KT-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
014700 01  KT-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
014800 01  KT-TABLE.
014900     05  KT-ENTRY OCCURS 20000 TIMES
015000                  INDEXED BY KT-IDX.
015100         10  KT-KEYCODE          PIC 9(08).
015200         10  KT-DEPARTMENT       PIC X(04).
015300*
015400 01  SR-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
015500 01  SR-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
015600 01  SR-TABLE.
015700     05  SR-ENTRY OCCURS 1000 TIMES
015800                  INDEXED BY SR-IDX.
015900         10  SR-STORE-NO         PIC 9(03).
016000         10  SR-STORE-NAME       PIC X(30).
016100         10  SR-REGION           PIC X(03).
016200*
016300*    THE CURRENT STORE'S DEPARTMENTS, HELD UNTIL THE STORE
016400*    BREAK SO EACH SHARE CAN BE TAKEN OF THE STORE TOTAL.
016500*
016600 01  DL-TABLE-MAX                PIC 9(03) COMP VALUE 200.
016700 01  DL-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
016800 01  DL-TABLE.
016900     05  DL-ENTRY OCCURS 200 TIMES.
017000         10  DL-DEPARTMENT       PIC X(04).
017100         10  DL-BUCKET.
017200             15  DL-PERIOD OCCURS 3 TIMES.
017300                 20  DL-COUNT    PIC 9(07)     COMP-3.
017400                 20  DL-QTY      PIC S9(09)V99 COMP-3.
017500                 20  DL-AMT      PIC S9(11)V99 COMP-3.
017600                 20  DL-POINTS   PIC S9(11)    COMP-3.
017700*
017800 01  ST-BUCKET.
017900     05  ST-PERIOD OCCURS 3 TIMES.
018000         10  ST-COUNT            PIC 9(07)     COMP-3.
018100         10  ST-QTY              PIC S9(09)V99 COMP-3.
018200         10  ST-AMT              PIC S9(11)V99 COMP-3.
018300         10  ST-POINTS           PIC S9(11)    COMP-3.
018400*
018500 01  RG-BUCKET.
018600     05  RG-PERIOD OCCURS 3 TIMES.
018700         10  RG-COUNT            PIC 9(07)     COMP-3.
018800         10  RG-QTY              PIC S9(09)V99 COMP-3.
018900         10  RG-AMT              PIC S9(11)V99 COMP-3.
019000         10  RG-POINTS           PIC S9(11)    COMP-3.
019100*
019200 01  GT-BUCKET.
019300     05  GT-PERIOD OCCURS 3 TIMES.
019400         10  GT-COUNT            PIC 9(07)     COMP-3.
019500         10  GT-QTY              PIC S9(09)V99 COMP-3.
019600         10  GT-AMT              PIC S9(11)V99 COMP-3.
019700         10  GT-POINTS           PIC S9(11)    COMP-3.
019800*
019900*    THE FIGURES FOR THE LINE BEING FORMATTED.
020000*
020100 01  PB-BUCKET.
020200     05  PB-PERIOD OCCURS 3 TIMES.
020300         10  PB-COUNT            PIC 9(07)     COMP-3.
020400         10  PB-QTY              PIC S9(09)V99 COMP-3.
020500         10  PB-AMT              PIC S9(11)V99 COMP-3.
020600         10  PB-POINTS           PIC S9(11)    COMP-3.
020700*
020800 01  WS-HEADING-LINE.
020900     05  FILLER                  PIC X(44)
021000         VALUE 'DEPTMIX - DEPARTMENT SALES MIX   RUN DATE   '.
021100     05  H1-RUN-DATE             PIC 9(08).
021200     05  FILLER                  PIC X(14)
021300         VALUE '   WEEK FROM  '.
021400     05  H1-WEEK-FROM            PIC 9(07).
021500     05  FILLER                  PIC X(04) VALUE ' TO '.
021600     05  H1-WEEK-TO              PIC 9(07).
021700     05  FILLER                  PIC X(48) VALUE SPACES.
021800*
021900 01  WS-COLUMN-LINE.
022000     05  FILLER                  PIC X(16)
022100         VALUE '  DEPARTMENT    '.
022200     05  FILLER                  PIC X(08) VALUE '   COUNT'.
022300     05  FILLER                  PIC X(15)
022400         VALUE '       QUANTITY'.
022500     05  FILLER                  PIC X(16)
022600         VALUE '    SALES AMOUNT'.
022700     05  FILLER                  PIC X(12)
022800         VALUE '      POINTS'.
022900     05  FILLER                  PIC X(06) VALUE ' SHARE'.
023000     05  FILLER                  PIC X(17)
023100         VALUE '   WOW SALES MOVE'.
023200     05  FILLER                  PIC X(09) VALUE '    WOW %'.
023300     05  FILLER                  PIC X(17)
023400         VALUE '   YOY SALES MOVE'.
023500     05  FILLER                  PIC X(09) VALUE '    YOY %'.
023600     05  FILLER                  PIC X(07) VALUE SPACES.
023700*
023800 01  WS-STORE-LINE.
023900     05  FILLER                  PIC X(09) VALUE '  REGION '.
024000     05  SL-REGION               PIC X(03).
024100     05  FILLER                  PIC X(09) VALUE '   STORE '.
024200     05  SL-STORE-NO             PIC 9(03).
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  SL-STORE-NAME           PIC X(30).
024500     05  FILLER                  PIC X(76) VALUE SPACES.
024600*
024700 01  WS-DETAIL-LINE.
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  PL-LABEL                PIC X(14).
025000     05  FILLER                  PIC X(01) VALUE SPACES.
025100     05  PL-COUNT                PIC ZZZ,ZZ9.
025200     05  FILLER                  PIC X(01) VALUE SPACES.
025300     05  PL-QTY                  PIC ZZ,ZZZ,ZZ9.99-.
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  PL-AMT                  PIC ZZZ,ZZZ,ZZ9.99-.
025600     05  FILLER                  PIC X(01) VALUE SPACES.
025700     05  PL-POINTS               PIC ZZ,ZZZ,ZZ9-.
025800     05  FILLER                  PIC X(01) VALUE SPACES.
025900     05  PL-SHARE                PIC ZZ9.9.
026000     05  PL-SHARE-X REDEFINES PL-SHARE
026100                                 PIC X(05).
026200     05  FILLER                  PIC X(02) VALUE SPACES.
026300     05  PL-WOW-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
026400     05  FILLER                  PIC X(01) VALUE SPACES.
026500     05  PL-WOW-PCT              PIC ZZZZ9.9-.
026600     05  PL-WOW-PCT-X REDEFINES PL-WOW-PCT
026700                                 PIC X(08).
026800     05  FILLER                  PIC X(02) VALUE SPACES.
026900     05  PL-YOY-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
027000     05  FILLER                  PIC X(01) VALUE SPACES.
027100     05  PL-YOY-PCT              PIC ZZZZ9.9-.
027200     05  PL-YOY-PCT-X REDEFINES PL-YOY-PCT
027300                                 PIC X(08).
027400     05  FILLER                  PIC X(07) VALUE SPACES.
027500*
027600 PROCEDURE DIVISION.
027700*
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE
028000     PERFORM 2000-REPORT-ONE-RECORD
028100         UNTIL WS-SORTED-EOF
028200     IF WS-RECORDS-REPORTED > ZERO
028300         PERFORM 3000-STORE-BREAK
028400         PERFORM 3500-REGION-BREAK
028500     END-IF
028600     MOVE GT-BUCKET TO PB-BUCKET
028700     MOVE 'GRAND TOTAL' TO PL-LABEL
028800     PERFORM 5000-FORMAT-LINE
028900     MOVE SPACES TO PL-SHARE-X
029000     MOVE '0' TO RP-CARRIAGE-CONTROL
029100     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
029200     WRITE MIX-REPORT-RECORD
029300     DISPLAY 'DEPTMIX - HISTORY READ:        ' WS-RECORDS-READ
029400     DISPLAY 'DEPTMIX - RECORDS REPORTED:    ' WS-RECORDS-REPORTED
029500     DISPLAY 'DEPTMIX - UNCLASSIFIED:        '
029600         WS-UNCLASSIFIED-COUNT
029700     PERFORM 9999-EXIT.
029800*
029900 1000-INITIALIZE.
030000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030100     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
030200     MOVE WS-RUN-DAY TO WS-DATE-IN
030300     PERFORM 8500-COMPUTE-DAY-NUMBER
030400     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
030500     MOVE 7   TO WS-DAYS-BACK-FROM (WS-THIS-WEEK)
030600     MOVE 1   TO WS-DAYS-BACK-TO (WS-THIS-WEEK)
030700     MOVE 14  TO WS-DAYS-BACK-FROM (WS-PRIOR-WEEK)
030800     MOVE 8   TO WS-DAYS-BACK-TO (WS-PRIOR-WEEK)
030900     MOVE 371 TO WS-DAYS-BACK-FROM (WS-LAST-YEAR-WEEK)
031000     MOVE 365 TO WS-DAYS-BACK-TO (WS-LAST-YEAR-WEEK)
031100     PERFORM 1050-SET-ONE-WEEK
031200         VARYING WS-PD-SUB FROM 1 BY 1
031300         UNTIL WS-PD-SUB > WS-PERIOD-COUNT
031400     OPEN INPUT KEY-MAST-FILE
031500     READ KEY-MAST-FILE
031600         AT END MOVE 'Y' TO WS-KEY-EOF-SWITCH
031700     END-READ
031800     PERFORM 1100-LOAD-KEYCODE-ENTRY
031900         UNTIL WS-KEY-EOF
032000     CLOSE KEY-MAST-FILE
032100     OPEN INPUT STORE-MAST-FILE
032200     READ STORE-MAST-FILE
032300         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
032400     END-READ
032500     PERFORM 1200-LOAD-STORE-ENTRY
032600         UNTIL WS-STORE-EOF
032700     CLOSE STORE-MAST-FILE
032800     SORT SORT-WORK-FILE
032900         ON ASCENDING KEY SW-REGION
033000                          SW-STORE-NO
033100                          SW-DEPARTMENT
033200         INPUT PROCEDURE IS 1300-CLASSIFY-HISTORY
033300         GIVING SORTED-FILE
033400     PERFORM 3900-CLEAR-GRAND-PERIOD
033500         VARYING WS-PD-SUB FROM 1 BY 1
033600         UNTIL WS-PD-SUB > WS-PERIOD-COUNT
033700     OPEN INPUT  SORTED-FILE
033800     OPEN OUTPUT MIX-REPORT
033900     MOVE WS-RUN-DATE TO H1-RUN-DATE
034000     MOVE '1' TO RP-CARRIAGE-CONTROL
034100     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
034200     WRITE MIX-REPORT-RECORD
034300     MOVE ' ' TO RP-CARRIAGE-CONTROL
034400     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
034500     WRITE MIX-REPORT-RECORD
034600     PERFORM 8000-READ-SORTED
034700     IF NOT WS-SORTED-EOF
034800         MOVE SX-REGION TO WS-GROUP-REGION
034900         PERFORM 2100-START-REGION
035000         PERFORM 2200-START-STORE
035100     END-IF.
035200*
035300*    THE HEADING SHOWS THIS WEEK'S DATES, TAKEN AS THE LOOP
035400*    PASSES PERIOD 1.
035500*
035600 1050-SET-ONE-WEEK.
035700     COMPUTE WS-WEEK-FROM (WS-PD-SUB) =
035800         WS-RUN-DAY-NUMBER - WS-DAYS-BACK-FROM (WS-PD-SUB)
035900     COMPUTE WS-WEEK-TO (WS-PD-SUB) =
036000         WS-RUN-DAY-NUMBER - WS-DAYS-BACK-TO (WS-PD-SUB)
036100     IF WS-PD-SUB = WS-THIS-WEEK
036200         COMPUTE WS-DAY-NUMBER =
036300             WS-WEEK-FROM (WS-PD-SUB)
036400         PERFORM 8600-DAY-NUMBER-TO-DATE
036500         MOVE WS-DATE-IN TO H1-WEEK-FROM
036600         COMPUTE WS-DAY-NUMBER =
036700             WS-WEEK-TO (WS-PD-SUB)
036800         PERFORM 8600-DAY-NUMBER-TO-DATE
036900         MOVE WS-DATE-IN TO H1-WEEK-TO
037000     END-IF.
037100*
037200 1100-LOAD-KEYCODE-ENTRY.
037300     IF KT-TABLE-COUNT < KT-TABLE-MAX
037400         ADD 1 TO KT-TABLE-COUNT
037500         SET KT-IDX TO KT-TABLE-COUNT
037600         MOVE KM-KEYCODE    TO KT-KEYCODE (KT-IDX)
037700         MOVE KM-DEPARTMENT TO KT-DEPARTMENT (KT-IDX)
037800     END-IF
037900     READ KEY-MAST-FILE
038000         AT END MOVE 'Y' TO WS-KEY-EOF-SWITCH
038100     END-READ.
038200*
038300 1200-LOAD-STORE-ENTRY.
038400     IF SR-TABLE-COUNT < SR-TABLE-MAX
038500         ADD 1 TO SR-TABLE-COUNT
038600         SET SR-IDX TO SR-TABLE-COUNT
038700         MOVE SM-STORE-NO   TO SR-STORE-NO (SR-IDX)
038800         MOVE SM-STORE-NAME TO SR-STORE-NAME (SR-IDX)
038900         MOVE SM-REGION     TO SR-REGION (SR-IDX)
039000     END-IF
039100     READ STORE-MAST-FILE
039200         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
039300     END-READ.
039400*
039500 1300-CLASSIFY-HISTORY.
039600     OPEN INPUT HISTORY-FILE
039700     PERFORM 8100-READ-HISTORY
039800     PERFORM 1310-CLASSIFY-ONE-RECORD
039900         UNTIL WS-HIST-EOF
040000     CLOSE HISTORY-FILE.
040100*
040200 1310-CLASSIFY-ONE-RECORD.
040300     ADD 1 TO WS-RECORDS-READ
040400     IF DTAR119-TRANS-CODE NOT = WS-REDEMPTION-CODE
040500         AND (DTAR119-TRANS-CODE < WS-FIRST-SYSTEM-CODE
040600              OR DTAR119-TRANS-CODE > WS-LAST-SYSTEM-CODE)
040700         MOVE DTAR119-TRANS-DATE TO WS-DATE-IN
040800         PERFORM 8500-COMPUTE-DAY-NUMBER
040900         MOVE 0 TO WS-TRANS-PERIOD
041000         PERFORM 1320-MATCH-ONE-WEEK
041100             VARYING WS-PD-SUB FROM 1 BY 1
041200             UNTIL WS-PD-SUB > WS-PERIOD-COUNT
041300         IF WS-TRANS-PERIOD > ZERO
041400             PERFORM 1330-RELEASE-ACTIVITY
041500         END-IF
041600     END-IF
041700     PERFORM 8100-READ-HISTORY.
041800*
041900 1320-MATCH-ONE-WEEK.
042000     IF WS-DAY-NUMBER >= WS-WEEK-FROM (WS-PD-SUB)
042100         AND WS-DAY-NUMBER <= WS-WEEK-TO (WS-PD-SUB)
042200         MOVE WS-PD-SUB TO WS-TRANS-PERIOD
042300     END-IF.
042400*
042500 1330-RELEASE-ACTIVITY.
042600     MOVE WS-UNCLASSIFIED-DEPT TO SW-DEPARTMENT
042700     SET KT-IDX TO 1
042800     SEARCH KT-ENTRY
042900         AT END
043000             CONTINUE
043100         WHEN KT-IDX > KT-TABLE-COUNT
043200             CONTINUE
043300         WHEN KT-KEYCODE (KT-IDX) = DTAR119-KEYCODE
043400             MOVE KT-DEPARTMENT (KT-IDX) TO SW-DEPARTMENT
043500     END-SEARCH
043600     IF SW-DEPARTMENT = WS-UNCLASSIFIED-DEPT
043700         ADD 1 TO WS-UNCLASSIFIED-COUNT
043800     END-IF
043900     MOVE WS-UNKNOWN-REGION TO SW-REGION
044000     SET SR-IDX TO 1
044100     SEARCH SR-ENTRY
044200         AT END
044300             CONTINUE
044400         WHEN SR-IDX > SR-TABLE-COUNT
044500             CONTINUE
044600         WHEN SR-STORE-NO (SR-IDX) = DTAR119-STORE-NO
044700             MOVE SR-REGION (SR-IDX) TO SW-REGION
044800     END-SEARCH
044900     MOVE DTAR119-STORE-NO     TO SW-STORE-NO
045000     MOVE WS-TRANS-PERIOD      TO SW-PERIOD
045100     MOVE DTAR119-KEYCODE-QTY  TO SW-QTY
045200     MOVE DTAR119-KEYCODE-AMT  TO SW-AMT
045300     MOVE DTAR119-BONUS-POINTS TO SW-POINTS
045400     RELEASE SORT-WORK-RECORD.
045500*
045600 2000-REPORT-ONE-RECORD.
045700     IF SX-REGION NOT = WS-GROUP-REGION
045800         PERFORM 3000-STORE-BREAK
045900         PERFORM 3500-REGION-BREAK
046000         MOVE SX-REGION TO WS-GROUP-REGION
046100         PERFORM 2100-START-REGION
046200         PERFORM 2200-START-STORE
046300     ELSE
046400         IF SX-STORE-NO NOT = WS-GROUP-STORE-NO
046500             PERFORM 3000-STORE-BREAK
046600             PERFORM 2200-START-STORE
046700         END-IF
046800     END-IF
046900     IF DL-TABLE-COUNT = ZERO
047000         OR SX-DEPARTMENT NOT = DL-DEPARTMENT (DL-TABLE-COUNT)
047100         PERFORM 2300-START-DEPARTMENT
047200     END-IF
047300     MOVE SX-PERIOD TO WS-PD-SUB
047400     ADD 1         TO DL-COUNT (DL-TABLE-COUNT WS-PD-SUB)
047500     ADD SX-QTY    TO DL-QTY (DL-TABLE-COUNT WS-PD-SUB)
047600     ADD SX-AMT    TO DL-AMT (DL-TABLE-COUNT WS-PD-SUB)
047700     ADD SX-POINTS TO DL-POINTS (DL-TABLE-COUNT WS-PD-SUB)
047800     ADD 1 TO WS-RECORDS-REPORTED
047900     PERFORM 8000-READ-SORTED.
048000*
048100 2100-START-REGION.
048200     PERFORM 2110-CLEAR-REGION-PERIOD
048300         VARYING WS-PD-SUB FROM 1 BY 1
048400         UNTIL WS-PD-SUB > WS-PERIOD-COUNT.
048500*
048600 2110-CLEAR-REGION-PERIOD.
048700     MOVE 0 TO RG-COUNT (WS-PD-SUB) RG-QTY (WS-PD-SUB)
048800               RG-AMT (WS-PD-SUB)   RG-POINTS (WS-PD-SUB).
048900*
049000 2200-START-STORE.
049100     MOVE SX-STORE-NO TO WS-GROUP-STORE-NO
049200     MOVE 'NOT ON STORE MASTER' TO WS-GROUP-STORE-NAME
049300     SET SR-IDX TO 1
049400     SEARCH SR-ENTRY
049500         AT END
049600             CONTINUE
049700         WHEN SR-IDX > SR-TABLE-COUNT
049800             CONTINUE
049900         WHEN SR-STORE-NO (SR-IDX) = WS-GROUP-STORE-NO
050000             MOVE SR-STORE-NAME (SR-IDX) TO WS-GROUP-STORE-NAME
050100     END-SEARCH
050200     MOVE 0 TO DL-TABLE-COUNT
050300     PERFORM 2210-CLEAR-STORE-PERIOD
050400         VARYING WS-PD-SUB FROM 1 BY 1
050500         UNTIL WS-PD-SUB > WS-PERIOD-COUNT.
050600*
050700 2210-CLEAR-STORE-PERIOD.
050800     MOVE 0 TO ST-COUNT (WS-PD-SUB) ST-QTY (WS-PD-SUB)
050900               ST-AMT (WS-PD-SUB)   ST-POINTS (WS-PD-SUB).
051000*
051100*    A STORE WITH MORE DEPARTMENTS THAN THE TABLE HOLDS HAS
051200*    THE EXCESS ADDED INTO ITS LAST LINE.
051300*
051400 2300-START-DEPARTMENT.
051500     IF DL-TABLE-COUNT < DL-TABLE-MAX
051600         ADD 1 TO DL-TABLE-COUNT
051700         MOVE SX-DEPARTMENT TO DL-DEPARTMENT (DL-TABLE-COUNT)
051800         PERFORM 2310-CLEAR-DEPT-PERIOD
051900             VARYING WS-PD-SUB FROM 1 BY 1
052000             UNTIL WS-PD-SUB > WS-PERIOD-COUNT
052100     END-IF.
052200*
052300 2310-CLEAR-DEPT-PERIOD.
052400     MOVE 0 TO DL-COUNT (DL-TABLE-COUNT WS-PD-SUB)
052500               DL-QTY (DL-TABLE-COUNT WS-PD-SUB)
052600               DL-AMT (DL-TABLE-COUNT WS-PD-SUB)
052700               DL-POINTS (DL-TABLE-COUNT WS-PD-SUB).
052800*
052900*    STORE TOTALS FIRST, SO EACH DEPARTMENT'S SHARE IS OF THE
053000*    STORE'S SALES THIS WEEK.
053100*
053200 3000-STORE-BREAK.
053300     PERFORM 3100-ADD-DEPT-TO-STORE
053400         VARYING WS-DL-SUB FROM 1 BY 1
053500         UNTIL WS-DL-SUB > DL-TABLE-COUNT
053600     MOVE ST-AMT (WS-THIS-WEEK) TO WS-STORE-SALES
053700     MOVE WS-GROUP-REGION     TO SL-REGION
053800     MOVE WS-GROUP-STORE-NO   TO SL-STORE-NO
053900     MOVE WS-GROUP-STORE-NAME TO SL-STORE-NAME
054000     MOVE '0' TO RP-CARRIAGE-CONTROL
054100     MOVE WS-STORE-LINE TO RP-PRINT-LINE
054200     WRITE MIX-REPORT-RECORD
054300     PERFORM 3200-PRINT-DEPARTMENT
054400         VARYING WS-DL-SUB FROM 1 BY 1
054500         UNTIL WS-DL-SUB > DL-TABLE-COUNT
054600     MOVE ST-BUCKET TO PB-BUCKET
054700     MOVE 'STORE TOTAL' TO PL-LABEL
054800     PERFORM 5000-FORMAT-LINE
054900     MOVE ' ' TO RP-CARRIAGE-CONTROL
055000     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
055100     WRITE MIX-REPORT-RECORD
055200     PERFORM 3300-ADD-STORE-TO-REGION
055300         VARYING WS-PD-SUB FROM 1 BY 1
055400         UNTIL WS-PD-SUB > WS-PERIOD-COUNT.
055500*
055600 3100-ADD-DEPT-TO-STORE.
055700     PERFORM 3110-ADD-DEPT-PERIOD
055800         VARYING WS-PD-SUB FROM 1 BY 1
055900         UNTIL WS-PD-SUB > WS-PERIOD-COUNT.
056000*
056100 3110-ADD-DEPT-PERIOD.
056200     ADD DL-COUNT (WS-DL-SUB WS-PD-SUB)  TO ST-COUNT (WS-PD-SUB)
056300     ADD DL-QTY (WS-DL-SUB WS-PD-SUB)    TO ST-QTY (WS-PD-SUB)
056400     ADD DL-AMT (WS-DL-SUB WS-PD-SUB)    TO ST-AMT (WS-PD-SUB)
056500     ADD DL-POINTS (WS-DL-SUB WS-PD-SUB) TO ST-POINTS (WS-PD-SUB).
056600*
056700 3200-PRINT-DEPARTMENT.
056800     MOVE DL-BUCKET (WS-DL-SUB) TO PB-BUCKET
056900     IF DL-DEPARTMENT (WS-DL-SUB) = WS-UNCLASSIFIED-DEPT
057000         MOVE 'UNCLASSIFIED' TO PL-LABEL
057100     ELSE
057200         MOVE DL-DEPARTMENT (WS-DL-SUB) TO PL-LABEL
057300     END-IF
057400     PERFORM 5000-FORMAT-LINE
057500     MOVE ' ' TO RP-CARRIAGE-CONTROL
057600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
057700     WRITE MIX-REPORT-RECORD.
057800*
057900 3300-ADD-STORE-TO-REGION.
058000     ADD ST-COUNT (WS-PD-SUB)  TO RG-COUNT (WS-PD-SUB)
058100     ADD ST-QTY (WS-PD-SUB)    TO RG-QTY (WS-PD-SUB)
058200     ADD ST-AMT (WS-PD-SUB)    TO RG-AMT (WS-PD-SUB)
058300     ADD ST-POINTS (WS-PD-SUB) TO RG-POINTS (WS-PD-SUB).
058400*
058500 3500-REGION-BREAK.
058600     MOVE RG-BUCKET TO PB-BUCKET
058700     MOVE 'REGION TOTAL' TO PL-LABEL
058800     PERFORM 5000-FORMAT-LINE
058900     MOVE SPACES TO PL-SHARE-X
059000     MOVE '0' TO RP-CARRIAGE-CONTROL
059100     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
059200     WRITE MIX-REPORT-RECORD
059300     PERFORM 3600-ADD-REGION-TO-GRAND
059400         VARYING WS-PD-SUB FROM 1 BY 1
059500         UNTIL WS-PD-SUB > WS-PERIOD-COUNT.
059600*
059700 3600-ADD-REGION-TO-GRAND.
059800     ADD RG-COUNT (WS-PD-SUB)  TO GT-COUNT (WS-PD-SUB)
059900     ADD RG-QTY (WS-PD-SUB)    TO GT-QTY (WS-PD-SUB)
060000     ADD RG-AMT (WS-PD-SUB)    TO GT-AMT (WS-PD-SUB)
060100     ADD RG-POINTS (WS-PD-SUB) TO GT-POINTS (WS-PD-SUB).
060200*
060300 3900-CLEAR-GRAND-PERIOD.
060400     MOVE 0 TO GT-COUNT (WS-PD-SUB) GT-QTY (WS-PD-SUB)
060500               GT-AMT (WS-PD-SUB)   GT-POINTS (WS-PD-SUB).
060600*
060700*    THIS WEEK'S FIGURES, SHARE OF THE STORE'S SALES, AND THE
060800*    SALES MOVEMENT AGAINST EACH COMPARISON WEEK.  A MOVEMENT
060900*    PERCENTAGE IS LEFT BLANK WHEN THE COMPARISON WEEK HAD NO
061000*    SALES.
061100*
061200 5000-FORMAT-LINE.
061300     MOVE PB-COUNT (WS-THIS-WEEK)  TO PL-COUNT
061400     MOVE PB-QTY (WS-THIS-WEEK)    TO PL-QTY
061500     MOVE PB-AMT (WS-THIS-WEEK)    TO PL-AMT
061600     MOVE PB-POINTS (WS-THIS-WEEK) TO PL-POINTS
061700     IF WS-STORE-SALES = ZERO
061800         MOVE 0 TO PL-SHARE
061900     ELSE
062000         COMPUTE WS-PCT-WORK ROUNDED =
062100             PB-AMT (WS-THIS-WEEK) * 100 / WS-STORE-SALES
062200         MOVE WS-PCT-WORK TO PL-SHARE
062300     END-IF
062400     COMPUTE PL-WOW-AMT =
062500         PB-AMT (WS-THIS-WEEK) - PB-AMT (WS-PRIOR-WEEK)
062600     IF PB-AMT (WS-PRIOR-WEEK) = ZERO
062700         MOVE SPACES TO PL-WOW-PCT-X
062800     ELSE
062900         COMPUTE WS-PCT-WORK ROUNDED =
063000             (PB-AMT (WS-THIS-WEEK) - PB-AMT (WS-PRIOR-WEEK))
063100             * 100 / PB-AMT (WS-PRIOR-WEEK)
063200         MOVE WS-PCT-WORK TO PL-WOW-PCT
063300     END-IF
063400     COMPUTE PL-YOY-AMT =
063500         PB-AMT (WS-THIS-WEEK) - PB-AMT (WS-LAST-YEAR-WEEK)
063600     IF PB-AMT (WS-LAST-YEAR-WEEK) = ZERO
063700         MOVE SPACES TO PL-YOY-PCT-X
063800     ELSE
063900         COMPUTE WS-PCT-WORK ROUNDED =
064000             (PB-AMT (WS-THIS-WEEK) - PB-AMT (WS-LAST-YEAR-WEEK))
064100             * 100 / PB-AMT (WS-LAST-YEAR-WEEK)
064200         MOVE WS-PCT-WORK TO PL-YOY-PCT
064300     END-IF.
064400*
064500 8000-READ-SORTED.
064600     READ SORTED-FILE
064700         AT END MOVE 'Y' TO WS-SORTED-EOF-SWITCH
064800     END-READ.
064900*
065000 8100-READ-HISTORY.
065100     READ HISTORY-FILE
065200         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
065300     END-READ.
065400*
065500 8500-COMPUTE-DAY-NUMBER.
065600     DIVIDE WS-DATE-IN BY 1000 GIVING WS-DATE-YEAR
065700         REMAINDER WS-DATE-DDD
065800     COMPUTE WS-DAY-NUMBER = WS-DATE-YEAR * 365 + WS-DATE-DDD.
065900*
066000*    THE REVERSE OF 8500, FOR THE HEADING DATES.
066100*
066200 8600-DAY-NUMBER-TO-DATE.
066300     DIVIDE WS-DAY-NUMBER BY 365 GIVING WS-DATE-YEAR
066400         REMAINDER WS-DATE-DDD
066500     IF WS-DATE-DDD = ZERO
066600         SUBTRACT 1 FROM WS-DATE-YEAR
066700         MOVE 365 TO WS-DATE-DDD
066800     END-IF
066900     COMPUTE WS-DATE-IN = WS-DATE-YEAR * 1000 + WS-DATE-DDD.
067000*
067100 9999-EXIT.
067200     CLOSE SORTED-FILE MIX-REPORT
067300     STOP RUN.
