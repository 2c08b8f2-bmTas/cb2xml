000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TTRRPT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - DAILY BALANCING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - DAILY THRESHOLD            *
001400*                   TRANSACTION REPORT FROM MOVLEDGR'S ROLLING   *
001500*                   MOVEMENT LEDGER.  EVERY CASH-SOURCE CREDIT   *
001600*                   OR DEBIT POSTED ON THE REPORT DATE AT OR     *
001700*                   ABOVE THE THRESHOLD GOES TO THE REGULATOR    *
001800*                   FILE, WRAPPED IN THE COMMON EXTCTL HEADER    *
001900*                   AND TRAILER.  AN ACCOUNT WITH SEVERAL CASH   *
002000*                   MOVEMENTS INSIDE THE ROLLING WINDOW THAT     *
002100*                   EACH FALL IN THE BAND JUST UNDER THE         *
002200*                   THRESHOLD IS LISTED FOR THE COMPLIANCE       *
002300*                   OFFICER AS SUSPECTED STRUCTURING.            *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL TTR-PARM-FILE  ASSIGN TO TTRPARM
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT LEDGER-FILE      ASSIGN TO MOVLEDG
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
003700     SELECT SORTED-LEDGER-FILE ASSIGN TO TTRLSRT
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT TTR-OUT-FILE     ASSIGN TO TTROUT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT SUSPECT-REPORT   ASSIGN TO TTRSUSP
004200         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*
004600*    REPORTING PARAMETERS.  A ZERO OR BLANK FIELD KEEPS THE
004700*    DEFAULT.  THE BAND IS THE AMOUNT BELOW THE THRESHOLD THAT
004800*    COUNTS AS "JUST UNDER"; THE WINDOW ENDS ON THE REPORT DATE.
004900*    THE REPORT DATE DEFAULTS TO THE RUN DATE.  WHEN ANY CASH
005000*    SOURCE IS GIVEN THE LIST REPLACES THE DEFAULT ONE.
005100*
005200 FD  TTR-PARM-FILE.
005300 01  TTR-PARM-RECORD.
005400     05  TP-REPORT-DATE          PIC 9(08).
005500     05  TP-THRESHOLD            PIC 9(11)V99.
005600     05  TP-BAND-AMT             PIC 9(11)V99.
005700     05  TP-WINDOW-DAYS          PIC 9(03).
005800     05  TP-MIN-COUNT            PIC 9(03).
005900     05  TP-CASH-SOURCE          PIC X(08) OCCURS 10 TIMES.
006000*
006100*    SAME SHAPE AS MOVLEDGR'S ROLLING LEDGER, SORTED HERE TO
006200*    MASTER RECORD POSITION AND POST DATE.
006300*
006400 FD  LEDGER-FILE.
006500 01  LEDGER-RECORD               PIC X(39).
006600*
006700 SD  SORT-WORK-FILE.
006800 01  SORT-WORK-RECORD.
006900     05  SW-RECORD-NO            PIC 9(07).
007000     05  FILLER                  PIC X(09).
007100     05  SW-POST-DATE            PIC 9(08).
007200     05  FILLER                  PIC X(15).
007300*
007400 FD  SORTED-LEDGER-FILE.
007500 01  SORTED-LEDGER-RECORD.
007600     05  SL-RECORD-NO            PIC 9(07).
007700     05  SL-MOVEMENT-TYPE        PIC X(01).
007800         88  SL-CREDIT           VALUE 'C'.
007900         88  SL-DEBIT            VALUE 'D'.
008000     05  SL-SOURCE               PIC X(08).
008100     05  SL-POST-DATE            PIC 9(08).
008200     05  SL-AMOUNT               PIC S9(13)V99.
008300*
008400*    REGULATOR-FORMAT THRESHOLD TRANSACTION RECORD, ONE PER
008500*    REPORTABLE CASH MOVEMENT.  THE ACCOUNT IS IDENTIFIED BY ITS
008600*    MASTER RECORD POSITION, AS ON THE LEDGER.  DIRECTION IS
008700*    'C' FOR CASH IN, 'D' FOR CASH OUT.
008800*
008900 FD  TTR-OUT-FILE.
009000 01  TTR-OUT-RECORD.
009100     05  TR-RECORD-TYPE          PIC X(03).
009200     05  TR-REPORT-DATE          PIC 9(08).
009300     05  TR-ACCOUNT-REF          PIC 9(07).
009400     05  TR-DIRECTION            PIC X(01).
009500     05  TR-SOURCE               PIC X(08).
009600     05  TR-POST-DATE            PIC 9(08).
009700     05  TR-AMOUNT               PIC 9(13)V99.
009800     05  TR-CURRENCY             PIC X(03).
009900*
010000*    COMMON OUTBOUND EXTRACT CONTROL RECORD, FIRST AND LAST
010100*    ON THE FILE.
010200*
010300     COPY "EXTCTL.cpy".
010400*
010500 FD  SUSPECT-REPORT.
010600 01  SUSPECT-REPORT-RECORD.
010700     05  RP-CARRIAGE-CONTROL     PIC X(01).
010800     05  RP-PRINT-LINE           PIC X(132).
010900*
011000 WORKING-STORAGE SECTION.
011100*
011200 01  WS-LEDG-EOF-SWITCH          PIC X(01) VALUE 'N'.
011300     88  WS-LEDG-EOF             VALUE 'Y'.
011400 01  WS-CASH-SWITCH              PIC X(01) VALUE 'N'.
011500     88  WS-CASH-MOVEMENT        VALUE 'Y'.
011600*
011700 01  WS-RUN-DATE                 PIC 9(08).
011800 01  WS-REPORT-DATE              PIC 9(08).
011900 01  WS-REPORT-DAYS              PIC 9(09) COMP.
012000 01  WS-WORK-DAYS                PIC 9(09) COMP.
012100 01  WS-DATE-WORK.
012200     05  WS-DW-YYYY              PIC 9(04).
012300     05  WS-DW-MM                PIC 9(02).
012400     05  WS-DW-DD                PIC 9(02).
012500*
012600 01  WS-THRESHOLD                PIC 9(11)V99 VALUE 10000.00.
012700 01  WS-BAND-AMT                 PIC 9(11)V99 VALUE 1000.00.
012800 01  WS-BAND-FLOOR               PIC 9(11)V99.
012900 01  WS-WINDOW-DAYS              PIC 9(03) VALUE 10.
013000 01  WS-MIN-COUNT                PIC 9(03) VALUE 3.
013100 01  WS-CASH-AMOUNT              PIC 9(13)V99.
013200*
013300*    SOURCES THAT MOVE CASH.  TELLER IS THE BRANCH COUNTER AND
013400*    ATMSWCH THE ATM SWITCH; LOCKBOX, FEECALC AND THE OTHER
013500*    FEEDS ARE CHEQUE OR BOOK ENTRIES.
013600*
013700 01  WS-SOURCE-SUB               PIC 9(04) COMP.
013800 01  WS-CASH-SOURCES.
013900     05  WS-CASH-SOURCE          PIC X(08) OCCURS 10 TIMES.
014000*
014100*    ONE ACCOUNT'S IN-BAND CASH MOVEMENTS INSIDE THE WINDOW.
014200*
014300 01  WS-CURR-RECORD-NO           PIC 9(07).
014400 01  WS-BAND-COUNT               PIC 9(05) COMP-3.
014500 01  WS-BAND-TOTAL               PIC 9(13)V99 COMP-3.
014600 01  WS-BAND-FIRST-DATE          PIC 9(08).
014700 01  WS-BAND-LAST-DATE           PIC 9(08).
014800*
014900 01  WS-LEDGER-READ              PIC 9(09) COMP-3 VALUE 0.
015000 01  WS-CASH-COUNT               PIC 9(09) COMP-3 VALUE 0.
015100 01  WS-TTR-COUNT                PIC 9(09) COMP-3 VALUE 0.
015200 01  WS-TTR-HASH                 PIC S9(15)V99 COMP-3 VALUE 0.
015300 01  WS-SUSPECT-COUNT            PIC 9(09) COMP-3 VALUE 0.
015400*
015500 01  WS-HEADING-LINE.
015600     05  FILLER                  PIC X(44)
015700         VALUE 'TTRRPT - SUSPECTED STRUCTURING - CASH MOVES '.
015800     05  FILLER                  PIC X(12) VALUE 'REPORT DATE '.
015900     05  HL-REPORT-DATE          PIC 9(08).
016000     05  FILLER                  PIC X(68) VALUE SPACES.
016100*
016200 01  WS-PARM-LINE.
016300     05  FILLER                  PIC X(11) VALUE 'THRESHOLD  '.
016400     05  PL-THRESHOLD            PIC ZZZZZZZZZZ9.99.
016500     05  FILLER                  PIC X(12) VALUE '  BAND FROM '.
016600     05  PL-BAND-FLOOR           PIC ZZZZZZZZZZ9.99.
016700     05  FILLER                  PIC X(10) VALUE '  WINDOW  '.
016800     05  PL-WINDOW-DAYS          PIC ZZ9.
016900     05  FILLER                  PIC X(17)
017000         VALUE ' DAYS  MIN COUNT '.
017100     05  PL-MIN-COUNT            PIC ZZ9.
017200     05  FILLER                  PIC X(48) VALUE SPACES.
017300*
017400 01  WS-COLUMN-LINE.
017500     05  FILLER                  PIC X(44)
017600         VALUE 'RECORD IN BAND           TOTAL  FIRST     LA'.
017700     05  FILLER                  PIC X(44)
017800         VALUE 'ST                                          '.
017900     05  FILLER                  PIC X(44) VALUE SPACES.
018000*
018100 01  WS-DETAIL-LINE.
018200     05  DL-RECORD-NO            PIC 9(07).
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  DL-BAND-COUNT           PIC ZZZZ9.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  DL-BAND-TOTAL           PIC ZZZZZZZZZZ9.99.
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  DL-FIRST-DATE           PIC 9(08).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  DL-LAST-DATE            PIC 9(08).
019100     05  FILLER                  PIC X(82) VALUE SPACES.
019200*
019300 01  WS-TOTAL-LINE.
019400     05  TT-CAPTION              PIC X(30).
019500     05  TT-COUNT                PIC ZZZZZZZZ9.
019600     05  FILLER                  PIC X(93) VALUE SPACES.
019700*
019800 PROCEDURE DIVISION.
019900*
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE
020200     PERFORM 2000-SCAN-ONE-ACCOUNT
020300         UNTIL WS-LEDG-EOF
020400     PERFORM 3000-PRINT-TOTALS
020500     DISPLAY 'TTRRPT - LEDGER RECORDS READ:  ' WS-LEDGER-READ
020600     DISPLAY 'TTRRPT - CASH MOVEMENTS:       ' WS-CASH-COUNT
020700     DISPLAY 'TTRRPT - THRESHOLD REPORTS:    ' WS-TTR-COUNT
020800     DISPLAY 'TTRRPT - SUSPECT ACCOUNTS:     ' WS-SUSPECT-COUNT
020900     PERFORM 9999-EXIT.
021000*
021100 1000-INITIALIZE.
021200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021300     MOVE WS-RUN-DATE TO WS-REPORT-DATE
021400     MOVE SPACES TO WS-CASH-SOURCES
021500     MOVE 'TELLER  ' TO WS-CASH-SOURCE (1)
021600     MOVE 'ATMSWCH ' TO WS-CASH-SOURCE (2)
021700     OPEN INPUT TTR-PARM-FILE
021800     READ TTR-PARM-FILE
021900         AT END
022000             CONTINUE
022100         NOT AT END
022200             PERFORM 1100-TAKE-PARAMETERS
022300     END-READ
022400     CLOSE TTR-PARM-FILE
022500     COMPUTE WS-BAND-FLOOR = WS-THRESHOLD - WS-BAND-AMT
022600     MOVE WS-REPORT-DATE TO WS-DATE-WORK
022700     PERFORM 8000-DATE-TO-DAYS
022800     MOVE WS-WORK-DAYS TO WS-REPORT-DAYS
022900     SORT SORT-WORK-FILE
023000         ON ASCENDING KEY SW-RECORD-NO SW-POST-DATE
023100         WITH DUPLICATES IN ORDER
023200         USING LEDGER-FILE
023300         GIVING SORTED-LEDGER-FILE
023400     OPEN INPUT  SORTED-LEDGER-FILE
023500     OPEN OUTPUT TTR-OUT-FILE
023600     OPEN OUTPUT SUSPECT-REPORT
023700     MOVE 'HDR'          TO XC-RECORD-TAG
023800     MOVE WS-REPORT-DATE TO XC-RUN-DATE
023900     MOVE 'TTRRPT'       TO XC-JOB-NAME
024000     MOVE ZERO           TO XC-RECORD-COUNT
024100     MOVE ZERO           TO XC-HASH-TOTAL
024200     WRITE EXTRACT-CONTROL-RECORD
024300     MOVE WS-REPORT-DATE TO HL-REPORT-DATE
024400     MOVE '1' TO RP-CARRIAGE-CONTROL
024500     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
024600     WRITE SUSPECT-REPORT-RECORD
024700     MOVE WS-THRESHOLD   TO PL-THRESHOLD
024800     MOVE WS-BAND-FLOOR  TO PL-BAND-FLOOR
024900     MOVE WS-WINDOW-DAYS TO PL-WINDOW-DAYS
025000     MOVE WS-MIN-COUNT   TO PL-MIN-COUNT
025100     MOVE ' ' TO RP-CARRIAGE-CONTROL
025200     MOVE WS-PARM-LINE TO RP-PRINT-LINE
025300     WRITE SUSPECT-REPORT-RECORD
025400     MOVE '0' TO RP-CARRIAGE-CONTROL
025500     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
025600     WRITE SUSPECT-REPORT-RECORD
025700     PERFORM 8100-READ-LEDGER.
025800*
025900*    A BAND AS WIDE AS THE THRESHOLD WOULD MAKE EVERY SMALL
026000*    CASH MOVEMENT "JUST UNDER", SO SUCH A BAND IS NOT TAKEN.
026100*
026200 1100-TAKE-PARAMETERS.
026300     IF TP-REPORT-DATE > ZERO
026400         MOVE TP-REPORT-DATE TO WS-REPORT-DATE
026500     END-IF
026600     IF TP-THRESHOLD > ZERO
026700         MOVE TP-THRESHOLD TO WS-THRESHOLD
026800     END-IF
026900     IF TP-BAND-AMT > ZERO
027000         AND TP-BAND-AMT < WS-THRESHOLD
027100         MOVE TP-BAND-AMT TO WS-BAND-AMT
027200     END-IF
027300     IF TP-WINDOW-DAYS > ZERO
027400         MOVE TP-WINDOW-DAYS TO WS-WINDOW-DAYS
027500     END-IF
027600     IF TP-MIN-COUNT > 1
027700         MOVE TP-MIN-COUNT TO WS-MIN-COUNT
027800     END-IF
027900     IF TP-CASH-SOURCE (1) NOT = SPACES
028000         MOVE SPACES TO WS-CASH-SOURCES
028100         PERFORM 1110-TAKE-ONE-SOURCE
028200             VARYING WS-SOURCE-SUB FROM 1 BY 1
028300             UNTIL WS-SOURCE-SUB > 10
028400     END-IF.
028500*
028600 1110-TAKE-ONE-SOURCE.
028700     MOVE TP-CASH-SOURCE (WS-SOURCE-SUB)
028800         TO WS-CASH-SOURCE (WS-SOURCE-SUB).
028900*
029000*    ONE ACCOUNT (MASTER RECORD POSITION) AT A TIME.  THE
029100*    ACCOUNT IS LISTED ONLY WHEN ITS LATEST IN-BAND MOVEMENT IS
029200*    ON THE REPORT DATE, SO A PATTERN ALREADY LISTED IS NOT
029300*    LISTED AGAIN UNTIL IT GROWS.
029400*
029500 2000-SCAN-ONE-ACCOUNT.
029600     MOVE SL-RECORD-NO TO WS-CURR-RECORD-NO
029700     MOVE ZERO TO WS-BAND-COUNT
029800     MOVE ZERO TO WS-BAND-TOTAL
029900     MOVE ZERO TO WS-BAND-FIRST-DATE
030000     MOVE ZERO TO WS-BAND-LAST-DATE
030100     PERFORM 2100-TAKE-ONE-MOVEMENT
030200         UNTIL WS-LEDG-EOF
030300            OR SL-RECORD-NO NOT = WS-CURR-RECORD-NO
030400     IF WS-BAND-COUNT NOT < WS-MIN-COUNT
030500         AND WS-BAND-LAST-DATE = WS-REPORT-DATE
030600         PERFORM 2400-LIST-SUSPECT
030700     END-IF.
030800*
030900*    MOVEMENTS POSTED AFTER THE REPORT DATE (A RERUN FOR AN
031000*    EARLIER DAY) ARE LEFT OUT OF BOTH TESTS.
031100*
031200 2100-TAKE-ONE-MOVEMENT.
031300     IF (SL-CREDIT OR SL-DEBIT)
031400         AND SL-POST-DATE NOT > WS-REPORT-DATE
031500         PERFORM 2150-CHECK-CASH-SOURCE
031600         IF WS-CASH-MOVEMENT
031700             ADD 1 TO WS-CASH-COUNT
031800             PERFORM 2200-TEST-ONE-CASH-MOVEMENT
031900         END-IF
032000     END-IF
032100     PERFORM 8100-READ-LEDGER.
032200*
032300 2150-CHECK-CASH-SOURCE.
032400     MOVE 'N' TO WS-CASH-SWITCH
032500     PERFORM 2160-SCAN-CASH-SOURCE
032600         VARYING WS-SOURCE-SUB FROM 1 BY 1
032700         UNTIL WS-SOURCE-SUB > 10
032800            OR WS-CASH-MOVEMENT.
032900*
033000 2160-SCAN-CASH-SOURCE.
033100     IF WS-CASH-SOURCE (WS-SOURCE-SUB) NOT = SPACES
033200         AND WS-CASH-SOURCE (WS-SOURCE-SUB) = SL-SOURCE
033300         MOVE 'Y' TO WS-CASH-SWITCH
033400     END-IF.
033500*
033600*    A REVERSAL CAN POST AS A NEGATIVE AMOUNT, SO THE TESTS ARE
033700*    ON THE SIZE OF THE MOVEMENT.
033800*
033900 2200-TEST-ONE-CASH-MOVEMENT.
034000     IF SL-AMOUNT < ZERO
034100         COMPUTE WS-CASH-AMOUNT = ZERO - SL-AMOUNT
034200     ELSE
034300         MOVE SL-AMOUNT TO WS-CASH-AMOUNT
034400     END-IF
034500     IF WS-CASH-AMOUNT NOT < WS-THRESHOLD
034600         IF SL-POST-DATE = WS-REPORT-DATE
034700             PERFORM 2300-WRITE-TTR-RECORD
034800         END-IF
034900     ELSE
035000         IF WS-CASH-AMOUNT NOT < WS-BAND-FLOOR
035100             MOVE SL-POST-DATE TO WS-DATE-WORK
035200             PERFORM 8000-DATE-TO-DAYS
035300             IF WS-REPORT-DAYS - WS-WORK-DAYS < WS-WINDOW-DAYS
035400                 PERFORM 2250-COUNT-IN-BAND
035500             END-IF
035600         END-IF
035700     END-IF.
035800*
035900 2250-COUNT-IN-BAND.
036000     ADD 1 TO WS-BAND-COUNT
036100     ADD WS-CASH-AMOUNT TO WS-BAND-TOTAL
036200     IF WS-BAND-FIRST-DATE = ZERO
036300         MOVE SL-POST-DATE TO WS-BAND-FIRST-DATE
036400     END-IF
036500     MOVE SL-POST-DATE TO WS-BAND-LAST-DATE.
036600*
036700 2300-WRITE-TTR-RECORD.
036800     ADD 1 TO WS-TTR-COUNT
036900     ADD WS-CASH-AMOUNT TO WS-TTR-HASH
037000     MOVE SPACES             TO TTR-OUT-RECORD
037100     MOVE 'TTR'              TO TR-RECORD-TYPE
037200     MOVE WS-REPORT-DATE     TO TR-REPORT-DATE
037300     MOVE SL-RECORD-NO       TO TR-ACCOUNT-REF
037400     MOVE SL-MOVEMENT-TYPE   TO TR-DIRECTION
037500     MOVE SL-SOURCE          TO TR-SOURCE
037600     MOVE SL-POST-DATE       TO TR-POST-DATE
037700     MOVE WS-CASH-AMOUNT     TO TR-AMOUNT
037800     MOVE 'AUD'              TO TR-CURRENCY
037900     WRITE TTR-OUT-RECORD.
038000*
038100 2400-LIST-SUSPECT.
038200     ADD 1 TO WS-SUSPECT-COUNT
038300     MOVE WS-CURR-RECORD-NO  TO DL-RECORD-NO
038400     MOVE WS-BAND-COUNT      TO DL-BAND-COUNT
038500     MOVE WS-BAND-TOTAL      TO DL-BAND-TOTAL
038600     MOVE WS-BAND-FIRST-DATE TO DL-FIRST-DATE
038700     MOVE WS-BAND-LAST-DATE  TO DL-LAST-DATE
038800     MOVE ' ' TO RP-CARRIAGE-CONTROL
038900     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
039000     WRITE SUSPECT-REPORT-RECORD.
039100*
039200 3000-PRINT-TOTALS.
039300     MOVE '0' TO RP-CARRIAGE-CONTROL
039400     MOVE 'LEDGER RECORDS READ' TO TT-CAPTION
039500     MOVE WS-LEDGER-READ TO TT-COUNT
039600     PERFORM 3100-PRINT-TOTAL-LINE
039700     MOVE ' ' TO RP-CARRIAGE-CONTROL
039800     MOVE 'CASH MOVEMENTS EXAMINED' TO TT-CAPTION
039900     MOVE WS-CASH-COUNT TO TT-COUNT
040000     PERFORM 3100-PRINT-TOTAL-LINE
040100     MOVE 'THRESHOLD REPORTS WRITTEN' TO TT-CAPTION
040200     MOVE WS-TTR-COUNT TO TT-COUNT
040300     PERFORM 3100-PRINT-TOTAL-LINE
040400     MOVE 'SUSPECT ACCOUNTS LISTED' TO TT-CAPTION
040500     MOVE WS-SUSPECT-COUNT TO TT-COUNT
040600     PERFORM 3100-PRINT-TOTAL-LINE.
040700*
040800 3100-PRINT-TOTAL-LINE.
040900     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
041000     WRITE SUSPECT-REPORT-RECORD.
041100*
041200*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
041300*    30-DAY MONTHS) FOR THE ROLLING WINDOW.
041400*
041500 8000-DATE-TO-DAYS.
041600     COMPUTE WS-WORK-DAYS =
041700         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
041800*
041900 8100-READ-LEDGER.
042000     READ SORTED-LEDGER-FILE
042100         AT END
042200             MOVE 'Y' TO WS-LEDG-EOF-SWITCH
042300         NOT AT END
042400             ADD 1 TO WS-LEDGER-READ
042500     END-READ.
042600*
042700 9999-EXIT.
042800     MOVE 'TRL'          TO XC-RECORD-TAG
042900     MOVE WS-REPORT-DATE TO XC-RUN-DATE
043000     MOVE 'TTRRPT'       TO XC-JOB-NAME
043100     MOVE WS-TTR-COUNT   TO XC-RECORD-COUNT
043200     MOVE WS-TTR-HASH    TO XC-HASH-TOTAL
043300     WRITE EXTRACT-CONTROL-RECORD
043400     CLOSE SORTED-LEDGER-FILE TTR-OUT-FILE SUSPECT-REPORT
043500     STOP RUN.
