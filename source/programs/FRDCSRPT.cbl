000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FRDCSRPT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - LOSS PREVENTION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - WEEKLY FRAUD CASE REVIEW   *
001400*                   OFF THE CASE MASTER FRAUDCAS MAINTAINS.      *
001500*                   OPEN CASES BY THE SCREEN THAT OPENED THEM    *
001600*                   AND BY AGE, WITH THOSE PAST THE RESPONSE     *
001700*                   SLA; THEN, FOR EACH SCREEN, THE CASES IT HAS *
001800*                   HIT AND THE SHARE OF ITS CLOSED CASES THAT   *
001900*                   WERE CONFIRMED AS FRAUD.                     *
002000*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FRAUD-PARM-FILE ASSIGN TO FRDPARM
002900         ORGANIZATION IS SEQUENTIAL.
003000     SELECT OPTIONAL CASE-FILE ASSIGN TO FRDCASE
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT CASE-REPORT    ASSIGN TO FRDCRPT
003300         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600*
003700*    SAME PARAMETER RECORD AS FRAUDCAS; ONLY THE SLA IS USED.
003800*
003900 FD  FRAUD-PARM-FILE.
004000 01  FRAUD-PARM-RECORD.
004100     05  FP-SLA-DAYS             PIC 9(03).
004200     05  FP-QUIET-DAYS           PIC 9(03).
004300*
004400 FD  CASE-FILE.
004500     COPY "FRDCASE.cpy".
004600*
004700 FD  CASE-REPORT.
004800 01  CASE-REPORT-RECORD.
004900     05  RP-CARRIAGE-CONTROL     PIC X(01).
005000     05  RP-PRINT-LINE           PIC X(132).
005100*
005200 WORKING-STORAGE SECTION.
005300*
005400 01  WS-CASE-EOF-SWITCH          PIC X(01) VALUE 'N'.
005500     88  WS-CASE-EOF             VALUE 'Y'.
005600*
005700 01  WS-SLA-DAYS                 PIC 9(03) VALUE 005.
005800*
005900*    UPPER LIMITS OF THE FIRST THREE AGE BANDS; THE FOURTH IS
006000*    EVERYTHING OLDER.
006100*
006200 01  WS-BAND-1-DAYS              PIC 9(03) VALUE 007.
006300 01  WS-BAND-2-DAYS              PIC 9(03) VALUE 014.
006400 01  WS-BAND-3-DAYS              PIC 9(03) VALUE 030.
006500*
006600 01  WS-RUN-DATE                 PIC 9(08).
006700 01  WS-RUN-DAY                  PIC 9(07).
006800 01  WS-RUN-DAY-NUMBER           PIC 9(07).
006900 01  WS-DATE-IN                  PIC 9(07).
007000 01  WS-DATE-YEAR                PIC 9(04).
007100 01  WS-DATE-DDD                 PIC 9(03).
007200 01  WS-DAY-NUMBER               PIC 9(07).
007300 01  WS-AGE-DAYS                 PIC S9(07).
007400 01  WS-CASES-READ               PIC 9(07) VALUE 0.
007500*
007600 01  WS-SRC-SUB                  PIC 9(02) COMP.
007700 01  WS-BAND-SUB                 PIC 9(02) COMP.
007800 01  WS-TOTAL-SUB                PIC 9(02) COMP VALUE 5.
007900 01  WS-CLOSED-COUNT             PIC 9(07).
008000 01  WS-RATE                     PIC 9(03)V9.
008100*
008200*    THE FOUR SCREENS, IN THE ORDER OF THE HIT COUNTS ON THE
008300*    CASE RECORD.  THE FIFTH ROW OF THE COUNT TABLE IS THE TOTAL.
008400*
008500 01  WS-SOURCE-NAME-VALUES.
008600     05  FILLER                  PIC X(21)
008700         VALUE 'RREGION MISMATCH     '.
008800     05  FILLER                  PIC X(21)
008900         VALUE 'VREDEMPTION VELOCITY '.
009000     05  FILLER                  PIC X(21)
009100         VALUE 'DDUPLICATE TRANSACTN '.
009200     05  FILLER                  PIC X(21)
009300         VALUE 'TUNMATCHED RETURN    '.
009400 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
009500     05  SN-ENTRY OCCURS 4 TIMES
009600                  INDEXED BY SN-IDX.
009700         10  SN-CODE             PIC X(01).
009800         10  SN-NAME             PIC X(20).
009900*
010000 01  WS-COUNT-TABLE.
010100     05  CT-ENTRY OCCURS 5 TIMES.
010200         10  CT-AGE-BAND OCCURS 4 TIMES
010300                                 PIC 9(07) COMP-3.
010400         10  CT-OPEN-TOTAL       PIC 9(07) COMP-3.
010500         10  CT-PAST-SLA         PIC 9(07) COMP-3.
010600         10  CT-SCREEN-CASES     PIC 9(07) COMP-3.
010700         10  CT-SCREEN-OPEN      PIC 9(07) COMP-3.
010800         10  CT-SCREEN-CLEARED   PIC 9(07) COMP-3.
010900         10  CT-SCREEN-CONFIRMED PIC 9(07) COMP-3.
011000*
011100 01  WS-HEADING-LINE.
011200     05  FILLER                  PIC X(44)
011300         VALUE 'FRDCSRPT - FRAUD CASE REVIEW     RUN DATE   '.
011400     05  H1-RUN-DATE             PIC 9(08).
011500     05  FILLER                  PIC X(14)
011600         VALUE '   SLA DAYS   '.
011700     05  H1-SLA-DAYS             PIC ZZ9.
011800     05  FILLER                  PIC X(63) VALUE SPACES.
011900*
012000 01  WS-AGE-TITLE-LINE.
012100     05  FILLER                  PIC X(45)
012200         VALUE '  OPEN CASES BY OPENING SCREEN AND AGE (DAYS)'.
012300     05  FILLER                  PIC X(87) VALUE SPACES.
012400*
012500 01  WS-AGE-COLUMN-LINE.
012600     05  FILLER                  PIC X(24)
012700         VALUE '  SCREEN                '.
012800     05  FILLER                  PIC X(10) VALUE '       0-7'.
012900     05  FILLER                  PIC X(10) VALUE '      8-14'.
013000     05  FILLER                  PIC X(10) VALUE '     15-30'.
013100     05  FILLER                  PIC X(10) VALUE '   OVER 30'.
013200     05  FILLER                  PIC X(10) VALUE '     TOTAL'.
013300     05  FILLER                  PIC X(10) VALUE '  PAST SLA'.
013400     05  FILLER                  PIC X(48) VALUE SPACES.
013500*
013600 01  WS-AGE-LINE.
013700     05  FILLER                  PIC X(02) VALUE SPACES.
013800     05  AL-LABEL                PIC X(20).
013900     05  FILLER                  PIC X(02) VALUE SPACES.
014000     05  AL-BAND-1               PIC Z,ZZZ,ZZ9.
014100     05  FILLER                  PIC X(01) VALUE SPACES.
014200     05  AL-BAND-2               PIC Z,ZZZ,ZZ9.
014300     05  FILLER                  PIC X(01) VALUE SPACES.
014400     05  AL-BAND-3               PIC Z,ZZZ,ZZ9.
014500     05  FILLER                  PIC X(01) VALUE SPACES.
014600     05  AL-BAND-4               PIC Z,ZZZ,ZZ9.
014700     05  FILLER                  PIC X(01) VALUE SPACES.
014800     05  AL-TOTAL                PIC Z,ZZZ,ZZ9.
014900     05  FILLER                  PIC X(01) VALUE SPACES.
015000     05  AL-PAST-SLA             PIC Z,ZZZ,ZZ9.
015100     05  FILLER                  PIC X(49) VALUE SPACES.
015200*
015300 01  WS-SCREEN-TITLE-LINE.
015400     05  FILLER                  PIC X(45)
015500         VALUE '  SCREEN OUTCOMES - ALL CASES EACH SCREEN HIT'.
015600     05  FILLER                  PIC X(87) VALUE SPACES.
015700*
015800 01  WS-SCREEN-COLUMN-LINE.
015900     05  FILLER                  PIC X(24)
016000         VALUE '  SCREEN                '.
016100     05  FILLER                  PIC X(10) VALUE '     CASES'.
016200     05  FILLER                  PIC X(10) VALUE '      OPEN'.
016300     05  FILLER                  PIC X(10) VALUE '   CLEARED'.
016400     05  FILLER                  PIC X(10) VALUE ' CONFIRMED'.
016500     05  FILLER                  PIC X(10) VALUE '    CONF %'.
016600     05  FILLER                  PIC X(58) VALUE SPACES.
016700*
016800 01  WS-SCREEN-LINE.
016900     05  FILLER                  PIC X(02) VALUE SPACES.
017000     05  SL-LABEL                PIC X(20).
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  SL-CASES                PIC Z,ZZZ,ZZ9.
017300     05  FILLER                  PIC X(01) VALUE SPACES.
017400     05  SL-OPEN                 PIC Z,ZZZ,ZZ9.
017500     05  FILLER                  PIC X(01) VALUE SPACES.
017600     05  SL-CLEARED              PIC Z,ZZZ,ZZ9.
017700     05  FILLER                  PIC X(01) VALUE SPACES.
017800     05  SL-CONFIRMED            PIC Z,ZZZ,ZZ9.
017900     05  FILLER                  PIC X(04) VALUE SPACES.
018000     05  SL-RATE                 PIC ZZ9.9.
018100     05  SL-RATE-X REDEFINES SL-RATE
018200                                 PIC X(05).
018400     05  FILLER                  PIC X(60) VALUE SPACES.
018500*
018600 PROCEDURE DIVISION.
018700*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000     PERFORM 2000-COUNT-ONE-CASE
019100         UNTIL WS-CASE-EOF
019200     PERFORM 3000-PRINT-AGE-SECTION
019300     PERFORM 4000-PRINT-SCREEN-SECTION
019400     DISPLAY 'FRDCSRPT - CASES READ:          ' WS-CASES-READ
019500     PERFORM 9999-EXIT.
019600*
019700 1000-INITIALIZE.
019800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019900     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
020000     MOVE WS-RUN-DAY TO WS-DATE-IN
020100     PERFORM 8500-COMPUTE-DAY-NUMBER
020200     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
020300     OPEN INPUT FRAUD-PARM-FILE
020400     READ FRAUD-PARM-FILE
020500         AT END
020600             DISPLAY 'FRDCSRPT - PARM MISSING, DEFAULTS USED'
020700         NOT AT END
020800             MOVE FP-SLA-DAYS TO WS-SLA-DAYS
020900     END-READ
021000     CLOSE FRAUD-PARM-FILE
021100     PERFORM 1100-CLEAR-ONE-ROW
021200         VARYING WS-SRC-SUB FROM 1 BY 1
021300         UNTIL WS-SRC-SUB > WS-TOTAL-SUB
021400     OPEN INPUT  CASE-FILE
021500     OPEN OUTPUT CASE-REPORT
021600     MOVE WS-RUN-DATE TO H1-RUN-DATE
021700     MOVE WS-SLA-DAYS TO H1-SLA-DAYS
021800     MOVE '1' TO RP-CARRIAGE-CONTROL
021900     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
022000     WRITE CASE-REPORT-RECORD
022100     READ CASE-FILE
022200         AT END MOVE 'Y' TO WS-CASE-EOF-SWITCH
022300     END-READ.
022400*
022500 1100-CLEAR-ONE-ROW.
022600     MOVE ZERO TO CT-AGE-BAND (WS-SRC-SUB 1)
022700                  CT-AGE-BAND (WS-SRC-SUB 2)
022800                  CT-AGE-BAND (WS-SRC-SUB 3)
022900                  CT-AGE-BAND (WS-SRC-SUB 4)
023000                  CT-OPEN-TOTAL (WS-SRC-SUB)
023100                  CT-PAST-SLA (WS-SRC-SUB)
023200                  CT-SCREEN-CASES (WS-SRC-SUB)
023300                  CT-SCREEN-OPEN (WS-SRC-SUB)
023400                  CT-SCREEN-CLEARED (WS-SRC-SUB)
023500                  CT-SCREEN-CONFIRMED (WS-SRC-SUB).
023600*
023700 2000-COUNT-ONE-CASE.
023800     ADD 1 TO WS-CASES-READ
023900     IF FC-CASE-ACTIVE
024000         PERFORM 2100-COUNT-OPEN-CASE
024100     END-IF
024200     IF FC-REGION-HITS > ZERO
024300         MOVE 1 TO WS-SRC-SUB
024400         PERFORM 2200-COUNT-SCREEN-OUTCOME
024500     END-IF
024600     IF FC-VELOCITY-HITS > ZERO
024700         MOVE 2 TO WS-SRC-SUB
024800         PERFORM 2200-COUNT-SCREEN-OUTCOME
024900     END-IF
025000     IF FC-DUPLICATE-HITS > ZERO
025100         MOVE 3 TO WS-SRC-SUB
025200         PERFORM 2200-COUNT-SCREEN-OUTCOME
025300     END-IF
025400     IF FC-RETURN-HITS > ZERO
025500         MOVE 4 TO WS-SRC-SUB
025600         PERFORM 2200-COUNT-SCREEN-OUTCOME
025700     END-IF
025800     MOVE WS-TOTAL-SUB TO WS-SRC-SUB
025900     PERFORM 2200-COUNT-SCREEN-OUTCOME
026000     READ CASE-FILE
026100         AT END MOVE 'Y' TO WS-CASE-EOF-SWITCH
026200     END-READ.
026300*
026400*    AGE IS COUNTED FROM THE DAY THE CASE WAS OPENED.  A CASE
026500*    WITH A SOURCE CODE NOT IN THE TABLE ONLY SHOWS IN THE TOTAL.
026600*
026700 2100-COUNT-OPEN-CASE.
026800     MOVE FC-OPENED-DATE TO WS-DATE-IN
026900     PERFORM 8500-COMPUTE-DAY-NUMBER
027000     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
027100     EVALUATE TRUE
027200         WHEN WS-AGE-DAYS NOT > WS-BAND-1-DAYS
027300             MOVE 1 TO WS-BAND-SUB
027400         WHEN WS-AGE-DAYS NOT > WS-BAND-2-DAYS
027500             MOVE 2 TO WS-BAND-SUB
027600         WHEN WS-AGE-DAYS NOT > WS-BAND-3-DAYS
027700             MOVE 3 TO WS-BAND-SUB
027800         WHEN OTHER
027900             MOVE 4 TO WS-BAND-SUB
028000     END-EVALUATE
028100     SET SN-IDX TO 1
028200     SEARCH SN-ENTRY
028300         AT END
028400             CONTINUE
028500         WHEN SN-CODE (SN-IDX) = FC-FIRST-SOURCE
028600             SET WS-SRC-SUB TO SN-IDX
028700             PERFORM 2150-ADD-OPEN-CASE
028800     END-SEARCH
028900     MOVE WS-TOTAL-SUB TO WS-SRC-SUB
029000     PERFORM 2150-ADD-OPEN-CASE.
029100*
029200 2150-ADD-OPEN-CASE.
029300     ADD 1 TO CT-AGE-BAND (WS-SRC-SUB WS-BAND-SUB)
029400     ADD 1 TO CT-OPEN-TOTAL (WS-SRC-SUB)
029500     IF WS-AGE-DAYS > WS-SLA-DAYS
029600         ADD 1 TO CT-PAST-SLA (WS-SRC-SUB)
029700     END-IF.
029800*
029900 2200-COUNT-SCREEN-OUTCOME.
030000     ADD 1 TO CT-SCREEN-CASES (WS-SRC-SUB)
030100     EVALUATE TRUE
030200         WHEN FC-STATUS-CLEARED
030300             ADD 1 TO CT-SCREEN-CLEARED (WS-SRC-SUB)
030400         WHEN FC-STATUS-CONFIRMED
030500             ADD 1 TO CT-SCREEN-CONFIRMED (WS-SRC-SUB)
030600         WHEN OTHER
030700             ADD 1 TO CT-SCREEN-OPEN (WS-SRC-SUB)
030800     END-EVALUATE.
030900*
031000 3000-PRINT-AGE-SECTION.
031100     MOVE '0' TO RP-CARRIAGE-CONTROL
031200     MOVE WS-AGE-TITLE-LINE TO RP-PRINT-LINE
031300     WRITE CASE-REPORT-RECORD
031400     MOVE ' ' TO RP-CARRIAGE-CONTROL
031500     MOVE WS-AGE-COLUMN-LINE TO RP-PRINT-LINE
031600     WRITE CASE-REPORT-RECORD
031700     PERFORM 3100-PRINT-AGE-LINE
031800         VARYING WS-SRC-SUB FROM 1 BY 1
031900         UNTIL WS-SRC-SUB > WS-TOTAL-SUB.
032000*
032100 3100-PRINT-AGE-LINE.
032200     IF WS-SRC-SUB = WS-TOTAL-SUB
032300         MOVE 'TOTAL' TO AL-LABEL
032400         MOVE '0' TO RP-CARRIAGE-CONTROL
032500     ELSE
032600         MOVE SN-NAME (WS-SRC-SUB) TO AL-LABEL
032700         MOVE ' ' TO RP-CARRIAGE-CONTROL
032800     END-IF
032900     MOVE CT-AGE-BAND (WS-SRC-SUB 1) TO AL-BAND-1
033000     MOVE CT-AGE-BAND (WS-SRC-SUB 2) TO AL-BAND-2
033100     MOVE CT-AGE-BAND (WS-SRC-SUB 3) TO AL-BAND-3
033200     MOVE CT-AGE-BAND (WS-SRC-SUB 4) TO AL-BAND-4
033300     MOVE CT-OPEN-TOTAL (WS-SRC-SUB) TO AL-TOTAL
033400     MOVE CT-PAST-SLA (WS-SRC-SUB)   TO AL-PAST-SLA
033500     MOVE WS-AGE-LINE TO RP-PRINT-LINE
033600     WRITE CASE-REPORT-RECORD.
033700*
033800 4000-PRINT-SCREEN-SECTION.
033900     MOVE '-' TO RP-CARRIAGE-CONTROL
034000     MOVE WS-SCREEN-TITLE-LINE TO RP-PRINT-LINE
034100     WRITE CASE-REPORT-RECORD
034200     MOVE ' ' TO RP-CARRIAGE-CONTROL
034300     MOVE WS-SCREEN-COLUMN-LINE TO RP-PRINT-LINE
034400     WRITE CASE-REPORT-RECORD
034500     PERFORM 4100-PRINT-SCREEN-LINE
034600         VARYING WS-SRC-SUB FROM 1 BY 1
034700         UNTIL WS-SRC-SUB > WS-TOTAL-SUB.
034800*
034900*    THE CONFIRMED RATE IS OVER CLOSED CASES ONLY; A SCREEN WITH
035000*    NONE CLOSED YET SHOWS N/A.
035100*
035200 4100-PRINT-SCREEN-LINE.
035300     IF WS-SRC-SUB = WS-TOTAL-SUB
035400         MOVE 'TOTAL' TO SL-LABEL
035500         MOVE '0' TO RP-CARRIAGE-CONTROL
035600     ELSE
035700         MOVE SN-NAME (WS-SRC-SUB) TO SL-LABEL
035800         MOVE ' ' TO RP-CARRIAGE-CONTROL
035900     END-IF
036000     MOVE CT-SCREEN-CASES (WS-SRC-SUB)     TO SL-CASES
036100     MOVE CT-SCREEN-OPEN (WS-SRC-SUB)      TO SL-OPEN
036200     MOVE CT-SCREEN-CLEARED (WS-SRC-SUB)   TO SL-CLEARED
036300     MOVE CT-SCREEN-CONFIRMED (WS-SRC-SUB) TO SL-CONFIRMED
036400     COMPUTE WS-CLOSED-COUNT = CT-SCREEN-CLEARED (WS-SRC-SUB)
036500                             + CT-SCREEN-CONFIRMED (WS-SRC-SUB)
036600     IF WS-CLOSED-COUNT = ZERO
036700         MOVE '  N/A' TO SL-RATE-X
036800     ELSE
036900         COMPUTE WS-RATE ROUNDED =
037000             CT-SCREEN-CONFIRMED (WS-SRC-SUB) * 100
037100             / WS-CLOSED-COUNT
037200         MOVE WS-RATE TO SL-RATE
037300     END-IF
037400     MOVE WS-SCREEN-LINE TO RP-PRINT-LINE
037500     WRITE CASE-REPORT-RECORD.
037600*
037700 8500-COMPUTE-DAY-NUMBER.
037800     DIVIDE WS-DATE-IN BY 1000 GIVING WS-DATE-YEAR
037900         REMAINDER WS-DATE-DDD
038000     COMPUTE WS-DAY-NUMBER = WS-DATE-YEAR * 365 + WS-DATE-DDD.
038100*
038200 9999-EXIT.
038300     CLOSE CASE-FILE CASE-REPORT
038400     STOP RUN.
