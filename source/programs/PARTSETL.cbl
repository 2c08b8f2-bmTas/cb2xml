000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PARTSETL.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  STATEMENT BILLING BATCH - MONTH-END REPORTING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY PARTNER REVENUE-   *
001400*                   SHARE SETTLEMENT.  THE MONTH'S STATEMENT     *
001500*                   EXTRACTS AND PAYALLOC ALLOCATION JOURNALS    *
001600*                   ARE CONCATENATED ONTO UNXDTLIN AND PAYJRNL.  *
001700*                   BILLED (DTL CHARGES) AND COLLECTED           *
001800*                   (ALLOCATED PAYMENTS) ARE TOTALLED PER        *
001900*                   PARTNER, THE CONTRACTED COMMISSION FROM THE  *
002000*                   SETTLEMENT TERMS (SETLTERM.CPY) IS RETAINED  *
002100*                   AND THE NET IS CONVERTED FROM AUD TO THE     *
002200*                   PARTNER'S PM-CURRENCY AT THE FXRATE RATE     *
002300*                   FOR THE SETTLEMENT DATE (THE LATEST RATE ON  *
002400*                   OR BEFORE IT).  ONE SETTLEMENT STATEMENT     *
002500*                   PAGE PER PARTNER AND ONE REMITTANCE RECORD   *
002600*                   UNDER THE EXTCTL STANDARD, THE RATE USED     *
002700*                   SHOWN ON EVERY LINE.  A PARTNER WITH NO      *
002800*                   TERMS OR NO RATE IS NOT SETTLED AND SETS     *
002900*                   RETURN CODE 4.                               *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SETL-PARM-FILE   ASSIGN TO SETLPARM
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PART-MAST-FILE   ASSIGN TO PARTNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT TERMS-FILE       ASSIGN TO SETLTERM
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT FX-RATE-FILE     ASSIGN TO FXRATES
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PAY-JRNL-FILE    ASSIGN TO PAYJRNL
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT REMIT-FILE       ASSIGN TO SETLREM
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT SETTLE-REPORT    ASSIGN TO SETLRPT
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*
005700*    ZERO SETTLEMENT DATE MEANS THE RUN DATE.  THE PERIOD IS FOR
005800*    THE STATEMENT HEADING; ZERO MEANS THE MONTH BEFORE THE
005900*    SETTLEMENT DATE.
006000*
006100 FD  SETL-PARM-FILE.
006200 01  SETL-PARM-RECORD.
006300     05  SP-SETTLE-DATE          PIC 9(08).
006400     05  SP-PERIOD               PIC 9(06).
006500*
006600 FD  PART-MAST-FILE.
006700     COPY "PARTMAST.cpy".
006800*
006900 FD  TERMS-FILE.
007000     COPY "SETLTERM.cpy".
007100*
007200 FD  FX-RATE-FILE.
007300     COPY "FXRATE.cpy".
007400*
007500 FD  STMT-DETAIL-FILE.
007600     COPY "cpyUnxdetail.cbl".
007700*
007800 FD  PAY-JRNL-FILE.
007900 01  PAY-JRNL-RECORD.
008000     05  AJ-PAYMENT-ID           PIC 9(08).
008100     05  AJ-REPORT-GROUP         PIC X(08).
008200     05  AJ-INVOICE-NUM          PIC X(11).
008300     05  AJ-ACCT-NUMBER          PIC X(20).
008400     05  AJ-ALLOCATED-AMT        PIC S9(11)V99.
008500     05  AJ-DISPOSITION          PIC X(12).
008600*
008700 FD  REMIT-FILE.
008800 01  REMIT-RECORD.
008900     05  RM-PARTNER-ID           PIC 9(08).
009000     05  RM-PERIOD               PIC 9(06).
009100     05  RM-SETTLE-DATE          PIC 9(08).
009200     05  RM-CURRENCY             PIC X(03).
009300     05  RM-REMIT-AMT            PIC S9(13)V99.
009400     05  RM-FX-RATE              PIC 9(03)V9(06).
009500     05  RM-NET-AUD-AMT          PIC S9(13)V99.
009600*
009700*    COMMON OUTBOUND EXTRACT CONTROL RECORD, FIRST AND LAST
009800*    ON THE FILE.
009900*
010000     COPY "EXTCTL.cpy".
010100*
010200 FD  SETTLE-REPORT.
010300 01  SETTLE-REPORT-RECORD.
010400     05  RP-CARRIAGE-CONTROL     PIC X(01).
010500     05  RP-PRINT-LINE           PIC X(132).
010600*
010700 WORKING-STORAGE SECTION.
010800*
010900 01  WS-PART-EOF-SWITCH          PIC X(01) VALUE 'N'.
011000     88  WS-PART-EOF             VALUE 'Y'.
011100 01  WS-TERMS-EOF-SWITCH         PIC X(01) VALUE 'N'.
011200     88  WS-TERMS-EOF            VALUE 'Y'.
011300 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
011400     88  WS-RATE-EOF             VALUE 'Y'.
011500 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
011600     88  WS-DTL-EOF              VALUE 'Y'.
011700 01  WS-PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.
011800     88  WS-PAY-EOF              VALUE 'Y'.
011900 01  WS-RATE-FOUND-SWITCH        PIC X(01).
012000     88  WS-RATE-FOUND           VALUE 'Y'.
012100*
012200 01  WS-RUN-DATE                 PIC 9(08).
012300 01  WS-SETTLE-DATE              PIC 9(08).
012400 01  WS-PERIOD                   PIC 9(06).
012500 01  WS-PERIOD-WORK.
012600     05  WS-PW-YYYY              PIC 9(04).
012700     05  WS-PW-MM                PIC 9(02).
012800 01  WS-PT-SUB                   PIC 9(04) COMP.
012900 01  WS-FX-RATE                  PIC 9(03)V9(06).
013000 01  WS-RATE-DATE                PIC 9(08).
013100 01  WS-BASIS-AMT                PIC S9(13)V99.
013200 01  WS-COMMISSION-AMT           PIC S9(13)V99.
013300 01  WS-NET-AUD-AMT              PIC S9(13)V99.
013400 01  WS-AUD-AMT                  PIC S9(13)V99.
013500 01  WS-PCT-DISPLAY              PIC Z9.9999.
013600*
013700 01  WS-SETTLED-COUNT            PIC 9(05) VALUE 0.
013800 01  WS-UNSETTLED-COUNT          PIC 9(05) VALUE 0.
013900 01  WS-UNKNOWN-COUNT            PIC 9(07) VALUE 0.
014000 01  WS-UNKNOWN-AMT              PIC S9(13)V99 VALUE 0.
014100 01  WS-TOTAL-NET-AUD            PIC S9(15)V99 VALUE 0.
014200 01  WS-RECORD-COUNT             PIC 9(07) COMP-3 VALUE 0.
014300 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
014400*
014500*    PARTNERS, WITH THE TERMS IN FORCE ON THE SETTLEMENT DATE
014600*    AND THE MONTH'S BILLED AND COLLECTED TOTALS.
014700*
014800 01  PT-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
014900 01  PT-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
015000 01  PT-TABLE.
015100     05  PT-ENTRY OCCURS 2000 TIMES
015200                  INDEXED BY PT-IDX.
015300         10  PT-PARTNER-ID       PIC 9(08).
015400         10  PT-PARTNER-NAME     PIC X(30).
015500         10  PT-CURRENCY         PIC X(03).
015600         10  PT-TERMS-FLAG       PIC X(01).
015700             88  PT-HAS-TERMS    VALUE 'Y'.
015800         10  PT-TERMS-DATE       PIC 9(08).
015900         10  PT-COMMISSION-PCT   PIC 9(02)V9(04).
016000         10  PT-COMMISSION-BASIS PIC X(01).
016100         10  PT-BILLED-AMT       PIC S9(13)V99 COMP-3.
016200         10  PT-COLLECTED-AMT    PIC S9(13)V99 COMP-3.
016300*
016400 01  FXT-TABLE-MAX               PIC 9(04) COMP VALUE 3000.
016500 01  FXT-TABLE-COUNT             PIC 9(04) COMP VALUE 0.
016600 01  FXT-TABLE.
016700     05  FXT-ENTRY OCCURS 3000 TIMES
016800                   INDEXED BY FXT-IDX.
016900         10  FXT-CURRENCY-CODE   PIC X(03).
017000         10  FXT-RATE-DATE       PIC 9(08).
017100         10  FXT-RATE-TO-AUD     PIC 9(03)V9(06).
017200*
017300 01  WS-HEADING-LINE.
017400     05  FILLER                  PIC X(40)
017500         VALUE 'PARTSETL - PARTNER REVENUE SHARE PERIOD '.
017600     05  H1-PERIOD               PIC 9(06).
017700     05  FILLER                  PIC X(18)
017800         VALUE '  SETTLEMENT DATE '.
017900     05  H1-SETTLE-DATE          PIC 9(08).
018000     05  FILLER                  PIC X(60) VALUE SPACES.
018100*
018200 01  WS-PARTNER-LINE.
018300     05  FILLER                  PIC X(09) VALUE 'PARTNER  '.
018400     05  PL-PARTNER-ID           PIC 9(08).
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  PL-PARTNER-NAME         PIC X(30).
018700     05  FILLER                  PIC X(12) VALUE '  CURRENCY  '.
018800     05  PL-CURRENCY             PIC X(03).
018900     05  FILLER                  PIC X(68) VALUE SPACES.
019000*
019100 01  WS-COLUMN-LINE.
019200     05  FILLER                  PIC X(44)
019300         VALUE '                                            '.
019400     05  FILLER                  PIC X(44)
019500         VALUE '       AMOUNT AUD      FX RATE   CUR      PA'.
019600     05  FILLER                  PIC X(44)
019700         VALUE 'RTNER AMOUNT                                '.
019800*
019900 01  WS-DETAIL-LINE.
020000     05  DL-CAPTION              PIC X(40).
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  DL-AUD-AMT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
020300     05  FILLER                  PIC X(03) VALUE SPACES.
020400     05  DL-FX-RATE              PIC ZZ9.999999.
020500     05  FILLER                  PIC X(03) VALUE SPACES.
020600     05  DL-CURRENCY             PIC X(03).
020700     05  FILLER                  PIC X(01) VALUE SPACE.
020800     05  DL-PARTNER-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                  PIC X(32) VALUE SPACES.
021000*
021100 01  WS-MESSAGE-LINE.
021200     05  ML-TEXT                 PIC X(60).
021300     05  FILLER                  PIC X(72) VALUE SPACES.
021400*
021500 01  WS-TOTAL-LINE.
021600     05  TT-CAPTION              PIC X(30).
021700     05  TT-COUNT                PIC ZZZZZZ9.
021800     05  FILLER                  PIC X(02) VALUE SPACES.
021900     05  TT-AMOUNT               PIC ZZZZZZZZZZZZ9.99-.
022000     05  FILLER                  PIC X(76) VALUE SPACES.
022100*
022200 PROCEDURE DIVISION.
022300*
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE
022600     PERFORM 2000-TOTAL-ONE-DETAIL
022700         UNTIL WS-DTL-EOF
022800     PERFORM 3000-TOTAL-ONE-PAYMENT
022900         UNTIL WS-PAY-EOF
023000     PERFORM 4000-SETTLE-ONE-PARTNER
023100         VARYING WS-PT-SUB FROM 1 BY 1
023200         UNTIL WS-PT-SUB > PT-TABLE-COUNT
023300     PERFORM 5000-PRINT-TOTALS
023400     DISPLAY 'PARTSETL - PARTNERS SETTLED:   ' WS-SETTLED-COUNT
023500     DISPLAY 'PARTSETL - PARTNERS NOT SETTLED:' WS-UNSETTLED-COUNT
023600     DISPLAY 'PARTSETL - NET AUD REMITTED:   ' WS-TOTAL-NET-AUD
023700     PERFORM 9999-EXIT.
023800*
023900 1000-INITIALIZE.
024000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024100     MOVE WS-RUN-DATE TO WS-SETTLE-DATE
024200     MOVE ZERO TO WS-PERIOD
024300     OPEN INPUT SETL-PARM-FILE
024400     READ SETL-PARM-FILE
024500         AT END
024600             CONTINUE
024700         NOT AT END
024800             IF SP-SETTLE-DATE > ZERO
024900                 MOVE SP-SETTLE-DATE TO WS-SETTLE-DATE
025000             END-IF
025100             MOVE SP-PERIOD TO WS-PERIOD
025200     END-READ
025300     CLOSE SETL-PARM-FILE
025400     IF WS-PERIOD = ZERO
025500         MOVE WS-SETTLE-DATE (1:6) TO WS-PERIOD-WORK
025600         IF WS-PW-MM = 1
025700             MOVE 12 TO WS-PW-MM
025800             SUBTRACT 1 FROM WS-PW-YYYY
025900         ELSE
026000             SUBTRACT 1 FROM WS-PW-MM
026100         END-IF
026200         MOVE WS-PERIOD-WORK TO WS-PERIOD
026300     END-IF
026400     OPEN INPUT PART-MAST-FILE
026500     READ PART-MAST-FILE
026600         AT END MOVE 'Y' TO WS-PART-EOF-SWITCH
026700     END-READ
026800     PERFORM 1100-LOAD-PARTNER-ENTRY
026900         UNTIL WS-PART-EOF
027000     CLOSE PART-MAST-FILE
027100     OPEN INPUT TERMS-FILE
027200     READ TERMS-FILE
027300         AT END MOVE 'Y' TO WS-TERMS-EOF-SWITCH
027400     END-READ
027500     PERFORM 1200-APPLY-TERMS-ROW
027600         UNTIL WS-TERMS-EOF
027700     CLOSE TERMS-FILE
027800     OPEN INPUT FX-RATE-FILE
027900     READ FX-RATE-FILE
028000         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
028100     END-READ
028200     PERFORM 1300-LOAD-RATE-ENTRY
028300         UNTIL WS-RATE-EOF
028400     CLOSE FX-RATE-FILE
028500     OPEN INPUT  STMT-DETAIL-FILE
028600     OPEN INPUT  PAY-JRNL-FILE
028700     OPEN OUTPUT REMIT-FILE
028800     OPEN OUTPUT SETTLE-REPORT
028900     MOVE 'HDR'          TO XC-RECORD-TAG
029000     MOVE WS-RUN-DATE    TO XC-RUN-DATE
029100     MOVE 'PARTSETL'     TO XC-JOB-NAME
029200     MOVE ZERO           TO XC-RECORD-COUNT
029300     MOVE ZERO           TO XC-HASH-TOTAL
029400     WRITE EXTRACT-CONTROL-RECORD
029500     MOVE WS-PERIOD      TO H1-PERIOD
029600     MOVE WS-SETTLE-DATE TO H1-SETTLE-DATE
029700     READ STMT-DETAIL-FILE
029800         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
029900     END-READ
030000     READ PAY-JRNL-FILE
030100         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
030200     END-READ.
030300*
030400*    A PARTNER DROPPED FOR WANT OF ROOM WOULD GO UNPAID, SO A
030500*    FULL TABLE STOPS THE RUN.
030600*
030700 1100-LOAD-PARTNER-ENTRY.
030800     IF PT-TABLE-COUNT NOT < PT-TABLE-MAX
030900         DISPLAY 'PARTSETL - PARTNER TABLE FULL AT '
031000             PT-TABLE-MAX ' PARTNERS - NOTHING SETTLED'
031100         MOVE 8 TO RETURN-CODE
031200         STOP RUN
031300     END-IF
031400     ADD 1 TO PT-TABLE-COUNT
031500     SET PT-IDX TO PT-TABLE-COUNT
031600     MOVE PM-PARTNER-ID   TO PT-PARTNER-ID (PT-IDX)
031700     MOVE PM-PARTNER-NAME TO PT-PARTNER-NAME (PT-IDX)
031800     MOVE PM-CURRENCY     TO PT-CURRENCY (PT-IDX)
031900     IF PM-CURRENCY = SPACES
032000         MOVE 'AUD' TO PT-CURRENCY (PT-IDX)
032100     END-IF
032200     MOVE 'N'             TO PT-TERMS-FLAG (PT-IDX)
032300     MOVE ZERO            TO PT-TERMS-DATE (PT-IDX)
032400     MOVE ZERO            TO PT-COMMISSION-PCT (PT-IDX)
032500     MOVE SPACE           TO PT-COMMISSION-BASIS (PT-IDX)
032600     MOVE ZERO            TO PT-BILLED-AMT (PT-IDX)
032700     MOVE ZERO            TO PT-COLLECTED-AMT (PT-IDX)
032800     READ PART-MAST-FILE
032900         AT END MOVE 'Y' TO WS-PART-EOF-SWITCH
033000     END-READ.
033100*
033200*    THE LATEST ROW EFFECTIVE ON OR BEFORE THE SETTLEMENT DATE
033300*    WINS.
033400*
033500 1200-APPLY-TERMS-ROW.
033600     IF SX-EFF-FROM-DATE NOT > WS-SETTLE-DATE
033700         SET PT-IDX TO 1
033800         SEARCH PT-ENTRY
033900             AT END
034000                 CONTINUE
034100             WHEN PT-IDX > PT-TABLE-COUNT
034200                 CONTINUE
034300             WHEN PT-PARTNER-ID (PT-IDX) = SX-PARTNER-ID
034400                 IF SX-EFF-FROM-DATE NOT < PT-TERMS-DATE (PT-IDX)
034500                     MOVE 'Y' TO PT-TERMS-FLAG (PT-IDX)
034600                     MOVE SX-EFF-FROM-DATE
034700                         TO PT-TERMS-DATE (PT-IDX)
034800                     MOVE SX-COMMISSION-PCT
034900                         TO PT-COMMISSION-PCT (PT-IDX)
035000                     MOVE SX-COMMISSION-BASIS
035100                         TO PT-COMMISSION-BASIS (PT-IDX)
035200                 END-IF
035300         END-SEARCH
035400     END-IF
035500     READ TERMS-FILE
035600         AT END MOVE 'Y' TO WS-TERMS-EOF-SWITCH
035700     END-READ.
035800*
035900 1300-LOAD-RATE-ENTRY.
036000     IF FX-RATE-DATE NOT > WS-SETTLE-DATE
036100         IF FXT-TABLE-COUNT NOT < FXT-TABLE-MAX
036200             DISPLAY 'PARTSETL - RATE TABLE FULL AT '
036300                 FXT-TABLE-MAX ' RATES - NOTHING SETTLED'
036400             MOVE 8 TO RETURN-CODE
036500             STOP RUN
036600         END-IF
036700         ADD 1 TO FXT-TABLE-COUNT
036800         SET FXT-IDX TO FXT-TABLE-COUNT
036900         MOVE FX-CURRENCY-CODE TO FXT-CURRENCY-CODE (FXT-IDX)
037000         MOVE FX-RATE-DATE     TO FXT-RATE-DATE (FXT-IDX)
037100         MOVE FX-RATE-TO-AUD   TO FXT-RATE-TO-AUD (FXT-IDX)
037200     END-IF
037300     READ FX-RATE-FILE
037400         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
037500     END-READ.
037600*
037700 2000-TOTAL-ONE-DETAIL.
037800     IF UNX-DTL-REC-TYPE = 'DTL'
037900         AND UNX-DTL-CHARGE NOT = ZERO
038000         SET PT-IDX TO 1
038100         SEARCH PT-ENTRY
038200             AT END
038300                 PERFORM 2100-COUNT-UNKNOWN-PARTNER
038400             WHEN PT-IDX > PT-TABLE-COUNT
038500                 PERFORM 2100-COUNT-UNKNOWN-PARTNER
038600             WHEN PT-PARTNER-ID (PT-IDX) = UNX-DTL-PARTNER-ID
038700                 ADD UNX-DTL-CHARGE TO PT-BILLED-AMT (PT-IDX)
038800         END-SEARCH
038900     END-IF
039000     READ STMT-DETAIL-FILE
039100         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
039200     END-READ.
039300*
039400 2100-COUNT-UNKNOWN-PARTNER.
039500     ADD 1 TO WS-UNKNOWN-COUNT
039600     ADD UNX-DTL-CHARGE TO WS-UNKNOWN-AMT.
039700*
039800*    THE PARTNER IS THE FIRST EIGHT DIGITS OF THE ACCT NUMBER.
039900*
040000 3000-TOTAL-ONE-PAYMENT.
040100     IF AJ-DISPOSITION (1:9) = 'ALLOCATED'
040200         SET PT-IDX TO 1
040300         SEARCH PT-ENTRY
040400             AT END
040500                 CONTINUE
040600             WHEN PT-IDX > PT-TABLE-COUNT
040700                 CONTINUE
040800             WHEN PT-PARTNER-ID (PT-IDX) = AJ-ACCT-NUMBER (1:8)
040900                 ADD AJ-ALLOCATED-AMT
041000                     TO PT-COLLECTED-AMT (PT-IDX)
041100         END-SEARCH
041200     END-IF
041300     READ PAY-JRNL-FILE
041400         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
041500     END-READ.
041600*
041700******************************************************************
041800*    ONE STATEMENT PAGE PER PARTNER WITH ACTIVITY IN THE MONTH.  *
041900*    EVERY LINE SHOWS THE AUD AMOUNT, THE RATE USED AND THE      *
042000*    AMOUNT IN THE PARTNER'S CURRENCY.                           *
042100******************************************************************
042200 4000-SETTLE-ONE-PARTNER.
042300     IF PT-BILLED-AMT (WS-PT-SUB) NOT = ZERO
042400         OR PT-COLLECTED-AMT (WS-PT-SUB) NOT = ZERO
042500         PERFORM 4100-PRINT-PARTNER-HEADING
042600         PERFORM 4200-FIND-FX-RATE
042700         EVALUATE TRUE
042800             WHEN NOT PT-HAS-TERMS (WS-PT-SUB)
042900                 MOVE 'NOT SETTLED - NO SETTLEMENT TERMS IN FORCE'
043000                     TO ML-TEXT
043100                 PERFORM 4600-PRINT-NOT-SETTLED
043200             WHEN NOT WS-RATE-FOUND
043300                 MOVE 'NOT SETTLED - NO FX RATE FOR CURRENCY'
043400                     TO ML-TEXT
043500                 PERFORM 4600-PRINT-NOT-SETTLED
043600             WHEN OTHER
043700                 PERFORM 4300-COMPUTE-SETTLEMENT
043800         END-EVALUATE
043900     END-IF.
044000*
044100 4100-PRINT-PARTNER-HEADING.
044200     MOVE '1' TO RP-CARRIAGE-CONTROL
044300     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
044400     WRITE SETTLE-REPORT-RECORD
044500     MOVE PT-PARTNER-ID (WS-PT-SUB)   TO PL-PARTNER-ID
044600     MOVE PT-PARTNER-NAME (WS-PT-SUB) TO PL-PARTNER-NAME
044700     MOVE PT-CURRENCY (WS-PT-SUB)     TO PL-CURRENCY
044800     MOVE '0' TO RP-CARRIAGE-CONTROL
044900     MOVE WS-PARTNER-LINE TO RP-PRINT-LINE
045000     WRITE SETTLE-REPORT-RECORD
045100     MOVE '0' TO RP-CARRIAGE-CONTROL
045200     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
045300     WRITE SETTLE-REPORT-RECORD.
045400*
045500*    AUD SETTLES AT PAR.  OTHERWISE THE LATEST RATE ON OR
045600*    BEFORE THE SETTLEMENT DATE - THE TABLE HOLDS NO LATER ONES.
045700*
045800 4200-FIND-FX-RATE.
045900     IF PT-CURRENCY (WS-PT-SUB) = 'AUD'
046000         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
046100         MOVE 1 TO WS-FX-RATE
046200     ELSE
046300         MOVE 'N' TO WS-RATE-FOUND-SWITCH
046400         MOVE ZERO TO WS-RATE-DATE
046500         PERFORM 4210-CHECK-ONE-RATE
046600             VARYING FXT-IDX FROM 1 BY 1
046700             UNTIL FXT-IDX > FXT-TABLE-COUNT
046800     END-IF.
046900*
047000 4210-CHECK-ONE-RATE.
047100     IF FXT-CURRENCY-CODE (FXT-IDX) = PT-CURRENCY (WS-PT-SUB)
047200         AND FXT-RATE-DATE (FXT-IDX) NOT < WS-RATE-DATE
047300         AND FXT-RATE-TO-AUD (FXT-IDX) > ZERO
047400         MOVE 'Y' TO WS-RATE-FOUND-SWITCH
047500         MOVE FXT-RATE-DATE (FXT-IDX)   TO WS-RATE-DATE
047600         MOVE FXT-RATE-TO-AUD (FXT-IDX) TO WS-FX-RATE
047700     END-IF.
047800*
047900 4300-COMPUTE-SETTLEMENT.
048000     IF PT-COMMISSION-BASIS (WS-PT-SUB) = 'B'
048100         MOVE PT-BILLED-AMT (WS-PT-SUB) TO WS-BASIS-AMT
048200     ELSE
048300         MOVE PT-COLLECTED-AMT (WS-PT-SUB) TO WS-BASIS-AMT
048400     END-IF
048500     COMPUTE WS-COMMISSION-AMT ROUNDED =
048600         WS-BASIS-AMT * PT-COMMISSION-PCT (WS-PT-SUB) / 100
048700     COMPUTE WS-NET-AUD-AMT =
048800         PT-COLLECTED-AMT (WS-PT-SUB) - WS-COMMISSION-AMT
048900     MOVE 'BILLED IN PERIOD' TO DL-CAPTION
049000     MOVE PT-BILLED-AMT (WS-PT-SUB) TO WS-AUD-AMT
049100     PERFORM 4400-PRINT-AMOUNT-LINE
049200     MOVE 'COLLECTED IN PERIOD' TO DL-CAPTION
049300     MOVE PT-COLLECTED-AMT (WS-PT-SUB) TO WS-AUD-AMT
049400     PERFORM 4400-PRINT-AMOUNT-LINE
049500     MOVE PT-COMMISSION-PCT (WS-PT-SUB) TO WS-PCT-DISPLAY
049600     MOVE SPACES TO DL-CAPTION
049700     IF PT-COMMISSION-BASIS (WS-PT-SUB) = 'B'
049800         STRING 'LESS COMMISSION ' WS-PCT-DISPLAY
049900             '% OF BILLED' DELIMITED BY SIZE
050000             INTO DL-CAPTION
050100     ELSE
050200         STRING 'LESS COMMISSION ' WS-PCT-DISPLAY
050300             '% OF COLLECTED' DELIMITED BY SIZE
050400             INTO DL-CAPTION
050500     END-IF
050600     COMPUTE WS-AUD-AMT = ZERO - WS-COMMISSION-AMT
050700     PERFORM 4400-PRINT-AMOUNT-LINE
050800     MOVE 'NET REVENUE SHARE REMITTED' TO DL-CAPTION
050900     MOVE WS-NET-AUD-AMT TO WS-AUD-AMT
051000     PERFORM 4400-PRINT-AMOUNT-LINE
051100     PERFORM 4500-WRITE-REMITTANCE.
051200*
051300 4400-PRINT-AMOUNT-LINE.
051400     MOVE WS-AUD-AMT TO DL-AUD-AMT
051500     MOVE WS-FX-RATE TO DL-FX-RATE
051600     MOVE PT-CURRENCY (WS-PT-SUB) TO DL-CURRENCY
051700     COMPUTE DL-PARTNER-AMT ROUNDED = WS-AUD-AMT / WS-FX-RATE
051800     MOVE ' ' TO RP-CARRIAGE-CONTROL
051900     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
052000     WRITE SETTLE-REPORT-RECORD.
052100*
052200 4500-WRITE-REMITTANCE.
052300     ADD 1 TO WS-SETTLED-COUNT
052400     ADD WS-NET-AUD-AMT TO WS-TOTAL-NET-AUD
052500     MOVE PT-PARTNER-ID (WS-PT-SUB) TO RM-PARTNER-ID
052600     MOVE WS-PERIOD                 TO RM-PERIOD
052700     MOVE WS-SETTLE-DATE            TO RM-SETTLE-DATE
052800     MOVE PT-CURRENCY (WS-PT-SUB)   TO RM-CURRENCY
052900     COMPUTE RM-REMIT-AMT ROUNDED = WS-NET-AUD-AMT / WS-FX-RATE
053000     MOVE WS-FX-RATE                TO RM-FX-RATE
053100     MOVE WS-NET-AUD-AMT            TO RM-NET-AUD-AMT
053200     WRITE REMIT-RECORD
053300     ADD 1 TO WS-RECORD-COUNT
053400     ADD RM-REMIT-AMT TO WS-HASH-TOTAL.
053500*
053600 4600-PRINT-NOT-SETTLED.
053700     ADD 1 TO WS-UNSETTLED-COUNT
053800     MOVE 4 TO RETURN-CODE
053900     MOVE ZERO TO WS-FX-RATE
054000     MOVE '0' TO RP-CARRIAGE-CONTROL
054100     MOVE WS-MESSAGE-LINE TO RP-PRINT-LINE
054200     WRITE SETTLE-REPORT-RECORD
054300     MOVE 'BILLED IN PERIOD' TO DL-CAPTION
054400     MOVE PT-BILLED-AMT (WS-PT-SUB) TO DL-AUD-AMT
054500     PERFORM 4610-PRINT-AUD-ONLY-LINE
054600     MOVE 'COLLECTED IN PERIOD' TO DL-CAPTION
054700     MOVE PT-COLLECTED-AMT (WS-PT-SUB) TO DL-AUD-AMT
054800     PERFORM 4610-PRINT-AUD-ONLY-LINE.
054900*
055000 4610-PRINT-AUD-ONLY-LINE.
055100     MOVE ZERO   TO DL-FX-RATE
055200     MOVE SPACES TO DL-CURRENCY
055300     MOVE ZERO   TO DL-PARTNER-AMT
055400     MOVE ' ' TO RP-CARRIAGE-CONTROL
055500     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
055600     WRITE SETTLE-REPORT-RECORD.
055700*
055800 5000-PRINT-TOTALS.
055900     MOVE '1' TO RP-CARRIAGE-CONTROL
056000     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
056100     WRITE SETTLE-REPORT-RECORD
056200     MOVE '0' TO RP-CARRIAGE-CONTROL
056300     MOVE SPACES TO RP-PRINT-LINE
056400     WRITE SETTLE-REPORT-RECORD
056500     MOVE 'PARTNERS SETTLED              ' TO TT-CAPTION
056600     MOVE WS-SETTLED-COUNT TO TT-COUNT
056700     MOVE WS-TOTAL-NET-AUD TO TT-AMOUNT
056800     PERFORM 5100-PRINT-TOTAL-LINE
056900     MOVE 'PARTNERS NOT SETTLED          ' TO TT-CAPTION
057000     MOVE WS-UNSETTLED-COUNT TO TT-COUNT
057100     MOVE ZERO TO TT-AMOUNT
057200     PERFORM 5100-PRINT-TOTAL-LINE
057300     MOVE 'LINES FOR PARTNER NOT ON FILE ' TO TT-CAPTION
057400     MOVE WS-UNKNOWN-COUNT TO TT-COUNT
057500     MOVE WS-UNKNOWN-AMT TO TT-AMOUNT
057600     PERFORM 5100-PRINT-TOTAL-LINE
057700     IF WS-UNKNOWN-COUNT > ZERO
057800         MOVE 4 TO RETURN-CODE
057900     END-IF.
058000*
058100 5100-PRINT-TOTAL-LINE.
058200     MOVE ' ' TO RP-CARRIAGE-CONTROL
058300     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
058400     WRITE SETTLE-REPORT-RECORD.
058500*
058600 9999-EXIT.
058700     MOVE 'TRL'           TO XC-RECORD-TAG
058800     MOVE WS-RUN-DATE     TO XC-RUN-DATE
058900     MOVE 'PARTSETL'      TO XC-JOB-NAME
059000     MOVE WS-RECORD-COUNT TO XC-RECORD-COUNT
059100     MOVE WS-HASH-TOTAL   TO XC-HASH-TOTAL
059200     WRITE EXTRACT-CONTROL-RECORD
059300     CLOSE STMT-DETAIL-FILE PAY-JRNL-FILE
059400           REMIT-FILE SETTLE-REPORT
059500     STOP RUN.
