000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MHRECON.
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
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY RECONCILIATION OF  *
001400*                   THE MAIL HOUSE'S ELECTRONIC INVOICE.  THE    *
001500*                   BILLING MONTH'S CYCLES ARE SUMMED FROM THE   *
001600*                   MHCOUNT LOG BY CHARGE CODE AND PRICED AT THE *
001700*                   CONTRACTED RATE IN FORCE AT MONTH END, THEN  *
001800*                   SET AGAINST THE INVOICE LINES FOR THE SAME   *
001900*                   CODE.  A DIFFERENCE OVER TOLERANCE (THE      *
002000*                   GREATER OF THE AMOUNT AND THE PERCENTAGE OF  *
002100*                   OUR PRICE ON MHRPARM), A CODE NOT ON THE     *
002200*                   RATE CARD OR A LINE FOR ANOTHER MONTH IS AN  *
002300*                   EXCEPTION.  EXCEPTIONS GO TO THEIR OWN       *
002400*                   REPORT FOR ACCOUNTS PAYABLE TO CLEAR BEFORE  *
002500*                   THE INVOICE IS PAID, AND SET RETURN-CODE 4.  *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RECON-PARM-FILE ASSIGN TO MHRPARM
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT RATE-CARD-FILE  ASSIGN TO MHRATE
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT COUNT-LOG-FILE  ASSIGN TO MHCNTLOG
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT MH-INVOICE-FILE ASSIGN TO MHINV
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT RECON-REPORT    ASSIGN TO MHRRPT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT EXCEPT-REPORT   ASSIGN TO MHREXCP
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900*    BILLING MONTH YYYYMM (ZERO FOR THE CALENDAR MONTH BEFORE
005000*    THE RUN) AND THE TOLERANCES AGREED WITH ACCOUNTS PAYABLE.
005100*
005200 FD  RECON-PARM-FILE.
005300 01  RECON-PARM-RECORD.
005400     05  MP-BILL-MONTH           PIC 9(06).
005500     05  MP-TOLERANCE-AMT        PIC 9(05)V99.
005600     05  MP-TOLERANCE-PCT        PIC 9(02)V99.
005700*
005800*    THE CONTRACTED RATE CARD - ONE ROW PER CHARGE CODE PER
005900*    RATE CHANGE.  THE ROW WITH THE LATEST EFFECTIVE DATE NOT
006000*    AFTER THE END OF THE BILLING MONTH APPLIES.
006100*
006200 FD  RATE-CARD-FILE.
006300 01  RATE-CARD-RECORD.
006400     05  MR-CHARGE-CODE          PIC X(04).
006500     05  MR-EFF-DATE             PIC 9(08).
006600     05  MR-UNIT-RATE            PIC 9(03)V9(05).
006700     05  MR-DESCRIPTION          PIC X(20).
006800*
006900 FD  COUNT-LOG-FILE.
007000     COPY "MHCNTLOG.cpy".
007100*
007200*    INBOUND FROM THE MAIL HOUSE - ONE EXTCTL 'HDR' FIRST, ONE
007300*    'TRL' LAST, ONE RECORD PER INVOICE LINE BETWEEN.
007400*
007500 FD  MH-INVOICE-FILE.
007600 01  MH-INVOICE-RECORD.
007700     05  MV-INVOICE-NUM          PIC X(12).
007800     05  MV-BILL-MONTH           PIC 9(06).
007900     05  MV-CHARGE-CODE          PIC X(04).
008000     05  MV-QUANTITY             PIC 9(09).
008100     05  MV-UNIT-RATE            PIC 9(03)V9(05).
008200     05  MV-AMOUNT               PIC S9(09)V99.
008300 01  MH-INVOICE-CONTROL-VIEW.
008400     05  MV-RECORD-TAG           PIC X(03).
008500         88  MV-CONTROL-RECORD   VALUE 'HDR' 'TRL'.
008600     05  FILLER                  PIC X(47).
008700*
008800 FD  RECON-REPORT.
008900 01  RECON-REPORT-RECORD.
009000     05  RP-CARRIAGE-CONTROL     PIC X(01).
009100     05  RP-PRINT-LINE           PIC X(132).
009200*
009300 FD  EXCEPT-REPORT.
009400 01  EXCEPT-REPORT-RECORD.
009500     05  EX-CARRIAGE-CONTROL     PIC X(01).
009600     05  EX-PRINT-LINE           PIC X(132).
009700*
009800 WORKING-STORAGE SECTION.
009900*
010000 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
010100     88  WS-RATE-EOF             VALUE 'Y'.
010200 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
010300     88  WS-LOG-EOF              VALUE 'Y'.
010400 01  WS-INV-EOF-SWITCH           PIC X(01) VALUE 'N'.
010500     88  WS-INV-EOF              VALUE 'Y'.
010600*
010700 01  WS-RUN-DATE                 PIC 9(08).
010800 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
010900     05  WS-RUN-YYYY             PIC 9(04).
011000     05  WS-RUN-MM               PIC 9(02).
011100     05  WS-RUN-DD               PIC 9(02).
011200 01  WS-BILL-MONTH               PIC 9(06).
011300 01  WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
011400     05  WS-BILL-YYYY            PIC 9(04).
011500     05  WS-BILL-MM              PIC 9(02).
011600 01  WS-MONTH-END-DATE           PIC 9(08).
011700 01  WS-TOLERANCE-AMT            PIC 9(05)V99 VALUE 5.00.
011800 01  WS-TOLERANCE-PCT            PIC 9(02)V99 VALUE 1.00.
011900 01  WS-LINE-TOLERANCE           PIC S9(09)V99.
012000 01  WS-DIFFERENCE               PIC S9(09)V99.
012100 01  WS-ABS-DIFFERENCE           PIC S9(09)V99.
012200 01  WS-STATUS                   PIC X(25).
012300 01  WS-SEARCH-CODE              PIC X(04).
012400 01  WS-RC-SUB                   PIC 9(03) COMP.
012500 01  WS-EXCEPTION-SWITCH         PIC X(01).
012600     88  WS-EXCEPTION            VALUE 'Y'.
012700*
012800 01  WS-LOG-RECORDS-USED         PIC 9(07) VALUE 0.
012900 01  WS-CYCLES-IN-MONTH          PIC 9(05) VALUE 0.
013000 01  WS-LAST-CYCLE-DATE          PIC 9(08) VALUE 0.
013100 01  WS-INVOICE-LINES            PIC 9(07) VALUE 0.
013200 01  WS-OTHER-MONTH-LINES        PIC 9(07) VALUE 0.
013300 01  WS-OTHER-MONTH-AMT          PIC S9(09)V99 VALUE 0.
013400 01  WS-EXCEPTION-COUNT          PIC 9(07) VALUE 0.
013500 01  WS-TOTAL-OURS               PIC S9(09)V99 VALUE 0.
013600 01  WS-TOTAL-BILLED             PIC S9(09)V99 VALUE 0.
013700 01  WS-INVOICE-NUM              PIC X(12) VALUE SPACES.
013800*
013900*    ONE ENTRY PER CHARGE CODE SEEN ON THE RATE CARD, OUR LOG
014000*    OR THE INVOICE.
014100*
014200 01  RC-TABLE-MAX                PIC 9(03) COMP VALUE 100.
014300 01  RC-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
014400 01  RC-TABLE.
014500     05  RC-ENTRY OCCURS 100 TIMES
014600                  INDEXED BY RC-IDX.
014700         10  RC-CHARGE-CODE      PIC X(04).
014800         10  RC-DESCRIPTION      PIC X(20).
014900         10  RC-RATE-SWITCH      PIC X(01).
015000             88  RC-ON-RATE-CARD VALUE 'Y'.
015100         10  RC-EFF-DATE         PIC 9(08).
015200         10  RC-UNIT-RATE        PIC 9(03)V9(05).
015300         10  RC-OUR-QUANTITY     PIC 9(09)     COMP-3.
015400         10  RC-OUR-AMOUNT       PIC S9(09)V99 COMP-3.
015500         10  RC-BILLED-SWITCH    PIC X(01).
015600             88  RC-BILLED       VALUE 'Y'.
015700         10  RC-BILLED-QUANTITY  PIC 9(09)     COMP-3.
015800         10  RC-BILLED-AMOUNT    PIC S9(09)V99 COMP-3.
015900*
016000 01  WS-HEADING-LINE.
016100     05  FILLER                  PIC X(40)
016200         VALUE 'MHRECON - MAIL-HOUSE INVOICE RECON     '.
016300     05  FILLER                  PIC X(08) VALUE 'MONTH   '.
016400     05  H1-BILL-MONTH           PIC 9(06).
016500     05  FILLER                  PIC X(04) VALUE SPACES.
016600     05  FILLER                  PIC X(08) VALUE 'INVOICE '.
016700     05  H1-INVOICE-NUM          PIC X(12).
016800     05  FILLER                  PIC X(04) VALUE SPACES.
016900     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
017000     05  H1-RUN-DATE             PIC 9(08).
017100     05  FILLER                  PIC X(33) VALUE SPACES.
017200*
017300 01  WS-EXCEPT-HEADING-LINE.
017400     05  FILLER                  PIC X(44)
017500         VALUE 'EXCEPTIONS - ACCOUNTS PAYABLE TO CLEAR BEFOR'.
017600     05  FILLER                  PIC X(44)
017700         VALUE 'E THE MAIL-HOUSE INVOICE IS RELEASED FOR PAY'.
017800     05  FILLER                  PIC X(44)
017900         VALUE 'MENT                                        '.
018000*
018100 01  WS-COLUMN-LINE.
018200     05  FILLER                  PIC X(44)
018300         VALUE 'CODE  DESCRIPTION            OUR QTY BILLED '.
018400     05  FILLER                  PIC X(44)
018500         VALUE 'QTY     RATE    OUR AMOUNT BILLED AMOUNT    '.
018600     05  FILLER                  PIC X(44)
018700         VALUE 'DIFFERENCE  STATUS                          '.
018800*
018900 01  WS-DETAIL-LINE.
019000     05  DL-CHARGE-CODE          PIC X(04).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  DL-DESCRIPTION          PIC X(20).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  DL-OUR-QUANTITY         PIC ZZZZZZZZ9.
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  DL-BILLED-QUANTITY      PIC ZZZZZZZZ9.
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  DL-UNIT-RATE            PIC ZZ9.99999.
019900     05  FILLER                  PIC X(01) VALUE SPACE.
020000     05  DL-OUR-AMOUNT           PIC ZZZZZZZZ9.99-.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  DL-BILLED-AMOUNT        PIC ZZZZZZZZ9.99-.
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  DL-DIFFERENCE           PIC ZZZZZZZZ9.99-.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  DL-STATUS               PIC X(25).
020700     05  FILLER                  PIC X(07) VALUE SPACES.
020800*
020900 01  WS-TOTAL-LINE.
021000     05  TT-CAPTION              PIC X(30).
021100     05  TT-COUNT                PIC ZZZZZZ9.
021200     05  FILLER                  PIC X(02) VALUE SPACES.
021300     05  TT-AMOUNT               PIC ZZZZZZZZ9.99-.
021400     05  FILLER                  PIC X(80) VALUE SPACES.
021500*
021600 PROCEDURE DIVISION.
021700*
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE
022000     PERFORM 2000-SUM-ONE-LOG-RECORD
022100         UNTIL WS-LOG-EOF
022200     PERFORM 3000-TAKE-ONE-INVOICE-LINE
022300         UNTIL WS-INV-EOF
022400     PERFORM 1900-PRINT-HEADINGS
022500     PERFORM 4000-RECONCILE-ONE-CODE
022600         VARYING WS-RC-SUB FROM 1 BY 1
022700         UNTIL WS-RC-SUB > RC-TABLE-COUNT
022800     PERFORM 5000-PRINT-TOTALS
022900     DISPLAY 'MHRECON - BILLING MONTH:     ' WS-BILL-MONTH
023000     DISPLAY 'MHRECON - CYCLES COUNTED:    ' WS-CYCLES-IN-MONTH
023100     DISPLAY 'MHRECON - INVOICE LINES:     ' WS-INVOICE-LINES
023200     DISPLAY 'MHRECON - EXCEPTIONS:        ' WS-EXCEPTION-COUNT
023300     IF WS-EXCEPTION-COUNT > ZERO
023400         DISPLAY 'MHRECON - INVOICE HELD FOR ACCOUNTS PAYABLE'
023500         MOVE 4 TO RETURN-CODE
023600     END-IF
023700     PERFORM 9999-EXIT.
023800*
023900 1000-INITIALIZE.
024000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024100     MOVE WS-RUN-YYYY TO WS-BILL-YYYY
024200     MOVE WS-RUN-MM   TO WS-BILL-MM
024300     IF WS-BILL-MM = 01
024400         SUBTRACT 1 FROM WS-BILL-YYYY
024500         MOVE 12 TO WS-BILL-MM
024600     ELSE
024700         SUBTRACT 1 FROM WS-BILL-MM
024800     END-IF
024900     OPEN INPUT RECON-PARM-FILE
025000     READ RECON-PARM-FILE
025100         AT END
025200             DISPLAY 'MHRECON - PARM MISSING, DEFAULTS USED'
025300         NOT AT END
025400             IF MP-BILL-MONTH > ZERO
025500                 MOVE MP-BILL-MONTH TO WS-BILL-MONTH
025600             END-IF
025700             MOVE MP-TOLERANCE-AMT TO WS-TOLERANCE-AMT
025800             MOVE MP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
025900     END-READ
026000     CLOSE RECON-PARM-FILE
026100     MOVE WS-BILL-MONTH TO WS-MONTH-END-DATE (1:6)
026200     MOVE 31            TO WS-MONTH-END-DATE (7:2)
026300     OPEN INPUT RATE-CARD-FILE
026400     READ RATE-CARD-FILE
026500         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
026600     END-READ
026700     PERFORM 1100-LOAD-RATE-ENTRY
026800         UNTIL WS-RATE-EOF
026900     CLOSE RATE-CARD-FILE
027000     OPEN INPUT COUNT-LOG-FILE
027100     READ COUNT-LOG-FILE
027200         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
027300     END-READ
027400     OPEN INPUT MH-INVOICE-FILE
027500     READ MH-INVOICE-FILE
027600         AT END MOVE 'Y' TO WS-INV-EOF-SWITCH
027700     END-READ
027800     OPEN OUTPUT RECON-REPORT
027900     OPEN OUTPUT EXCEPT-REPORT.
028000*
028100*    A RATE NOT YET IN FORCE AT MONTH END IS IGNORED; OF THE
028200*    REST, THE LATEST EFFECTIVE DATE WINS.
028300*
028400 1100-LOAD-RATE-ENTRY.
028500     IF MR-EFF-DATE NOT > WS-MONTH-END-DATE
028600         MOVE MR-CHARGE-CODE TO WS-SEARCH-CODE
028700         PERFORM 8000-FIND-CODE
028800         IF NOT RC-ON-RATE-CARD (RC-IDX)
028900             OR MR-EFF-DATE > RC-EFF-DATE (RC-IDX)
029000             MOVE 'Y'            TO RC-RATE-SWITCH (RC-IDX)
029100             MOVE MR-EFF-DATE    TO RC-EFF-DATE (RC-IDX)
029200             MOVE MR-UNIT-RATE   TO RC-UNIT-RATE (RC-IDX)
029300             MOVE MR-DESCRIPTION TO RC-DESCRIPTION (RC-IDX)
029400         END-IF
029500     END-IF
029600     READ RATE-CARD-FILE
029700         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
029800     END-READ.
029900*
030000 1900-PRINT-HEADINGS.
030100     MOVE WS-BILL-MONTH  TO H1-BILL-MONTH
030200     MOVE WS-INVOICE-NUM TO H1-INVOICE-NUM
030300     MOVE WS-RUN-DATE    TO H1-RUN-DATE
030400     MOVE '1' TO RP-CARRIAGE-CONTROL
030500     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
030600     WRITE RECON-REPORT-RECORD
030700     MOVE '0' TO RP-CARRIAGE-CONTROL
030800     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
030900     WRITE RECON-REPORT-RECORD
031000     MOVE '1' TO EX-CARRIAGE-CONTROL
031100     MOVE WS-HEADING-LINE TO EX-PRINT-LINE
031200     WRITE EXCEPT-REPORT-RECORD
031300     MOVE ' ' TO EX-CARRIAGE-CONTROL
031400     MOVE WS-EXCEPT-HEADING-LINE TO EX-PRINT-LINE
031500     WRITE EXCEPT-REPORT-RECORD
031600     MOVE '0' TO EX-CARRIAGE-CONTROL
031700     MOVE WS-COLUMN-LINE TO EX-PRINT-LINE
031800     WRITE EXCEPT-REPORT-RECORD.
031900*
032000 2000-SUM-ONE-LOG-RECORD.
032100     IF ML-CYCLE-DATE (1:6) = WS-BILL-MONTH
032200         ADD 1 TO WS-LOG-RECORDS-USED
032300         IF ML-CYCLE-DATE NOT = WS-LAST-CYCLE-DATE
032400             ADD 1 TO WS-CYCLES-IN-MONTH
032500             MOVE ML-CYCLE-DATE TO WS-LAST-CYCLE-DATE
032600         END-IF
032700         MOVE ML-CHARGE-CODE TO WS-SEARCH-CODE
032800         PERFORM 8000-FIND-CODE
032900         ADD ML-QUANTITY TO RC-OUR-QUANTITY (RC-IDX)
033000     END-IF
033100     READ COUNT-LOG-FILE
033200         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
033300     END-READ.
033400*
033500*    A LINE FOR ANOTHER MONTH IS NOT OURS TO PAY THIS TIME; IT
033600*    IS LISTED AS AN EXCEPTION AND KEPT OUT OF THE MATCH.
033700*
033800 3000-TAKE-ONE-INVOICE-LINE.
033900     IF NOT MV-CONTROL-RECORD
034000         ADD 1 TO WS-INVOICE-LINES
034100         IF WS-INVOICE-NUM = SPACES
034200             MOVE MV-INVOICE-NUM TO WS-INVOICE-NUM
034300         END-IF
034400         IF MV-BILL-MONTH NOT = WS-BILL-MONTH
034500             ADD 1 TO WS-OTHER-MONTH-LINES
034600             ADD MV-AMOUNT TO WS-OTHER-MONTH-AMT
034700         ELSE
034800             MOVE MV-CHARGE-CODE TO WS-SEARCH-CODE
034900             PERFORM 8000-FIND-CODE
035000             MOVE 'Y' TO RC-BILLED-SWITCH (RC-IDX)
035100             ADD MV-QUANTITY TO RC-BILLED-QUANTITY (RC-IDX)
035200             ADD MV-AMOUNT   TO RC-BILLED-AMOUNT (RC-IDX)
035300         END-IF
035400     END-IF
035500     READ MH-INVOICE-FILE
035600         AT END MOVE 'Y' TO WS-INV-EOF-SWITCH
035700     END-READ.
035800*
035900******************************************************************
036000*    EACH CHARGE CODE IS PRICED AT OUR COUNT AND SET AGAINST     *
036100*    WHAT WAS BILLED.  THE TOLERANCE IS THE GREATER OF THE FLAT  *
036200*    AMOUNT AND THE PERCENTAGE OF OUR PRICE.                     *
036300******************************************************************
036400 4000-RECONCILE-ONE-CODE.
036500     SET RC-IDX TO WS-RC-SUB
036600     MOVE 'N' TO WS-EXCEPTION-SWITCH
036700     COMPUTE RC-OUR-AMOUNT (RC-IDX) ROUNDED =
036800         RC-OUR-QUANTITY (RC-IDX) * RC-UNIT-RATE (RC-IDX)
036900     COMPUTE WS-DIFFERENCE =
037000         RC-BILLED-AMOUNT (RC-IDX) - RC-OUR-AMOUNT (RC-IDX)
037100     MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
037200     IF WS-ABS-DIFFERENCE < ZERO
037300         COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-ABS-DIFFERENCE
037400     END-IF
037500     COMPUTE WS-LINE-TOLERANCE ROUNDED =
037600         RC-OUR-AMOUNT (RC-IDX) * WS-TOLERANCE-PCT / 100
037700     IF WS-LINE-TOLERANCE < WS-TOLERANCE-AMT
037800         MOVE WS-TOLERANCE-AMT TO WS-LINE-TOLERANCE
037900     END-IF
038000     IF NOT RC-ON-RATE-CARD (RC-IDX)
038100         MOVE 'NOT ON RATE CARD' TO WS-STATUS
038200         MOVE 'Y' TO WS-EXCEPTION-SWITCH
038300     ELSE
038400         IF WS-ABS-DIFFERENCE > WS-LINE-TOLERANCE
038500             MOVE 'Y' TO WS-EXCEPTION-SWITCH
038600             IF NOT RC-BILLED (RC-IDX)
038700                 MOVE 'SENT BUT NOT BILLED' TO WS-STATUS
038800             ELSE
038900                 IF WS-DIFFERENCE > ZERO
039000                     MOVE 'OVERBILLED - OVER TOL' TO WS-STATUS
039100                 ELSE
039200                     MOVE 'UNDERBILLED - OVER TOL' TO WS-STATUS
039300                 END-IF
039400             END-IF
039500         ELSE
039600             IF RC-BILLED-QUANTITY (RC-IDX)
039700                     NOT = RC-OUR-QUANTITY (RC-IDX)
039800                 MOVE 'QUANTITY DIFFERS - IN TOL' TO WS-STATUS
039900             ELSE
040000                 MOVE 'AGREED' TO WS-STATUS
040100             END-IF
040200         END-IF
040300     END-IF
040400     ADD RC-OUR-AMOUNT (RC-IDX)    TO WS-TOTAL-OURS
040500     ADD RC-BILLED-AMOUNT (RC-IDX) TO WS-TOTAL-BILLED
040600     MOVE RC-CHARGE-CODE (RC-IDX)     TO DL-CHARGE-CODE
040700     MOVE RC-DESCRIPTION (RC-IDX)     TO DL-DESCRIPTION
040800     MOVE RC-OUR-QUANTITY (RC-IDX)    TO DL-OUR-QUANTITY
040900     MOVE RC-BILLED-QUANTITY (RC-IDX) TO DL-BILLED-QUANTITY
041000     MOVE RC-UNIT-RATE (RC-IDX)       TO DL-UNIT-RATE
041100     MOVE RC-OUR-AMOUNT (RC-IDX)      TO DL-OUR-AMOUNT
041200     MOVE RC-BILLED-AMOUNT (RC-IDX)   TO DL-BILLED-AMOUNT
041300     MOVE WS-DIFFERENCE               TO DL-DIFFERENCE
041400     MOVE WS-STATUS                   TO DL-STATUS
041500     MOVE ' ' TO RP-CARRIAGE-CONTROL
041600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
041700     WRITE RECON-REPORT-RECORD
041800     IF WS-EXCEPTION
041900         ADD 1 TO WS-EXCEPTION-COUNT
042000         MOVE ' ' TO EX-CARRIAGE-CONTROL
042100         MOVE WS-DETAIL-LINE TO EX-PRINT-LINE
042200         WRITE EXCEPT-REPORT-RECORD
042300     END-IF.
042400*
042500 5000-PRINT-TOTALS.
042600     IF WS-OTHER-MONTH-LINES > ZERO
042700         ADD 1 TO WS-EXCEPTION-COUNT
042800         MOVE SPACES TO WS-DETAIL-LINE
042900         MOVE 'ANY '                 TO DL-CHARGE-CODE
043000         MOVE 'OTHER MONTH LINES'    TO DL-DESCRIPTION
043100         MOVE WS-OTHER-MONTH-LINES   TO DL-BILLED-QUANTITY
043200         MOVE WS-OTHER-MONTH-AMT     TO DL-BILLED-AMOUNT
043300         MOVE WS-OTHER-MONTH-AMT     TO DL-DIFFERENCE
043400         MOVE 'WRONG BILLING MONTH'  TO DL-STATUS
043500         MOVE ' ' TO RP-CARRIAGE-CONTROL
043600         MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
043700         WRITE RECON-REPORT-RECORD
043800         MOVE ' ' TO EX-CARRIAGE-CONTROL
043900         MOVE WS-DETAIL-LINE TO EX-PRINT-LINE
044000         WRITE EXCEPT-REPORT-RECORD
044100         ADD WS-OTHER-MONTH-AMT TO WS-TOTAL-BILLED
044200     END-IF
044300     MOVE '0' TO RP-CARRIAGE-CONTROL
044400     MOVE SPACES TO RP-PRINT-LINE
044500     WRITE RECON-REPORT-RECORD
044600     MOVE 'CYCLES COUNTED IN MONTH       ' TO TT-CAPTION
044700     MOVE WS-CYCLES-IN-MONTH TO TT-COUNT
044800     MOVE ZERO TO TT-AMOUNT
044900     PERFORM 5100-PRINT-TOTAL-LINE
045000     MOVE 'OUR PRICE FOR THE MONTH       ' TO TT-CAPTION
045100     MOVE RC-TABLE-COUNT TO TT-COUNT
045200     MOVE WS-TOTAL-OURS TO TT-AMOUNT
045300     PERFORM 5100-PRINT-TOTAL-LINE
045400     MOVE 'INVOICE LINES / AMOUNT BILLED ' TO TT-CAPTION
045500     MOVE WS-INVOICE-LINES TO TT-COUNT
045600     MOVE WS-TOTAL-BILLED TO TT-AMOUNT
045700     PERFORM 5100-PRINT-TOTAL-LINE
045800     MOVE 'EXCEPTIONS TO CLEAR           ' TO TT-CAPTION
045900     MOVE WS-EXCEPTION-COUNT TO TT-COUNT
046000     COMPUTE TT-AMOUNT = WS-TOTAL-BILLED - WS-TOTAL-OURS
046100     PERFORM 5100-PRINT-TOTAL-LINE
046200     MOVE '0' TO EX-CARRIAGE-CONTROL
046300     MOVE WS-TOTAL-LINE TO EX-PRINT-LINE
046400     WRITE EXCEPT-REPORT-RECORD.
046500*
046600 5100-PRINT-TOTAL-LINE.
046700     MOVE ' ' TO RP-CARRIAGE-CONTROL
046800     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
046900     WRITE RECON-REPORT-RECORD.
047000*
047100*    FINDS THE CHARGE CODE IN WS-SEARCH-CODE, ADDING IT IF
047200*    NEW.  MORE CODES THAN THE TABLE HOLDS WOULD LEAVE CHARGES
047300*    UNCHECKED, SO IT STOPS THE RUN.
047400*
047500 8000-FIND-CODE.
047600     SET RC-IDX TO 1
047700     SEARCH RC-ENTRY
047800         AT END
047900             PERFORM 8100-ADD-CODE
048000         WHEN RC-IDX > RC-TABLE-COUNT
048100             PERFORM 8100-ADD-CODE
048200         WHEN RC-CHARGE-CODE (RC-IDX) = WS-SEARCH-CODE
048300             CONTINUE
048400     END-SEARCH.
048500*
048600 8100-ADD-CODE.
048700     IF RC-TABLE-COUNT NOT < RC-TABLE-MAX
048800         DISPLAY 'MHRECON - CHARGE CODE TABLE FULL AT '
048900             RC-TABLE-MAX ' ENTRIES - NOT RECONCILED'
049000         MOVE 8 TO RETURN-CODE
049100         STOP RUN
049200     END-IF
049300     ADD 1 TO RC-TABLE-COUNT
049400     SET RC-IDX TO RC-TABLE-COUNT
049500     MOVE WS-SEARCH-CODE TO RC-CHARGE-CODE (RC-IDX)
049600     MOVE SPACES          TO RC-DESCRIPTION (RC-IDX)
049700     MOVE 'N'             TO RC-RATE-SWITCH (RC-IDX)
049800     MOVE 0               TO RC-EFF-DATE (RC-IDX)
049900     MOVE 0               TO RC-UNIT-RATE (RC-IDX)
050000     MOVE 0               TO RC-OUR-QUANTITY (RC-IDX)
050100     MOVE 0               TO RC-OUR-AMOUNT (RC-IDX)
050200     MOVE 'N'             TO RC-BILLED-SWITCH (RC-IDX)
050300     MOVE 0               TO RC-BILLED-QUANTITY (RC-IDX)
050400     MOVE 0               TO RC-BILLED-AMOUNT (RC-IDX).
050500*
050600 9999-EXIT.
050700     CLOSE COUNT-LOG-FILE MH-INVOICE-FILE
050800           RECON-REPORT EXCEPT-REPORT
050900     STOP RUN.
