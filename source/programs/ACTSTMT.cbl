000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACTSTMT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - CUSTOMER STATEMENTS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY ITEMISED ACTIVITY  *
001400*                   STATEMENT FOR ACCOUNT-MASTER CUSTOMERS.      *
001500*                   EACH ACCOUNT OPENS AT THE BEGIN-BAL OF THE   *
001600*                   CYCLE'S FIRST MASTER, LISTS EVERY MOVLEDGR   *
001700*                   CREDIT, DEBIT AND SERVICE CHARGE IN DATE     *
001800*                   ORDER WITH A RUNNING BALANCE, SHOWS THE      *
001900*                   PERIOD'S SERVICE CHARGES AND THE INTEREST    *
002000*                   ACCRUED ON THE INTACCRU LEDGER, AND CLOSES   *
002100*                   AT THE BALANCE THE CYCLE'S LAST MASTER       *
002200*                   CARRIES FORWARD.  STATEMENTS PAGE ON THE     *
002300*                   MASTER'S LINE-COUNT AND PAGE-COUNT, WHICH    *
002400*                   ARE WRITTEN FORWARD SO A REPRINT ('R' MODE)  *
002500*                   IS CHECKED PAGE FOR PAGE AGAINST THE         *
002600*                   ORIGINAL.  THE RUN STOPS UNLESS MSTRBAL      *
002700*                   BALANCED CLEANLY EVERY NIGHT OF THE CYCLE    *
002800*                   AND EVERY STATEMENT PROVES TO THE MASTER.    *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL PARM-FILE      ASSIGN TO ACTSPARM
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT EOJ-CONTROL-FILE ASSIGN TO EOJCTLF
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPEN-MASTER-FILE ASSIGN TO MSTROPN
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT CURR-MASTER-FILE ASSIGN TO MSTRCUR
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT LEDGER-FILE      ASSIGN TO MOVLEDG
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
004800     SELECT SORTED-LEDGER-FILE ASSIGN TO ACTSSRT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT OPTIONAL ACCRUAL-IN     ASSIGN TO ACRLLEDI
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT STMT-MASTER-OUT  ASSIGN TO MSTRSTMO
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT STATEMENT-PRINT  ASSIGN TO ACTSPRT
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900*    THE CYCLE (FIRST AND LAST DATE), THE PRINTED LINES PER
006000*    PAGE, AND THE RUN MODE.  ZERO DATES TAKE THE CALENDAR MONTH
006100*    BEFORE THE RUN.  IN REPRINT MODE A NON-ZERO RECORD NUMBER
006200*    REPRINTS THAT ONE ACCOUNT ONLY.
006300*
006400 FD  PARM-FILE.
006500 01  PARM-RECORD.
006600     05  AS-CYCLE-START          PIC 9(08).
006700     05  AS-CYCLE-END            PIC 9(08).
006800     05  AS-LINES-PER-PAGE       PIC 9(03).
006900     05  AS-RUN-MODE             PIC X(01).
007000         88  AS-REPRINT          VALUE 'R'.
007100     05  AS-REPRINT-RECORD-NO    PIC 9(09).
007200*
007300 FD  EOJ-CONTROL-FILE.
007400     COPY "JOBCTL.cpy".
007500*
007600*    THE CYCLE'S FIRST MASTER (ITS BEGIN-BAL IS THE OPENING
007700*    BALANCE) AND ITS LAST (BEGIN-BAL PLUS THAT DAY'S MOVEMENT
007800*    IS THE CLOSING BALANCE), HELD IN THE SAME ACCOUNT SEQUENCE
007900*    AND MATCHED ONE FOR ONE AS IN MSTRBAL.
008000*
008100 FD  OPEN-MASTER-FILE.
008200     COPY "MSTREC.cpy" REPLACING ==MASTER-RECORD== BY
008300                                 ==OM-MASTER-DATA==.
008400*
008500 FD  CURR-MASTER-FILE.
008600     COPY "MSTREC.cpy" REPLACING ==MASTER-RECORD== BY
008700                                 ==CM-MASTER-DATA==.
008800*
008900*    SAME SHAPE AS MOVLEDGR'S ROLLING LEDGER, SORTED HERE TO
009000*    MASTER POSITION AND POSTING DATE.  THE DAY'S DETAIL IS
009100*    APPENDED IN POSTING ORDER, SO EQUAL DATES KEEP THAT ORDER.
009200*
009300 FD  LEDGER-FILE.
009400 01  LEDGER-RECORD               PIC X(39).
009500*
009600 SD  SORT-WORK-FILE.
009700 01  SORT-WORK-RECORD.
009800     05  SW-RECORD-NO            PIC 9(07).
009900     05  FILLER                  PIC X(09).
010000     05  SW-POST-DATE            PIC 9(08).
010100     05  FILLER                  PIC X(15).
010200*
010300 FD  SORTED-LEDGER-FILE.
010400 01  SORTED-LEDGER-RECORD.
010500     05  SL-RECORD-NO            PIC 9(07).
010600     05  SL-MOVEMENT-TYPE        PIC X(01).
010700         88  SL-CREDIT           VALUE 'C'.
010800         88  SL-DEBIT            VALUE 'D'.
010900         88  SL-SERVICE-CHG      VALUE 'S'.
011000     05  SL-SOURCE               PIC X(08).
011100     05  SL-POST-DATE            PIC 9(08).
011200     05  SL-AMOUNT               PIC S9(13)V99.
011300*
011400*    SAME SHAPE AS INTACCRU'S ACCRUAL LEDGER - ONE RECORD PER
011500*    MASTER POSITION, INTEREST ACCRUED BUT NOT YET CREDITED.
011600*
011700 FD  ACCRUAL-IN.
011800 01  ACCRUAL-IN-RECORD.
011900     05  AC-ACCRUED-AMT          PIC S9(13)V99.
012000*
012100 FD  STMT-MASTER-OUT.
012200 01  STMT-MASTER-RECORD          PIC X(72).
012300*
012400 FD  STATEMENT-PRINT.
012500 01  STATEMENT-PRINT-RECORD.
012600     05  RP-CARRIAGE-CONTROL     PIC X(01).
012700     05  RP-PRINT-LINE           PIC X(132).
012800*
012900 WORKING-STORAGE SECTION.
013000*
013100 01  WS-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
013200     88  WS-CTL-EOF              VALUE 'Y'.
013300 01  WS-OPEN-EOF-SWITCH          PIC X(01) VALUE 'N'.
013400     88  WS-OPEN-EOF             VALUE 'Y'.
013500 01  WS-CURR-EOF-SWITCH          PIC X(01) VALUE 'N'.
013600     88  WS-CURR-EOF             VALUE 'Y'.
013700 01  WS-LEDG-EOF-SWITCH          PIC X(01) VALUE 'N'.
013800     88  WS-LEDG-EOF             VALUE 'Y'.
013900 01  WS-ACRL-EOF-SWITCH          PIC X(01) VALUE 'N'.
014000     88  WS-ACRL-EOF             VALUE 'Y'.
014100 01  WS-REPRINT-SWITCH           PIC X(01) VALUE 'N'.
014200     88  WS-REPRINT              VALUE 'Y'.
014300 01  WS-PRINT-SWITCH             PIC X(01).
014400     88  WS-PRINT-THIS-ACCOUNT   VALUE 'Y'.
014500*
014600 01  WS-RUN-DATE                 PIC 9(08).
014700 01  WS-DATE-WORK.
014800     05  WS-DW-YYYY              PIC 9(04).
014900     05  WS-DW-MM                PIC 9(02).
015000     05  WS-DW-DD                PIC 9(02).
015100 01  WS-LEAP-QUOTIENT            PIC 9(04).
015200 01  WS-LEAP-REMAINDER           PIC 9(02).
015300*
015400 01  WS-CYCLE-START              PIC 9(08) VALUE 0.
015500 01  WS-CYCLE-END                PIC 9(08) VALUE 0.
015600 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 60.
015700 01  WS-REPRINT-RECORD-NO        PIC 9(09) VALUE 0.
015800*
015900 01  WS-RECORD-NO                PIC 9(09) VALUE 0.
016000 01  WS-LEDGER-KEY               PIC 9(09).
016100 01  WS-HIGH-VALUE-KEY           PIC 9(09) VALUE 999999999.
016200 01  WS-RUNNING-BAL              PIC S9(13)V99 COMP-3.
016300 01  WS-MASTER-CLOSING           PIC S9(13)V99 COMP-3.
016400 01  WS-PERIOD-SERV-CHG          PIC S9(13)V99 COMP-3.
016500 01  WS-ACCRUED-AMT              PIC S9(13)V99 COMP-3.
016600 01  WS-RECORDED-LINE-COUNT      PIC S9(03).
016700 01  WS-RECORDED-PAGE-COUNT      PIC S9(05).
016800 01  WS-HOLD-LINE                PIC X(132).
016900*
017000 01  WS-BAL-RUNS                 PIC 9(05) VALUE 0.
017100 01  WS-BAL-RUNS-DIRTY           PIC 9(05) VALUE 0.
017200 01  WS-BAL-RECORDS              PIC 9(09) VALUE 0.
017300 01  WS-BAL-LAST-DATE            PIC 9(08) VALUE 0.
017400*
017500 01  WS-STATEMENTS-PRINTED       PIC 9(09) VALUE 0.
017600 01  WS-PAGES-PRINTED            PIC 9(09) VALUE 0.
017700 01  WS-MOVEMENTS-LISTED         PIC 9(09) VALUE 0.
017800 01  WS-MOVEMENTS-OUTSIDE        PIC 9(09) VALUE 0.
017900 01  WS-ORPHAN-MOVEMENTS         PIC 9(09) VALUE 0.
018000 01  WS-REPRINT-DIFFERENCES      PIC 9(09) VALUE 0.
018100 01  WS-TOTAL-OPENING            PIC S9(15)V99 VALUE 0.
018200 01  WS-TOTAL-CLOSING            PIC S9(15)V99 VALUE 0.
018300*
018400 01  WS-HEADING-LINE.
018500     05  FILLER                  PIC X(44)
018600         VALUE 'ACTSTMT - ACCOUNT ACTIVITY STATEMENT        '.
018700     05  FILLER                  PIC X(08) VALUE 'ACCOUNT '.
018800     05  H1-RECORD-NO            PIC 9(09).
018900     05  FILLER                  PIC X(09) VALUE ' COMPANY '.
019000     05  H1-COMPANY-CODE         PIC X(03).
019100     05  FILLER                  PIC X(10) VALUE '  PERIOD  '.
019200     05  H1-CYCLE-START          PIC 9(08).
019300     05  FILLER                  PIC X(04) VALUE ' TO '.
019400     05  H1-CYCLE-END            PIC 9(08).
019500     05  FILLER                  PIC X(07) VALUE '  PAGE '.
019600     05  H1-PAGE-NO              PIC ZZZZ9.
019700     05  FILLER                  PIC X(17) VALUE SPACES.
019800*
019900 01  WS-COLUMN-LINE.
020000     05  FILLER                  PIC X(44)
020100         VALUE 'DATE      SOURCE    DESCRIPTION             '.
020200     05  FILLER                  PIC X(44)
020300         VALUE '                 DEBITS                CREDI'.
020400     05  FILLER                  PIC X(44)
020500         VALUE 'TS                BALANCE                   '.
020600*
020700 01  WS-DETAIL-LINE.
020800     05  DL-POST-DATE            PIC 9(08).
020900     05  FILLER                  PIC X(02) VALUE SPACES.
021000     05  DL-SOURCE               PIC X(08).
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  DL-DESCRIPTION          PIC X(24).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  DL-DEBIT-AMT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
021450                   BLANK WHEN ZERO.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  DL-CREDIT-AMT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
021650                   BLANK WHEN ZERO.
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  DL-BALANCE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021900     05  FILLER                  PIC X(19) VALUE SPACES.
022000*
022100*    OPENING AND CLOSING BALANCES - THE BALANCE COLUMN ONLY.
022200*
022300 01  WS-BALANCE-LINE.
022400     05  BL-DATE                 PIC 9(08).
022500     05  FILLER                  PIC X(12) VALUE SPACES.
022600     05  BL-DESCRIPTION          PIC X(24).
022700     05  FILLER                  PIC X(48) VALUE SPACES.
022800     05  BL-BALANCE              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
022900     05  FILLER                  PIC X(19) VALUE SPACES.
023000*
023100*    PERIOD TOTALS AND MEMO ITEMS - NOT PART OF THE RUNNING
023200*    BALANCE.
023300*
023400 01  WS-MEMO-LINE.
023500     05  FILLER                  PIC X(20) VALUE SPACES.
023600     05  ML-DESCRIPTION          PIC X(24).
023700     05  FILLER                  PIC X(02) VALUE SPACES.
023800     05  ML-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023900     05  FILLER                  PIC X(65) VALUE SPACES.
024000*
024100 PROCEDURE DIVISION.
024200*
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE
024500     PERFORM 2000-STATE-ONE-ACCOUNT
024600         UNTIL WS-OPEN-EOF OR WS-CURR-EOF
024700     PERFORM 3000-SKIP-ONE-ORPHAN
024800         UNTIL WS-LEDG-EOF
024900     DISPLAY 'ACTSTMT - STATEMENTS:    ' WS-STATEMENTS-PRINTED
025000     DISPLAY 'ACTSTMT - PAGES:         ' WS-PAGES-PRINTED
025100     DISPLAY 'ACTSTMT - MOVEMENTS:     ' WS-MOVEMENTS-LISTED
025200     DISPLAY 'ACTSTMT - NO ACCOUNT:    ' WS-ORPHAN-MOVEMENTS
025300     DISPLAY 'ACTSTMT - TOTAL OPENING: ' WS-TOTAL-OPENING
025400     DISPLAY 'ACTSTMT - TOTAL CLOSING: ' WS-TOTAL-CLOSING
025500     PERFORM 4000-PROVE-RUN-TOTALS
025600     PERFORM 9999-EXIT.
025700*
025800 1000-INITIALIZE.
025900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026000     OPEN INPUT PARM-FILE
026100     READ PARM-FILE
026200         AT END
026300             CONTINUE
026400         NOT AT END
026500             MOVE AS-CYCLE-START TO WS-CYCLE-START
026600             MOVE AS-CYCLE-END   TO WS-CYCLE-END
026700             IF AS-LINES-PER-PAGE NOT < 10
026800                 MOVE AS-LINES-PER-PAGE TO WS-LINES-PER-PAGE
026900             END-IF
027000             IF AS-REPRINT
027100                 MOVE 'Y' TO WS-REPRINT-SWITCH
027200                 MOVE AS-REPRINT-RECORD-NO TO WS-REPRINT-RECORD-NO
027300             END-IF
027400     END-READ
027500     CLOSE PARM-FILE
027600     IF WS-CYCLE-START = ZERO
027700         OR WS-CYCLE-END = ZERO
027800         PERFORM 1100-SET-PRIOR-MONTH
027900     END-IF
028000     PERFORM 1200-CHECK-MSTRBAL-RUNS
028100     SORT SORT-WORK-FILE
028200         ON ASCENDING KEY SW-RECORD-NO SW-POST-DATE
028300         WITH DUPLICATES IN ORDER
028400         USING LEDGER-FILE
028500         GIVING SORTED-LEDGER-FILE
028600     OPEN INPUT  OPEN-MASTER-FILE
028700     OPEN INPUT  CURR-MASTER-FILE
028800     OPEN INPUT  SORTED-LEDGER-FILE
028900     OPEN INPUT  ACCRUAL-IN
029000     OPEN OUTPUT STMT-MASTER-OUT
029100     OPEN OUTPUT STATEMENT-PRINT
029200     PERFORM 8000-READ-LEDGER
029300     READ OPEN-MASTER-FILE
029400         AT END MOVE 'Y' TO WS-OPEN-EOF-SWITCH
029500     END-READ
029600     READ CURR-MASTER-FILE
029700         AT END MOVE 'Y' TO WS-CURR-EOF-SWITCH
029800     END-READ.
029900*
030000*    THE STATEMENT RUN FOLLOWS THE CYCLE'S CLOSE, SO BY DEFAULT
030100*    THE WHOLE CALENDAR MONTH BEFORE THE RUN DATE IS TAKEN.
030200*
030300 1100-SET-PRIOR-MONTH.
030400     MOVE WS-RUN-DATE TO WS-DATE-WORK
030500     IF WS-DW-MM = 1
030600         SUBTRACT 1 FROM WS-DW-YYYY
030700         MOVE 12 TO WS-DW-MM
030800     ELSE
030900         SUBTRACT 1 FROM WS-DW-MM
031000     END-IF
031100     MOVE 1 TO WS-DW-DD
031200     MOVE WS-DATE-WORK TO WS-CYCLE-START
031300     EVALUATE WS-DW-MM
031400         WHEN 4
031500         WHEN 6
031600         WHEN 9
031700         WHEN 11
031800             MOVE 30 TO WS-DW-DD
031900         WHEN 2
032000             DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
032100                 REMAINDER WS-LEAP-REMAINDER
032200             IF WS-LEAP-REMAINDER = ZERO
032300                 MOVE 29 TO WS-DW-DD
032400             ELSE
032500                 MOVE 28 TO WS-DW-DD
032600             END-IF
032700         WHEN OTHER
032800             MOVE 31 TO WS-DW-DD
032900     END-EVALUATE
033000     MOVE WS-DATE-WORK TO WS-CYCLE-END.
033100*
033200******************************************************************
033300*    MSTRBAL MUST HAVE RUN EVERY NIGHT OF THE CYCLE WITHOUT AN   *
033400*    EXCEPTION (ITS EOJCTL RECORDS), OR THE MASTERS THE          *
033500*    STATEMENTS ARE PROVED AGAINST CANNOT BE TRUSTED AND NO      *
033600*    STATEMENT IS PRINTED.                                       *
033700******************************************************************
033800*
033900 1200-CHECK-MSTRBAL-RUNS.
034000     OPEN INPUT EOJ-CONTROL-FILE
034100     READ EOJ-CONTROL-FILE
034200         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
034300     END-READ
034400     PERFORM 1210-TAKE-ONE-CONTROL
034500         UNTIL WS-CTL-EOF
034600     CLOSE EOJ-CONTROL-FILE
034700     IF WS-BAL-RUNS = ZERO
034800         OR WS-BAL-RUNS-DIRTY > ZERO
034900         DISPLAY 'ACTSTMT - MSTRBAL RUNS IN CYCLE: ' WS-BAL-RUNS
035000             '  WITH EXCEPTIONS: ' WS-BAL-RUNS-DIRTY
035100         DISPLAY 'ACTSTMT - CYCLE ' WS-CYCLE-START ' TO '
035200             WS-CYCLE-END ' NOT BALANCED - NO STATEMENTS'
035300         MOVE 8 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600*
035700 1210-TAKE-ONE-CONTROL.
035800     IF JC-JOB-NAME = 'MSTRBAL'
035900         AND JC-RUN-DATE NOT < WS-CYCLE-START
036000         AND JC-RUN-DATE NOT > WS-CYCLE-END
036100         ADD 1 TO WS-BAL-RUNS
036200         IF JC-RECORDS-REJECTED > ZERO
036300             OR NOT JC-JOB-PASSED
036400             ADD 1 TO WS-BAL-RUNS-DIRTY
036500         END-IF
036600         IF JC-RUN-DATE NOT < WS-BAL-LAST-DATE
036700             MOVE JC-RUN-DATE   TO WS-BAL-LAST-DATE
036800             MOVE JC-RECORDS-IN TO WS-BAL-RECORDS
036900         END-IF
037000     END-IF
037100     READ EOJ-CONTROL-FILE
037200         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
037300     END-READ.
037400*
037500******************************************************************
037600*    ONE ACCOUNT - OPENING BALANCE, THE CYCLE'S MOVEMENTS,       *
037700*    PERIOD TOTALS, CLOSING BALANCE, THEN THE PROOF.  MOVEMENTS  *
037800*    OUTSIDE THE CYCLE (THE LEDGER ROLLS OVER SEVERAL) ARE       *
037900*    PASSED BY.                                                  *
038000******************************************************************
038100*
038200 2000-STATE-ONE-ACCOUNT.
038300     ADD 1 TO WS-RECORD-NO
038400     PERFORM 3000-SKIP-ONE-ORPHAN
038500         UNTIL WS-LEDGER-KEY NOT < WS-RECORD-NO
038600     PERFORM 2010-READ-ONE-ACCRUAL
038700     MOVE 'Y' TO WS-PRINT-SWITCH
038800     IF WS-REPRINT
038900         AND WS-REPRINT-RECORD-NO NOT = ZERO
039000         AND WS-REPRINT-RECORD-NO NOT = WS-RECORD-NO
039100         MOVE 'N' TO WS-PRINT-SWITCH
039200     END-IF
039300     IF WS-PRINT-THIS-ACCOUNT
039400         PERFORM 2100-PRINT-ONE-STATEMENT
039500     ELSE
039600         PERFORM 2500-PASS-ONE-MOVEMENT
039700             UNTIL WS-LEDGER-KEY > WS-RECORD-NO
039800     END-IF
039900     MOVE CM-MASTER-DATA TO STMT-MASTER-RECORD
040000     WRITE STMT-MASTER-RECORD
040100     READ OPEN-MASTER-FILE
040200         AT END MOVE 'Y' TO WS-OPEN-EOF-SWITCH
040300     END-READ
040400     READ CURR-MASTER-FILE
040500         AT END MOVE 'Y' TO WS-CURR-EOF-SWITCH
040600     END-READ.
040700*
040800 2010-READ-ONE-ACCRUAL.
040900     IF WS-ACRL-EOF
041000         MOVE ZERO TO WS-ACCRUED-AMT
041100     ELSE
041200         READ ACCRUAL-IN
041300             AT END
041400                 MOVE 'Y' TO WS-ACRL-EOF-SWITCH
041500                 MOVE ZERO TO WS-ACCRUED-AMT
041600             NOT AT END
041700                 MOVE AC-ACCRUED-AMT TO WS-ACCRUED-AMT
041800         END-READ
041900     END-IF.
042000*
042100 2100-PRINT-ONE-STATEMENT.
042200     ADD 1 TO WS-STATEMENTS-PRINTED
042300     MOVE LINE-COUNT OF CM-MASTER-DATA TO WS-RECORDED-LINE-COUNT
042400     MOVE PAGE-COUNT OF CM-MASTER-DATA TO WS-RECORDED-PAGE-COUNT
042500     MOVE ZERO TO PAGE-COUNT OF CM-MASTER-DATA
042600     MOVE ZERO TO WS-PERIOD-SERV-CHG
042700     MOVE BEGIN-BAL OF OM-MASTER-DATA TO WS-RUNNING-BAL
042800     ADD WS-RUNNING-BAL TO WS-TOTAL-OPENING
042900     PERFORM 2900-START-NEW-PAGE
043000     MOVE WS-CYCLE-START    TO BL-DATE
043100     MOVE 'OPENING BALANCE' TO BL-DESCRIPTION
043200     MOVE WS-RUNNING-BAL    TO BL-BALANCE
043300     MOVE WS-BALANCE-LINE   TO RP-PRINT-LINE
043400     PERFORM 2800-PRINT-ONE-LINE
043500     PERFORM 2200-LIST-ONE-MOVEMENT
043600         UNTIL WS-LEDGER-KEY > WS-RECORD-NO
043700     MOVE 'SERVICE CHARGES' TO ML-DESCRIPTION
043800     MOVE WS-PERIOD-SERV-CHG TO ML-AMOUNT
043900     MOVE WS-MEMO-LINE      TO RP-PRINT-LINE
044000     PERFORM 2800-PRINT-ONE-LINE
044100     MOVE 'INTEREST ACCRUED (MEMO)' TO ML-DESCRIPTION
044200     MOVE WS-ACCRUED-AMT    TO ML-AMOUNT
044300     MOVE WS-MEMO-LINE      TO RP-PRINT-LINE
044400     PERFORM 2800-PRINT-ONE-LINE
044500     MOVE WS-CYCLE-END      TO BL-DATE
044600     MOVE 'CLOSING BALANCE' TO BL-DESCRIPTION
044700     MOVE WS-RUNNING-BAL    TO BL-BALANCE
044800     MOVE WS-BALANCE-LINE   TO RP-PRINT-LINE
044900     PERFORM 2800-PRINT-ONE-LINE
045000     ADD WS-RUNNING-BAL TO WS-TOTAL-CLOSING
045100     PERFORM 2300-PROVE-ONE-STATEMENT
045200     IF WS-REPRINT
045300         PERFORM 2400-CHECK-REPRINT-PAGING
045400     END-IF.
045500*
045600 2200-LIST-ONE-MOVEMENT.
045700     IF SL-POST-DATE < WS-CYCLE-START
045800         OR SL-POST-DATE > WS-CYCLE-END
045900         ADD 1 TO WS-MOVEMENTS-OUTSIDE
046000     ELSE
046100         ADD 1 TO WS-MOVEMENTS-LISTED
046200         MOVE SL-POST-DATE TO DL-POST-DATE
046300         MOVE SL-SOURCE    TO DL-SOURCE
046400         MOVE ZERO TO DL-DEBIT-AMT
046500         MOVE ZERO TO DL-CREDIT-AMT
046600         EVALUATE TRUE
046700             WHEN SL-CREDIT
046800                 MOVE 'CREDIT'         TO DL-DESCRIPTION
046900                 MOVE SL-AMOUNT        TO DL-CREDIT-AMT
047000                 ADD SL-AMOUNT TO WS-RUNNING-BAL
047100             WHEN SL-DEBIT
047200                 MOVE 'DEBIT'          TO DL-DESCRIPTION
047300                 MOVE SL-AMOUNT        TO DL-DEBIT-AMT
047400                 SUBTRACT SL-AMOUNT FROM WS-RUNNING-BAL
047500             WHEN SL-SERVICE-CHG
047600                 MOVE 'SERVICE CHARGE' TO DL-DESCRIPTION
047700                 MOVE SL-AMOUNT        TO DL-DEBIT-AMT
047800                 SUBTRACT SL-AMOUNT FROM WS-RUNNING-BAL
047900                 ADD SL-AMOUNT TO WS-PERIOD-SERV-CHG
048000             WHEN OTHER
048100                 MOVE 'UNKNOWN MOVEMENT TYPE' TO DL-DESCRIPTION
048200         END-EVALUATE
048300         MOVE WS-RUNNING-BAL TO DL-BALANCE
048400         MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
048500         PERFORM 2800-PRINT-ONE-LINE
048600     END-IF
048700     PERFORM 8000-READ-LEDGER.
048800*
048900*    THE STATEMENT MUST CLOSE AT THE BALANCE THE CYCLE'S LAST
049000*    MASTER CARRIES FORWARD - ITS BEGIN-BAL PLUS THAT DAY'S
049100*    MOVEMENT, AS MSTRBAL BALANCES IT.  A STATEMENT THAT DOES NOT
049200*    PROVE STOPS THE RUN.
049300*
049400 2300-PROVE-ONE-STATEMENT.
049500     COMPUTE WS-MASTER-CLOSING =
049600         BEGIN-BAL OF CM-MASTER-DATA + CR-AMT OF CM-MASTER-DATA
049700         - DR-AMT OF CM-MASTER-DATA - SERV-CHG OF CM-MASTER-DATA
049800     IF WS-RUNNING-BAL NOT = WS-MASTER-CLOSING
049900         DISPLAY 'ACTSTMT - STATEMENT FOR POSITION ' WS-RECORD-NO
050000             ' CLOSES AT ' WS-RUNNING-BAL
050100         DISPLAY 'ACTSTMT - MASTER CLOSES AT ' WS-MASTER-CLOSING
050200             ' - RUN STOPPED'
050300         MOVE 8 TO RETURN-CODE
050400         PERFORM 9999-EXIT
050500     END-IF.
050600*
050700*    A REPRINT MUST PAGE EXACTLY AS THE ORIGINAL DID, WHOSE
050800*    COUNTS THE MASTER CARRIES FROM THE ORIGINAL RUN.
050900*
051000 2400-CHECK-REPRINT-PAGING.
051100     IF LINE-COUNT OF CM-MASTER-DATA NOT = WS-RECORDED-LINE-COUNT
051200         OR PAGE-COUNT OF CM-MASTER-DATA
051300             NOT = WS-RECORDED-PAGE-COUNT
051400         ADD 1 TO WS-REPRINT-DIFFERENCES
051500         DISPLAY 'ACTSTMT - REPRINT OF POSITION ' WS-RECORD-NO
051600             ' DOES NOT PAGE AS THE ORIGINAL'
051700         MOVE 4 TO RETURN-CODE
051800     END-IF.
051900*
052000 2500-PASS-ONE-MOVEMENT.
052100     PERFORM 8000-READ-LEDGER.
052200*
052300 2800-PRINT-ONE-LINE.
052400     IF LINE-COUNT OF CM-MASTER-DATA NOT < WS-LINES-PER-PAGE
052500         MOVE RP-PRINT-LINE TO WS-HOLD-LINE
052600         PERFORM 2900-START-NEW-PAGE
052700         MOVE WS-HOLD-LINE TO RP-PRINT-LINE
052800     END-IF
052900     MOVE ' ' TO RP-CARRIAGE-CONTROL
053000     WRITE STATEMENT-PRINT-RECORD
053100     ADD 1 TO LINE-COUNT OF CM-MASTER-DATA.
053200*
053300*    EACH STATEMENT STARTS ON A NEW PAGE AND NUMBERS ITS OWN
053400*    PAGES, SO A STATEMENT PAGES THE SAME WAY WHEREVER IT FALLS
053500*    IN THE PRINT RUN.  THE HEADING TAKES THREE LINES.
053600*
053700 2900-START-NEW-PAGE.
053800     ADD 1 TO PAGE-COUNT OF CM-MASTER-DATA
053900     ADD 1 TO WS-PAGES-PRINTED
054000     MOVE WS-RECORD-NO TO H1-RECORD-NO
054100     MOVE MR-COMPANY-CODE OF CM-MASTER-DATA TO H1-COMPANY-CODE
054200     MOVE WS-CYCLE-START TO H1-CYCLE-START
054300     MOVE WS-CYCLE-END   TO H1-CYCLE-END
054400     MOVE PAGE-COUNT OF CM-MASTER-DATA TO H1-PAGE-NO
054500     MOVE '1' TO RP-CARRIAGE-CONTROL
054600     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
054700     WRITE STATEMENT-PRINT-RECORD
054800     MOVE '0' TO RP-CARRIAGE-CONTROL
054900     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
055000     WRITE STATEMENT-PRINT-RECORD
055100     MOVE 3 TO LINE-COUNT OF CM-MASTER-DATA.
055200*
055300*    MOVEMENTS FOR A POSITION NOT ON THE MASTER BELONG TO NO
055400*    STATEMENT.
055500*
055600 3000-SKIP-ONE-ORPHAN.
055700     IF SL-POST-DATE NOT < WS-CYCLE-START
055800         AND SL-POST-DATE NOT > WS-CYCLE-END
055900         ADD 1 TO WS-ORPHAN-MOVEMENTS
056000     END-IF
056100     PERFORM 8000-READ-LEDGER.
056200*
056300******************************************************************
056400*    THE RUN AS A WHOLE - BOTH MASTERS MUST END TOGETHER AND     *
056500*    HOLD AS MANY ACCOUNTS AS MSTRBAL BALANCED ON THE CYCLE'S    *
056600*    LAST NIGHT.                                                 *
056700******************************************************************
056800*
056900 4000-PROVE-RUN-TOTALS.
057000     IF NOT WS-OPEN-EOF
057100         OR NOT WS-CURR-EOF
057200         DISPLAY 'ACTSTMT - OPENING AND CLOSING MASTERS '
057300             'DIFFER IN LENGTH - RUN STOPPED'
057400         MOVE 8 TO RETURN-CODE
057500     END-IF
057600     IF WS-RECORD-NO NOT = WS-BAL-RECORDS
057700         DISPLAY 'ACTSTMT - ACCOUNTS STATED ' WS-RECORD-NO
057800             ' MSTRBAL BALANCED ' WS-BAL-RECORDS ' - RUN STOPPED'
057900         MOVE 8 TO RETURN-CODE
058000     END-IF
058100     IF WS-ORPHAN-MOVEMENTS > ZERO
058200         AND RETURN-CODE < 4
058300         MOVE 4 TO RETURN-CODE
058400     END-IF.
058500*
058600 8000-READ-LEDGER.
058700     READ SORTED-LEDGER-FILE
058800         AT END
058900             MOVE 'Y' TO WS-LEDG-EOF-SWITCH
059000             MOVE WS-HIGH-VALUE-KEY TO WS-LEDGER-KEY
059100         NOT AT END
059200             MOVE SL-RECORD-NO TO WS-LEDGER-KEY
059300     END-READ.
059400*
059500 9999-EXIT.
059600     CLOSE OPEN-MASTER-FILE CURR-MASTER-FILE SORTED-LEDGER-FILE
059700           ACCRUAL-IN STMT-MASTER-OUT STATEMENT-PRINT
059800     STOP RUN.
