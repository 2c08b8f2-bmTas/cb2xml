000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARRCHECK.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - CSO WORKFLOW.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - CYCLE CHECK OF PAYMENT     *
001400*                   ARRANGEMENTS (ARRMAST.CPY) AGAINST THE       *
001500*                   PAYALLOC ALLOCATION JOURNAL.  RUNS AFTER     *
001600*                   PAYALLOC AND BEFORE INVAGING.  MONEY         *
001700*                   ALLOCATED TO A MEMBER'S ACCOUNTS IS CREDITED *
001800*                   TO THE PLAN AND EACH INSTALMENT FALLEN DUE   *
001900*                   IS MET FROM IT IN TURN, MOVING THE NEXT DUE  *
002000*                   DATE ON BY THE PLAN FREQUENCY.  A PLAN PAID  *
002100*                   UP TO THE AGREED TOTAL IS COMPLETED.  AN     *
002200*                   INSTALMENT STILL UNMET PAST THE GRACE DAYS   *
002300*                   BREAKS THE PROMISE: THE PLAN GOES TO BROKEN, *
002400*                   SO INVAGING AND COLPLACE TREAT THE MEMBER    *
002500*                   AS ANY OTHER ACCOUNT IN COLLECTIONS AGAIN,   *
002600*                   AND THE MEMBER IS LISTED FOR THE             *
002700*                   COLLECTIONS TEAM.                            *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OLD-ARR-FILE   ASSIGN TO ARROLD
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PAY-JRNL-FILE  ASSIGN TO PAYJRNL
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT ARR-PARM-FILE  ASSIGN TO ARRPARM
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT NEW-ARR-FILE   ASSIGN TO ARRNEW
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT ARR-REPORT     ASSIGN TO ARRCRPT
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OLD-ARR-FILE.
004900     COPY "ARRMAST.cpy" REPLACING ==ARRANGEMENT-MASTER-RECORD==
005000                               BY ==OLD-ARR-RECORD==.
005100*
005200 FD  PAY-JRNL-FILE.
005300 01  PAY-JRNL-RECORD.
005400     05  AJ-PAYMENT-ID           PIC 9(08).
005500     05  AJ-REPORT-GROUP         PIC X(08).
005600     05  AJ-INVOICE-NUM          PIC X(11).
005700     05  AJ-ACCT-NUMBER          PIC X(20).
005800     05  AJ-ALLOCATED-AMT        PIC S9(11)V99.
005900     05  AJ-DISPOSITION          PIC X(12).
006000*
006100 FD  ARR-PARM-FILE.
006200 01  ARR-PARM-RECORD.
006300     05  AP-GRACE-DAYS           PIC 9(03).
006400*
006500 FD  NEW-ARR-FILE.
006600     COPY "ARRMAST.cpy" REPLACING ==ARRANGEMENT-MASTER-RECORD==
006700                               BY ==NEW-ARR-RECORD==.
006800*
006900 FD  ARR-REPORT.
007000 01  ARR-REPORT-RECORD.
007100     05  RP-CARRIAGE-CONTROL     PIC X(01).
007200     05  RP-PRINT-LINE           PIC X(132).
007300*
007400 WORKING-STORAGE SECTION.
007500*
007600 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
007700     88  WS-OLD-EOF              VALUE 'Y'.
007800 01  WS-PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.
007900     88  WS-PAY-EOF              VALUE 'Y'.
008000 01  WS-UNMET-SWITCH             PIC X(01).
008100     88  WS-INSTALMENT-UNMET     VALUE 'Y'.
008200*
008300 01  WS-GRACE-DAYS               PIC 9(03) VALUE 7.
008400 01  WS-RUN-DATE                 PIC 9(08).
008500 01  WS-RUN-DAYS                 PIC 9(09) COMP.
008600 01  WS-DUE-DAYS                 PIC 9(09) COMP.
008700 01  WS-DAYS-OVERDUE             PIC S9(05) COMP-3.
008800 01  WS-DATE-WORK.
008900     05  WS-DW-YYYY              PIC 9(04).
009000     05  WS-DW-MM                PIC 9(02).
009100     05  WS-DW-DD                PIC 9(02).
009200 01  WS-MONTH-DAYS               PIC 9(02).
009300 01  WS-LEAP-QUOTIENT            PIC 9(04).
009400 01  WS-LEAP-REMAINDER           PIC 9(03).
009500 01  WS-MONTH-DAYS-VALUES        PIC X(24)
009600         VALUE '312831303130313130313031'.
009700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
009800     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
009900*
010000 01  WS-PLAN-ACCT-KEY.
010100     05  WS-PK-PARTNER-ID        PIC 9(08).
010200     05  WS-PK-MEMBER-STEM       PIC X(12).
010300 01  WS-DUE-AMT                  PIC S9(11)V99.
010400 01  WS-REMAINING-AMT            PIC S9(11)V99.
010500 01  WS-PY-SUB                   PIC 9(04) COMP.
010600*
010700 01  WS-PLANS-READ               PIC 9(07) VALUE 0.
010800 01  WS-PLANS-KEPT               PIC 9(07) VALUE 0.
010900 01  WS-PLANS-OVERDUE            PIC 9(07) VALUE 0.
011000 01  WS-PLANS-COMPLETED          PIC 9(07) VALUE 0.
011100 01  WS-PLANS-BROKEN             PIC 9(07) VALUE 0.
011200 01  WS-INSTALMENTS-MET          PIC 9(07) VALUE 0.
011300 01  WS-AMOUNT-CREDITED          PIC S9(13)V99 VALUE 0.
011400*
011500*    MONEY PAYALLOC ALLOCATED THIS CYCLE, ROLLED UP BY ACCT
011600*    NUMBER - PARTNER AND MEMBER STEM, AS A PLAN IS KEYED.
011700*
011800 01  PY-TABLE-MAX                PIC 9(04) COMP VALUE 9000.
011900 01  PY-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
012000 01  PY-TABLE.
012100     05  PY-ENTRY OCCURS 9000 TIMES
012200                  INDEXED BY PY-IDX.
012300         10  PY-ACCT-NUMBER      PIC X(20).
012400         10  PY-PAID-AMT         PIC S9(11)V99 COMP-3.
012500*
012600 01  WS-HEADING-LINE.
012700     05  FILLER                  PIC X(40)
012800         VALUE 'ARRCHECK - PAYMENT ARRANGEMENT CHECK    '.
012900     05  H1-RUN-DATE             PIC 9(08).
013000     05  FILLER                  PIC X(84) VALUE SPACES.
013100*
013200 01  WS-COLUMN-LINE.
013300     05  FILLER                  PIC X(44)
013400         VALUE 'PARTNER  MEMBER          AGREED TOTAL  INSTA'.
013500     05  FILLER                  PIC X(44)
013600         VALUE 'LMENT  F  NEXT DUE   PAID TO DATE  CREDIT HE'.
013700     05  FILLER                  PIC X(44)
013800         VALUE 'LD  STATUS                                  '.
013900*
014000 01  WS-DETAIL-LINE.
014100     05  DL-PARTNER-ID           PIC 9(08).
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  DL-MEMBER-ID            PIC 9(13).
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  DL-AGREED-TOTAL         PIC ZZZZZZZZZZ9.99.
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  DL-INSTALMENT-AMT       PIC ZZZZZZZZ9.99.
014800     05  FILLER                  PIC X(01) VALUE SPACE.
014900     05  DL-FREQUENCY            PIC X(01).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  DL-NEXT-DUE-DATE        PIC 9(08).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  DL-PAID-TO-DATE         PIC ZZZZZZZZZZ9.99.
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  DL-CREDIT-HELD          PIC ZZZZZZZZ9.99.
015600     05  FILLER                  PIC X(02) VALUE SPACES.
015700     05  DL-STATUS-TEXT          PIC X(30).
015800     05  FILLER                  PIC X(10) VALUE SPACES.
015900*
016000 01  WS-TOTAL-LINE.
016100     05  TT-CAPTION              PIC X(30).
016200     05  TT-COUNT                PIC ZZZZZZ9.
016300     05  FILLER                  PIC X(95) VALUE SPACES.
016400*
016500 PROCEDURE DIVISION.
016600*
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE
016900     PERFORM 2000-CHECK-ONE-PLAN
017000         UNTIL WS-OLD-EOF
017100     PERFORM 5000-PRINT-TOTALS
017200     DISPLAY 'ARRCHECK - PLANS READ:       ' WS-PLANS-READ
017300     DISPLAY 'ARRCHECK - INSTALMENTS MET:  ' WS-INSTALMENTS-MET
017400     DISPLAY 'ARRCHECK - PLANS COMPLETED:  ' WS-PLANS-COMPLETED
017500     DISPLAY 'ARRCHECK - PROMISES BROKEN:  ' WS-PLANS-BROKEN
017600     PERFORM 9999-EXIT.
017700*
017800 1000-INITIALIZE.
017900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018000     MOVE WS-RUN-DATE TO WS-DATE-WORK
018100     PERFORM 8000-DATE-TO-DAYS
018200     MOVE WS-DUE-DAYS TO WS-RUN-DAYS
018300     OPEN INPUT ARR-PARM-FILE
018400     READ ARR-PARM-FILE
018500         AT END
018600             CONTINUE
018700         NOT AT END
018800             MOVE AP-GRACE-DAYS TO WS-GRACE-DAYS
018900     END-READ
019000     CLOSE ARR-PARM-FILE
019100     OPEN INPUT PAY-JRNL-FILE
019200     READ PAY-JRNL-FILE
019300         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
019400     END-READ
019500     PERFORM 1100-LOAD-PAYMENT-ENTRY
019600         UNTIL WS-PAY-EOF
019700     CLOSE PAY-JRNL-FILE
019800     OPEN INPUT  OLD-ARR-FILE
019900     OPEN OUTPUT NEW-ARR-FILE
020000     OPEN OUTPUT ARR-REPORT
020100     MOVE WS-RUN-DATE TO H1-RUN-DATE
020200     MOVE '1' TO RP-CARRIAGE-CONTROL
020300     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
020400     WRITE ARR-REPORT-RECORD
020500     MOVE '0' TO RP-CARRIAGE-CONTROL
020600     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
020700     WRITE ARR-REPORT-RECORD
020800     READ OLD-ARR-FILE
020900         AT END MOVE 'Y' TO WS-OLD-EOF-SWITCH
021000     END-READ.
021100*
021200*    ONLY MONEY ACTUALLY ALLOCATED TO AN INVOICE COUNTS TOWARD
021300*    A PLAN; UNAPPLIED CASH STAYS WITH PAYALLOC.  A PAYMENT
021400*    DROPPED FOR WANT OF ROOM COULD BREAK A KEPT PROMISE, SO A
021500*    FULL TABLE STOPS THE RUN.
021600*
021700 1100-LOAD-PAYMENT-ENTRY.
021800     IF AJ-DISPOSITION (1:9) = 'ALLOCATED'
021900         SET PY-IDX TO 1
022000         SEARCH PY-ENTRY
022100             AT END
022200                 PERFORM 1110-ADD-PAYMENT-ENTRY
022300             WHEN PY-IDX > PY-TABLE-COUNT
022400                 PERFORM 1110-ADD-PAYMENT-ENTRY
022500             WHEN PY-ACCT-NUMBER (PY-IDX) = AJ-ACCT-NUMBER
022600                 ADD AJ-ALLOCATED-AMT TO PY-PAID-AMT (PY-IDX)
022700         END-SEARCH
022800     END-IF
022900     READ PAY-JRNL-FILE
023000         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
023100     END-READ.
023200*
023300 1110-ADD-PAYMENT-ENTRY.
023400     IF PY-TABLE-COUNT NOT < PY-TABLE-MAX
023500         DISPLAY 'ARRCHECK - PAYMENT TABLE FULL AT '
023600             PY-TABLE-MAX ' ACCOUNTS - PLANS NOT CHECKED'
023700         MOVE 8 TO RETURN-CODE
023800         STOP RUN
023900     END-IF
024000     ADD 1 TO PY-TABLE-COUNT
024100     SET PY-IDX TO PY-TABLE-COUNT
024200     MOVE AJ-ACCT-NUMBER   TO PY-ACCT-NUMBER (PY-IDX)
024300     MOVE AJ-ALLOCATED-AMT TO PY-PAID-AMT (PY-IDX).
024400*
024500******************************************************************
024600*    ONLY A KEPT PLAN IS WORKED.  BROKEN AND COMPLETED PLANS     *
024700*    PASS THROUGH UNTOUCHED UNTIL ARRMNT RENEGOTIATES OR         *
024800*    CANCELS THEM.                                               *
024900******************************************************************
025000 2000-CHECK-ONE-PLAN.
025100     ADD 1 TO WS-PLANS-READ
025200     MOVE OLD-ARR-RECORD TO NEW-ARR-RECORD
025300     IF AR-KEPT OF NEW-ARR-RECORD
025400         PERFORM 2100-CREDIT-PAYMENTS
025500         MOVE 'N' TO WS-UNMET-SWITCH
025600         PERFORM 2200-MEET-ONE-INSTALMENT
025700             UNTIL WS-INSTALMENT-UNMET
025800             OR NOT AR-KEPT OF NEW-ARR-RECORD
025900             OR AR-NEXT-DUE-DATE OF NEW-ARR-RECORD
026000                 > WS-RUN-DATE
026100         PERFORM 2300-SETTLE-PLAN-STATUS
026200     END-IF
026300     WRITE NEW-ARR-RECORD
026400     READ OLD-ARR-FILE
026500         AT END MOVE 'Y' TO WS-OLD-EOF-SWITCH
026600     END-READ.
026700*
026800 2100-CREDIT-PAYMENTS.
026900     MOVE AR-PARTNER-ID OF NEW-ARR-RECORD TO WS-PK-PARTNER-ID
027000     MOVE AR-MEMBER-ID OF NEW-ARR-RECORD (1:12)
027100         TO WS-PK-MEMBER-STEM
027200     PERFORM 2110-CREDIT-ONE-PAYMENT
027300         VARYING WS-PY-SUB FROM 1 BY 1
027400         UNTIL WS-PY-SUB > PY-TABLE-COUNT.
027500*
027600 2110-CREDIT-ONE-PAYMENT.
027700     IF PY-ACCT-NUMBER (WS-PY-SUB) = WS-PLAN-ACCT-KEY
027800         ADD PY-PAID-AMT (WS-PY-SUB)
027900             TO AR-PAID-TO-DATE OF NEW-ARR-RECORD
028000         ADD PY-PAID-AMT (WS-PY-SUB)
028100             TO AR-CREDIT-HELD OF NEW-ARR-RECORD
028200         ADD PY-PAID-AMT (WS-PY-SUB) TO WS-AMOUNT-CREDITED
028300     END-IF.
028400*
028500*    THE LAST INSTALMENT IS ONLY WHAT IS LEFT OF THE AGREED
028600*    TOTAL.  WHAT HAS BEEN MET SO FAR IS EVERYTHING PAID LESS
028700*    THE CREDIT NOT YET SET AGAINST AN INSTALMENT.
028800*
028900 2200-MEET-ONE-INSTALMENT.
029000     COMPUTE WS-REMAINING-AMT =
029100         AR-AGREED-TOTAL OF NEW-ARR-RECORD
029200         - AR-PAID-TO-DATE OF NEW-ARR-RECORD
029300         + AR-CREDIT-HELD OF NEW-ARR-RECORD
029400     MOVE AR-INSTALMENT-AMT OF NEW-ARR-RECORD TO WS-DUE-AMT
029500     IF WS-REMAINING-AMT < WS-DUE-AMT
029600         MOVE WS-REMAINING-AMT TO WS-DUE-AMT
029700     END-IF
029800     IF WS-DUE-AMT NOT > ZERO
029900         MOVE 'C' TO AR-STATUS OF NEW-ARR-RECORD
030000     ELSE
030100         IF AR-CREDIT-HELD OF NEW-ARR-RECORD < WS-DUE-AMT
030200             MOVE 'Y' TO WS-UNMET-SWITCH
030300         ELSE
030400             SUBTRACT WS-DUE-AMT
030500                 FROM AR-CREDIT-HELD OF NEW-ARR-RECORD
030600             ADD 1 TO WS-INSTALMENTS-MET
030700             PERFORM 8100-ADVANCE-DUE-DATE
030800         END-IF
030900     END-IF.
031000*
031100 2300-SETTLE-PLAN-STATUS.
031200     IF AR-PAID-TO-DATE OF NEW-ARR-RECORD
031300             NOT < AR-AGREED-TOTAL OF NEW-ARR-RECORD
031400         MOVE 'C' TO AR-STATUS OF NEW-ARR-RECORD
031500     END-IF
031600     EVALUATE TRUE
031700         WHEN AR-COMPLETED OF NEW-ARR-RECORD
031800             ADD 1 TO WS-PLANS-COMPLETED
031900             MOVE WS-RUN-DATE
032000                 TO AR-STATUS-DATE OF NEW-ARR-RECORD
032100             MOVE 'COMPLETED' TO DL-STATUS-TEXT
032200             PERFORM 4000-PRINT-PLAN-LINE
032300         WHEN WS-INSTALMENT-UNMET
032400             PERFORM 2400-CHECK-GRACE
032500         WHEN OTHER
032600             ADD 1 TO WS-PLANS-KEPT
032700     END-EVALUATE.
032800*
032900 2400-CHECK-GRACE.
033000     MOVE AR-NEXT-DUE-DATE OF NEW-ARR-RECORD TO WS-DATE-WORK
033100     PERFORM 8000-DATE-TO-DAYS
033200     COMPUTE WS-DAYS-OVERDUE = WS-RUN-DAYS - WS-DUE-DAYS
033300     IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
033400         ADD 1 TO WS-PLANS-BROKEN
033500         MOVE 'B' TO AR-STATUS OF NEW-ARR-RECORD
033600         MOVE WS-RUN-DATE TO AR-STATUS-DATE OF NEW-ARR-RECORD
033700         MOVE 'BROKEN - DUNNING RESUMES' TO DL-STATUS-TEXT
033800     ELSE
033900         ADD 1 TO WS-PLANS-OVERDUE
034000         ADD 1 TO WS-PLANS-KEPT
034100         MOVE 'INSTALMENT OVERDUE - IN GRACE' TO DL-STATUS-TEXT
034200     END-IF
034300     PERFORM 4000-PRINT-PLAN-LINE.
034400*
034500 4000-PRINT-PLAN-LINE.
034600     MOVE AR-PARTNER-ID OF NEW-ARR-RECORD     TO DL-PARTNER-ID
034700     MOVE AR-MEMBER-ID OF NEW-ARR-RECORD      TO DL-MEMBER-ID
034800     MOVE AR-AGREED-TOTAL OF NEW-ARR-RECORD   TO DL-AGREED-TOTAL
034900     MOVE AR-INSTALMENT-AMT OF NEW-ARR-RECORD
035000         TO DL-INSTALMENT-AMT
035100     MOVE AR-FREQUENCY OF NEW-ARR-RECORD      TO DL-FREQUENCY
035200     MOVE AR-NEXT-DUE-DATE OF NEW-ARR-RECORD  TO DL-NEXT-DUE-DATE
035300     MOVE AR-PAID-TO-DATE OF NEW-ARR-RECORD   TO DL-PAID-TO-DATE
035400     MOVE AR-CREDIT-HELD OF NEW-ARR-RECORD    TO DL-CREDIT-HELD
035500     MOVE ' ' TO RP-CARRIAGE-CONTROL
035600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
035700     WRITE ARR-REPORT-RECORD.
035800*
035900 5000-PRINT-TOTALS.
036000     MOVE '0' TO RP-CARRIAGE-CONTROL
036100     MOVE SPACES TO RP-PRINT-LINE
036200     WRITE ARR-REPORT-RECORD
036300     MOVE 'PLANS READ                    ' TO TT-CAPTION
036400     MOVE WS-PLANS-READ TO TT-COUNT
036500     PERFORM 5100-PRINT-TOTAL-LINE
036600     MOVE 'PLANS KEPT                    ' TO TT-CAPTION
036700     MOVE WS-PLANS-KEPT TO TT-COUNT
036800     PERFORM 5100-PRINT-TOTAL-LINE
036900     MOVE '  OF WHICH IN GRACE           ' TO TT-CAPTION
037000     MOVE WS-PLANS-OVERDUE TO TT-COUNT
037100     PERFORM 5100-PRINT-TOTAL-LINE
037200     MOVE 'PLANS COMPLETED               ' TO TT-CAPTION
037300     MOVE WS-PLANS-COMPLETED TO TT-COUNT
037400     PERFORM 5100-PRINT-TOTAL-LINE
037500     MOVE 'PROMISES BROKEN               ' TO TT-CAPTION
037600     MOVE WS-PLANS-BROKEN TO TT-COUNT
037700     PERFORM 5100-PRINT-TOTAL-LINE
037800     MOVE 'INSTALMENTS MET               ' TO TT-CAPTION
037900     MOVE WS-INSTALMENTS-MET TO TT-COUNT
038000     PERFORM 5100-PRINT-TOTAL-LINE.
038100*
038200 5100-PRINT-TOTAL-LINE.
038300     MOVE ' ' TO RP-CARRIAGE-CONTROL
038400     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
038500     WRITE ARR-REPORT-RECORD.
038600*
038700*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
038800*    30-DAY MONTHS) FOR THE GRACE TEST.
038900*
039000 8000-DATE-TO-DAYS.
039100     COMPUTE WS-DUE-DAYS =
039200         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
039300*
039400*    THE NEXT DUE DATE MOVES ON A TRUE CALENDAR: SEVEN OR
039500*    FOURTEEN DAYS, OR TO THE SAME DAY NEXT MONTH (THE MONTH
039600*    END WHEN THE NEXT MONTH IS SHORTER).
039700*
039800 8100-ADVANCE-DUE-DATE.
039900     MOVE AR-NEXT-DUE-DATE OF NEW-ARR-RECORD TO WS-DATE-WORK
040000     IF AR-MONTHLY OF NEW-ARR-RECORD
040100         PERFORM 8110-NEXT-MONTH
040200         PERFORM 8200-SET-MONTH-DAYS
040300         IF WS-DW-DD > WS-MONTH-DAYS
040400             MOVE WS-MONTH-DAYS TO WS-DW-DD
040500         END-IF
040600     ELSE
040700         IF AR-WEEKLY OF NEW-ARR-RECORD
040800             ADD 7 TO WS-DW-DD
040900         ELSE
041000             ADD 14 TO WS-DW-DD
041100         END-IF
041200         PERFORM 8200-SET-MONTH-DAYS
041300         IF WS-DW-DD > WS-MONTH-DAYS
041400             SUBTRACT WS-MONTH-DAYS FROM WS-DW-DD
041500             PERFORM 8110-NEXT-MONTH
041600         END-IF
041700     END-IF
041800     MOVE WS-DATE-WORK TO AR-NEXT-DUE-DATE OF NEW-ARR-RECORD.
041900*
042000 8110-NEXT-MONTH.
042100     IF WS-DW-MM = 12
042200         MOVE 1 TO WS-DW-MM
042300         ADD 1 TO WS-DW-YYYY
042400     ELSE
042500         ADD 1 TO WS-DW-MM
042600     END-IF.
042700*
042800 8200-SET-MONTH-DAYS.
042900     MOVE WS-MONTH-DAYS-ENTRY (WS-DW-MM) TO WS-MONTH-DAYS
043000     IF WS-DW-MM = 2
043100         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
043200             REMAINDER WS-LEAP-REMAINDER
043300         IF WS-LEAP-REMAINDER = ZERO
043400             MOVE 29 TO WS-MONTH-DAYS
043500             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
043600                 REMAINDER WS-LEAP-REMAINDER
043700             IF WS-LEAP-REMAINDER = ZERO
043800                 DIVIDE WS-DW-YYYY BY 400
043900                     GIVING WS-LEAP-QUOTIENT
044000                     REMAINDER WS-LEAP-REMAINDER
044100                 IF WS-LEAP-REMAINDER NOT = ZERO
044200                     MOVE 28 TO WS-MONTH-DAYS
044300                 END-IF
044400             END-IF
044500         END-IF
044600     END-IF.
044700*
044800 9999-EXIT.
044900     CLOSE OLD-ARR-FILE NEW-ARR-FILE ARR-REPORT
045000     STOP RUN.
