000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSTBAS.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - PRE-POST VALIDATION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - QUARTERLY GST BUSINESS     *
001400*                   ACTIVITY STATEMENT SUMMARY.  THE QUARTER'S   *
001500*                   GSTCALC 'TAX' SUMMARY RECORDS (GSTARCH) ARE  *
001600*                   ACCUMULATED BY LOB AND JURISDICTION; GST ON  *
001700*                   DSPCRED CREDIT NOTES COMES OFF AS AN         *
001800*                   ADJUSTMENT, AS DOES GST ON DISPUTES CREDITED *
001900*                   WHILE DSPHOLD STILL HELD THE CHARGE (THE     *
002000*                   DISPUTE CREDIT REGISTER'S 'NOT BILLED'       *
002100*                   ENTRIES), RATED FROM GSTRATES.  THE BAS      *
002200*                   LABELS - TOTAL SALES, GST ON SALES AND       *
002300*                   ADJUSTMENTS - ARE PRINTED AND THE NET GST    *
002400*                   IS PROVED AGAINST THE GST LIABILITY ACCOUNT  *
002500*                   ON THE QUARTER'S GENERAL-LEDGER JOURNALS.    *
002600*                   ANY DIFFERENCE IS REPORTED AND SETS RC 4 SO  *
002700*                   THE RETURN IS HELD UNTIL IT IS CLEARED.      *
002720*   10/15/26  MO    THE LEDGER NOW CARRIES GLJOURNL'S 'GS'       *
002740*                   MOVEMENT.  A DIFFERENCE THAT IS EXACTLY THE  *
002760*                   DISPUTE ADJUSTMENT IS NOTED AS DISPUTE GST   *
002780*                   NOT YET JOURNALLED.                          *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL PARM-FILE     ASSIGN TO GSTBPARM
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT GST-ARCH-FILE    ASSIGN TO GSTARCH
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT RATE-PARM-FILE   ASSIGN TO GSTRATES
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL CREDIT-REG-FILE ASSIGN TO DSPCRREG
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL JOURNAL-FILE  ASSIGN TO GLJRNLA
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT BAS-REPORT       ASSIGN TO GSTBRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100*    THE QUARTER (FIRST AND LAST DATE) AND THE GST LIABILITY
005200*    ACCOUNT.  ZERO DATES TAKE THE CALENDAR QUARTER BEFORE THE
005300*    ONE THE RUN FALLS IN.
005400*
005500 FD  PARM-FILE.
005600 01  PARM-RECORD.
005700     05  BP-QUARTER-START        PIC 9(08).
005800     05  BP-QUARTER-END          PIC 9(08).
005900     05  BP-GST-ACCOUNT          PIC 9(08).
006000*
006100*    THE QUARTER'S GSTCALC OUTPUT STREAMS, CONCATENATED.  ONLY
006200*    THE 'TAX' SUMMARY RECORDS ARE READ - SAME SHAPE AS THE TAX
006300*    SUMMARY RECORD GSTCALC WRITES.
006400*
006500 FD  GST-ARCH-FILE.
006600 01  GST-ARCH-RECORD.
006700     05  TX-REC-TYPE             PIC X(03).
006800     05  TX-SYS-PRIN             PIC X(08).
006900     05  TX-ACCT-NUMBER          PIC X(20).
007000     05  TX-INVOICE-NUM          PIC X(11).
007100     05  TX-TAXABLE-AMT          PIC S9(11)V99.
007200     05  TX-TAX-AMT              PIC S9(11)V99.
007300     05  TX-LOB                  PIC X(02).
007400     05  TX-STATE                PIC X(02).
007500     05  TX-TAX-DATE             PIC 9(08).
007600     05  TX-CREDIT-AMT           PIC S9(11)V99.
007700     05  TX-CREDIT-TAX           PIC S9(11)V99.
007800     05  FILLER                  PIC X(1641).
007900*
008000*    SAME SHAPE AS GSTCALC'S RATE PARAMETER FILE.
008100*
008200 FD  RATE-PARM-FILE.
008300 01  RATE-PARM-RECORD.
008400     05  RT-LOB                  PIC X(02).
008500     05  RT-STATE                PIC X(02).
008600     05  RT-RATE                 PIC 9V9(04).
008700*
008800 FD  CREDIT-REG-FILE.
008900     COPY "DSPCRREG.cpy".
009000*
009100*    SAME SHAPE AS GLJOURNL'S JOURNAL RECORD - THE QUARTER'S
009200*    JOURNALS FROM EVERY POSTING JOB, CONCATENATED.
009300*
009400 FD  JOURNAL-FILE.
009500 01  JOURNAL-RECORD.
009600     05  JL-RUN-DATE             PIC 9(08).
009700     05  JL-GL-ACCOUNT           PIC 9(08).
009800     05  JL-DR-CR-IND            PIC X(01).
009900     05  JL-AMOUNT               PIC S9(13)V99.
010000     05  JL-MOVEMENT-TYPE        PIC X(02).
010100     05  JL-SOURCE-JOB           PIC X(08).
010200*
010300 FD  BAS-REPORT.
010400 01  BAS-REPORT-RECORD.
010500     05  RP-CARRIAGE-CONTROL     PIC X(01).
010600     05  RP-PRINT-LINE           PIC X(132).
010700*
010800 WORKING-STORAGE SECTION.
010900*
011000 01  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
011100     88  WS-ARCH-EOF             VALUE 'Y'.
011200 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
011300     88  WS-RATE-EOF             VALUE 'Y'.
011400 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
011500     88  WS-REG-EOF              VALUE 'Y'.
011600 01  WS-JRNL-EOF-SWITCH          PIC X(01) VALUE 'N'.
011700     88  WS-JRNL-EOF             VALUE 'Y'.
011800*
011900 01  WS-RUN-DATE                 PIC 9(08).
012000 01  WS-DATE-WORK.
012100     05  WS-DW-YYYY              PIC 9(04).
012200     05  WS-DW-MM                PIC 9(02).
012300     05  WS-DW-DD                PIC 9(02).
012400 01  WS-QUARTER-NUM              PIC 9(01).
012500*
012600 01  WS-QUARTER-START            PIC 9(08) VALUE 0.
012700 01  WS-QUARTER-END              PIC 9(08) VALUE 0.
012800 01  WS-GST-ACCOUNT              PIC 9(08) VALUE 0.
012900*
013000 01  WS-RATE-FOUND               PIC 9V9(04).
013100 01  WS-RT-SUB                   PIC 9(03) COMP.
013200 01  WS-JT-SUB                   PIC 9(03) COMP.
013300 01  WS-DISPUTE-TAX              PIC S9(11)V99.
013400*
013500 01  WS-TOTAL-SALES              PIC S9(15)V99 VALUE 0.
013600 01  WS-GST-ON-SALES             PIC S9(15)V99 VALUE 0.
013700 01  WS-CREDIT-NOTE-GST          PIC S9(15)V99 VALUE 0.
013800 01  WS-DISPUTE-GST              PIC S9(15)V99 VALUE 0.
013900 01  WS-ADJUSTMENTS              PIC S9(15)V99 VALUE 0.
014000 01  WS-NET-GST                  PIC S9(15)V99 VALUE 0.
014100 01  WS-LEDGER-GST               PIC S9(15)V99 VALUE 0.
014200 01  WS-DIFFERENCE-AMT           PIC S9(15)V99 VALUE 0.
014300*
014400 01  WS-TAX-RECORDS-TAKEN        PIC 9(07) VALUE 0.
014500 01  WS-TAX-RECORDS-OUTSIDE      PIC 9(07) VALUE 0.
014600 01  WS-CREDIT-NOTES-TAKEN       PIC 9(07) VALUE 0.
014700 01  WS-DISPUTES-TAKEN           PIC 9(07) VALUE 0.
014800 01  WS-DISPUTES-UNRATED         PIC 9(07) VALUE 0.
014900 01  WS-JOURNAL-LINES-TAKEN      PIC 9(07) VALUE 0.
015000*
015100*    RATE TABLE, AS GSTCALC LOADS IT.
015200*
015300 01  RT-TABLE-MAX                PIC 9(03) COMP VALUE 100.
015400 01  RT-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
015500 01  RT-TABLE.
015600     05  RT-ENTRY OCCURS 100 TIMES.
015700         10  RT-T-LOB            PIC X(02).
015800         10  RT-T-STATE          PIC X(02).
015900         10  RT-T-RATE           PIC 9V9(04).
016000*
016100*    ONE ACCUMULATOR PER LOB AND JURISDICTION.  SALES AND GST
016200*    ARE BEFORE CREDIT NOTES; THE CREDIT NOTES ARE HELD APART
016300*    FOR THE ADJUSTMENTS LABEL.
016400*
016500 01  JT-TABLE-MAX                PIC 9(03) COMP VALUE 500.
016600 01  JT-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
016700 01  JT-TABLE.
016800     05  JT-ENTRY OCCURS 500 TIMES
016900                  INDEXED BY JT-IDX.
017000         10  JT-LOB              PIC X(02).
017100         10  JT-STATE            PIC X(02).
017200         10  JT-SALES-AMT        PIC S9(13)V99 COMP-3.
017300         10  JT-GST-AMT          PIC S9(13)V99 COMP-3.
017400         10  JT-CREDIT-AMT       PIC S9(13)V99 COMP-3.
017500         10  JT-CREDIT-GST       PIC S9(13)V99 COMP-3.
017600*
017700 01  WS-HEADING-LINE.
017800     05  FILLER                  PIC X(44)
017900         VALUE 'GSTBAS - QUARTERLY GST BAS SUMMARY          '.
018000     05  H1-RUN-DATE             PIC 9(08).
018100     05  FILLER                  PIC X(12)
018200         VALUE '   QUARTER  '.
018300     05  H1-QUARTER-START        PIC 9(08).
018400     05  FILLER                  PIC X(04) VALUE ' TO '.
018500     05  H1-QUARTER-END          PIC 9(08).
018600     05  FILLER                  PIC X(48) VALUE SPACES.
018700*
018800 01  WS-COLUMN-LINE.
018900     05  FILLER                  PIC X(44)
019000         VALUE 'LOB  JUR           TOTAL SALES          GST '.
019100     05  FILLER                  PIC X(44)
019200         VALUE 'ON SALES          CREDIT NOTES       CREDIT '.
019300     05  FILLER                  PIC X(44)
019400         VALUE 'NOTE GST               NET GST              '.
019500*
019600 01  WS-DETAIL-LINE.
019700     05  DL-LOB                  PIC X(02).
019800     05  FILLER                  PIC X(03) VALUE SPACES.
019900     05  DL-STATE                PIC X(02).
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  DL-SALES-AMT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020200     05  FILLER                  PIC X(01) VALUE SPACES.
020300     05  DL-GST-AMT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020400     05  FILLER                  PIC X(01) VALUE SPACES.
020500     05  DL-CREDIT-AMT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020600     05  FILLER                  PIC X(01) VALUE SPACES.
020700     05  DL-CREDIT-GST           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020800     05  FILLER                  PIC X(01) VALUE SPACES.
020900     05  DL-NET-GST              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021000     05  FILLER                  PIC X(13) VALUE SPACES.
021100*
021200 01  WS-AMOUNT-LINE.
021300     05  TA-CAPTION              PIC X(30).
021400     05  TA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  TA-NOTE                 PIC X(40).
021700     05  FILLER                  PIC X(39) VALUE SPACES.
021800*
021900 01  WS-TOTAL-LINE.
022000     05  TT-CAPTION              PIC X(30).
022100     05  TT-COUNT                PIC ZZZZZZZZ9.
022200     05  FILLER                  PIC X(93) VALUE SPACES.
022300*
022400 PROCEDURE DIVISION.
022500*
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE
022800     PERFORM 2000-TAKE-ONE-TAX-RECORD
022900         UNTIL WS-ARCH-EOF
023000     PERFORM 3000-TAKE-ONE-DISPUTE-CREDIT
023100         UNTIL WS-REG-EOF
023200     PERFORM 4000-TAKE-ONE-JOURNAL-LINE
023300         UNTIL WS-JRNL-EOF
023400     PERFORM 5000-PRINT-ONE-JURISDICTION
023500         VARYING WS-JT-SUB FROM 1 BY 1
023600         UNTIL WS-JT-SUB > JT-TABLE-COUNT
023700     PERFORM 6000-PRINT-BAS-LABELS
023800     PERFORM 7000-PRINT-TOTALS
023900     DISPLAY 'GSTBAS - GST ON SALES:      ' WS-GST-ON-SALES
024000     DISPLAY 'GSTBAS - ADJUSTMENTS:       ' WS-ADJUSTMENTS
024100     DISPLAY 'GSTBAS - GST LIABILITY GL:  ' WS-LEDGER-GST
024200     IF WS-DIFFERENCE-AMT NOT = ZERO
024300         OR WS-GST-ACCOUNT = ZERO
024400         DISPLAY 'GSTBAS - BAS DOES NOT AGREE TO THE LEDGER - '
024500             'DO NOT LODGE'
024600         MOVE 4 TO RETURN-CODE
024700     END-IF
024800     IF WS-DISPUTES-UNRATED > ZERO
024900         MOVE 4 TO RETURN-CODE
025000     END-IF
025100     PERFORM 9999-EXIT.
025200*
025300 1000-INITIALIZE.
025400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025500     OPEN INPUT PARM-FILE
025600     READ PARM-FILE
025700         AT END
025800             CONTINUE
025900         NOT AT END
026000             MOVE BP-QUARTER-START TO WS-QUARTER-START
026100             MOVE BP-QUARTER-END   TO WS-QUARTER-END
026200             MOVE BP-GST-ACCOUNT   TO WS-GST-ACCOUNT
026300     END-READ
026400     CLOSE PARM-FILE
026500     IF WS-QUARTER-START = ZERO
026600         OR WS-QUARTER-END = ZERO
026700         PERFORM 1200-SET-PRIOR-QUARTER
026800     END-IF
026900     OPEN INPUT RATE-PARM-FILE
027000     READ RATE-PARM-FILE
027100         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
027200     END-READ
027300     PERFORM 1100-LOAD-RATE-ENTRY
027400         UNTIL WS-RATE-EOF
027500     CLOSE RATE-PARM-FILE
027600     OPEN INPUT  GST-ARCH-FILE
027700     OPEN INPUT  CREDIT-REG-FILE
027800     OPEN INPUT  JOURNAL-FILE
027900     OPEN OUTPUT BAS-REPORT
028000     MOVE WS-RUN-DATE      TO H1-RUN-DATE
028100     MOVE WS-QUARTER-START TO H1-QUARTER-START
028200     MOVE WS-QUARTER-END   TO H1-QUARTER-END
028300     MOVE '1' TO RP-CARRIAGE-CONTROL
028400     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
028500     WRITE BAS-REPORT-RECORD
028600     MOVE '0' TO RP-CARRIAGE-CONTROL
028700     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
028800     WRITE BAS-REPORT-RECORD
028900     READ GST-ARCH-FILE
029000         AT END MOVE 'Y' TO WS-ARCH-EOF-SWITCH
029100     END-READ
029200     READ CREDIT-REG-FILE
029300         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
029400     END-READ
029500     READ JOURNAL-FILE
029600         AT END MOVE 'Y' TO WS-JRNL-EOF-SWITCH
029700     END-READ.
029800*
029900 1100-LOAD-RATE-ENTRY.
030000     IF RT-TABLE-COUNT < RT-TABLE-MAX
030100         ADD 1 TO RT-TABLE-COUNT
030200         MOVE RT-LOB   TO RT-T-LOB (RT-TABLE-COUNT)
030300         MOVE RT-STATE TO RT-T-STATE (RT-TABLE-COUNT)
030400         MOVE RT-RATE  TO RT-T-RATE (RT-TABLE-COUNT)
030500     END-IF
030600     READ RATE-PARM-FILE
030700         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
030800     END-READ.
030900*
031000*    THE RETURN IS PREPARED IN THE MONTH AFTER THE QUARTER
031100*    CLOSES, SO BY DEFAULT THE QUARTER BEFORE THE RUN DATE'S IS
031200*    TAKEN.  A QUARTER ENDS IN MARCH, JUNE, SEPTEMBER OR
031300*    DECEMBER, SO ITS LAST DAY IS THE 30TH OR THE 31ST.
031400*
031500 1200-SET-PRIOR-QUARTER.
031600     MOVE WS-RUN-DATE TO WS-DATE-WORK
031700     COMPUTE WS-QUARTER-NUM = (WS-DW-MM - 1) / 3
031800     IF WS-QUARTER-NUM = ZERO
031900         SUBTRACT 1 FROM WS-DW-YYYY
032000         MOVE 4 TO WS-QUARTER-NUM
032100     END-IF
032200     COMPUTE WS-DW-MM = WS-QUARTER-NUM * 3 - 2
032300     MOVE 1 TO WS-DW-DD
032400     MOVE WS-DATE-WORK TO WS-QUARTER-START
032500     COMPUTE WS-DW-MM = WS-QUARTER-NUM * 3
032600     IF WS-DW-MM = 6 OR WS-DW-MM = 9
032700         MOVE 30 TO WS-DW-DD
032800     ELSE
032900         MOVE 31 TO WS-DW-DD
033000     END-IF
033100     MOVE WS-DATE-WORK TO WS-QUARTER-END.
033200*
033300******************************************************************
033400*    GST COLLECTED - ONE 'TAX' SUMMARY PER INVOICE, LOB AND      *
033500*    JURISDICTION, DATED BY THE GSTCALC RUN THAT WROTE IT.       *
033600*    THE CREDIT-NOTE SHARE IS ADDED BACK TO SALES AND GST AND    *
033700*    CARRIED TO THE ADJUSTMENTS INSTEAD.                         *
033800******************************************************************
033900*
034000 2000-TAKE-ONE-TAX-RECORD.
034100     IF TX-REC-TYPE = 'TAX'
034200         IF TX-TAX-DATE < WS-QUARTER-START
034300             OR TX-TAX-DATE > WS-QUARTER-END
034400             ADD 1 TO WS-TAX-RECORDS-OUTSIDE
034500         ELSE
034600             ADD 1 TO WS-TAX-RECORDS-TAKEN
034700             PERFORM 2100-POST-JURISDICTION-TOTAL
034800         END-IF
034900     END-IF
035000     READ GST-ARCH-FILE
035100         AT END MOVE 'Y' TO WS-ARCH-EOF-SWITCH
035200     END-READ.
035300*
035400 2100-POST-JURISDICTION-TOTAL.
035500     SET JT-IDX TO 1
035600     SEARCH JT-ENTRY
035700         AT END
035800             PERFORM 2200-ADD-JURISDICTION-ENTRY
035900         WHEN JT-IDX > JT-TABLE-COUNT
036000             PERFORM 2200-ADD-JURISDICTION-ENTRY
036100         WHEN JT-LOB (JT-IDX) = TX-LOB
036200             AND JT-STATE (JT-IDX) = TX-STATE
036300             CONTINUE
036400     END-SEARCH
036500     COMPUTE JT-SALES-AMT (JT-IDX) = JT-SALES-AMT (JT-IDX)
036600         + TX-TAXABLE-AMT - TX-CREDIT-AMT
036700     COMPUTE JT-GST-AMT (JT-IDX) = JT-GST-AMT (JT-IDX)
036800         + TX-TAX-AMT - TX-CREDIT-TAX
036900     ADD TX-CREDIT-AMT TO JT-CREDIT-AMT (JT-IDX)
037000     ADD TX-CREDIT-TAX TO JT-CREDIT-GST (JT-IDX)
037100     IF TX-CREDIT-AMT NOT = ZERO
037200         ADD 1 TO WS-CREDIT-NOTES-TAKEN
037300     END-IF.
037400*
037500*    A LOB OR JURISDICTION LEFT OUT FOR WANT OF ROOM WOULD
037600*    UNDERSTATE THE RETURN, SO A FULL TABLE STOPS THE RUN.
037700*
037800 2200-ADD-JURISDICTION-ENTRY.
037900     IF JT-TABLE-COUNT NOT < JT-TABLE-MAX
038000         DISPLAY 'GSTBAS - JURISDICTION TABLE FULL AT '
038100             JT-TABLE-MAX ' ENTRIES - NO BAS PRODUCED'
038200         MOVE 8 TO RETURN-CODE
038300         STOP RUN
038400     END-IF
038500     ADD 1 TO JT-TABLE-COUNT
038600     SET JT-IDX TO JT-TABLE-COUNT
038700     MOVE TX-LOB   TO JT-LOB (JT-IDX)
038800     MOVE TX-STATE TO JT-STATE (JT-IDX)
038900     MOVE ZERO TO JT-SALES-AMT (JT-IDX)
039000     MOVE ZERO TO JT-GST-AMT (JT-IDX)
039100     MOVE ZERO TO JT-CREDIT-AMT (JT-IDX)
039200     MOVE ZERO TO JT-CREDIT-GST (JT-IDX).
039300*
039400******************************************************************
039500*    DISPUTES CREDITED WHILE DSPHOLD HELD THE CHARGE NEVER HAD   *
039600*    A CREDIT NOTE, BUT THE CHARGE'S GST WAS IN GSTCALC'S        *
039700*    SUMMARY.  THE REGISTER HOLDS NO LOB, SO THE GST IS RATED    *
039800*    AT THE ALL-LOB, ALL-JURISDICTION RATE.                      *
039900******************************************************************
040000*
040100 3000-TAKE-ONE-DISPUTE-CREDIT.
040200     IF DC-NOT-BILLED
040300         AND DC-CREDIT-DATE NOT < WS-QUARTER-START
040400         AND DC-CREDIT-DATE NOT > WS-QUARTER-END
040500         PERFORM 3100-RATE-ONE-DISPUTE
040600     END-IF
040700     READ CREDIT-REG-FILE
040800         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
040900     END-READ.
041000*
041100 3100-RATE-ONE-DISPUTE.
041200     MOVE 0 TO WS-RATE-FOUND
041300     PERFORM 3200-MATCH-ONE-RATE
041400         VARYING WS-RT-SUB FROM 1 BY 1
041500         UNTIL WS-RT-SUB > RT-TABLE-COUNT
041600         OR WS-RATE-FOUND NOT = ZERO
041700     IF WS-RATE-FOUND = ZERO
041800         ADD 1 TO WS-DISPUTES-UNRATED
041900         DISPLAY 'GSTBAS - NO ALL-LOB RATE FOR CREDITED DISPUTE '
042000             DC-INVOICE-NUM ' ' DC-DETAIL-NUM
042100     ELSE
042200         ADD 1 TO WS-DISPUTES-TAKEN
042300         COMPUTE WS-DISPUTE-TAX ROUNDED =
042400             DC-CREDIT-AMT * WS-RATE-FOUND
042500             / (1 + WS-RATE-FOUND)
042600         SUBTRACT WS-DISPUTE-TAX FROM WS-DISPUTE-GST
042700     END-IF.
042800*
042900 3200-MATCH-ONE-RATE.
043000     IF RT-T-LOB (WS-RT-SUB) = '**'
043100         AND RT-T-STATE (WS-RT-SUB) = '**'
043200         MOVE RT-T-RATE (WS-RT-SUB) TO WS-RATE-FOUND
043300     END-IF.
043400*
043500******************************************************************
043600*    THE GST LIABILITY ACCOUNT - CREDITS RAISE IT, DEBITS        *
043700*    (PAYMENTS TO THE TAX OFFICE ASIDE) REDUCE IT.  GLJOURNL'S   *
043720*    'GS' MOVEMENT CARRIES THE GST ON SALES NET OF CREDIT NOTES; *
043740*    GST ON A DISPUTE CREDITED WHILE HELD NEEDS A JOURNAL OF ITS *
043760*    OWN, AND UNTIL ONE IS POSTED IT IS THE WHOLE DIFFERENCE.    *
043800******************************************************************
043900*
044000 4000-TAKE-ONE-JOURNAL-LINE.
044100     IF JL-GL-ACCOUNT = WS-GST-ACCOUNT
044200         AND WS-GST-ACCOUNT NOT = ZERO
044300         AND JL-RUN-DATE NOT < WS-QUARTER-START
044400         AND JL-RUN-DATE NOT > WS-QUARTER-END
044500         ADD 1 TO WS-JOURNAL-LINES-TAKEN
044600         IF JL-DR-CR-IND = 'C'
044700             ADD JL-AMOUNT TO WS-LEDGER-GST
044800         ELSE
044900             SUBTRACT JL-AMOUNT FROM WS-LEDGER-GST
045000         END-IF
045100     END-IF
045200     READ JOURNAL-FILE
045300         AT END MOVE 'Y' TO WS-JRNL-EOF-SWITCH
045400     END-READ.
045500*
045600 5000-PRINT-ONE-JURISDICTION.
045700     MOVE JT-LOB (WS-JT-SUB)        TO DL-LOB
045800     MOVE JT-STATE (WS-JT-SUB)      TO DL-STATE
045900     MOVE JT-SALES-AMT (WS-JT-SUB)  TO DL-SALES-AMT
046000     MOVE JT-GST-AMT (WS-JT-SUB)    TO DL-GST-AMT
046100     MOVE JT-CREDIT-AMT (WS-JT-SUB) TO DL-CREDIT-AMT
046200     MOVE JT-CREDIT-GST (WS-JT-SUB) TO DL-CREDIT-GST
046300     COMPUTE DL-NET-GST = JT-GST-AMT (WS-JT-SUB)
046400         + JT-CREDIT-GST (WS-JT-SUB)
046500     ADD JT-SALES-AMT (WS-JT-SUB)  TO WS-TOTAL-SALES
046600     ADD JT-GST-AMT (WS-JT-SUB)    TO WS-GST-ON-SALES
046700     ADD JT-CREDIT-GST (WS-JT-SUB) TO WS-CREDIT-NOTE-GST
046800     MOVE ' ' TO RP-CARRIAGE-CONTROL
046900     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
047000     WRITE BAS-REPORT-RECORD.
047100*
047200 6000-PRINT-BAS-LABELS.
047300     COMPUTE WS-ADJUSTMENTS = WS-CREDIT-NOTE-GST + WS-DISPUTE-GST
047400     COMPUTE WS-NET-GST = WS-GST-ON-SALES + WS-ADJUSTMENTS
047500     COMPUTE WS-DIFFERENCE-AMT = WS-NET-GST - WS-LEDGER-GST
047600     MOVE '0' TO RP-CARRIAGE-CONTROL
047700     MOVE SPACES TO RP-PRINT-LINE
047800     WRITE BAS-REPORT-RECORD
047900     MOVE 'G1  TOTAL SALES               ' TO TA-CAPTION
048000     MOVE WS-TOTAL-SALES TO TA-AMOUNT
048100     MOVE 'GST-INCLUSIVE, BEFORE CREDIT NOTES' TO TA-NOTE
048200     PERFORM 6010-PRINT-AMOUNT-LINE
048300     MOVE '1A  GST ON SALES              ' TO TA-CAPTION
048400     MOVE WS-GST-ON-SALES TO TA-AMOUNT
048500     PERFORM 6010-PRINT-AMOUNT-LINE
048600     MOVE '    ADJ - CREDIT NOTES        ' TO TA-CAPTION
048700     MOVE WS-CREDIT-NOTE-GST TO TA-AMOUNT
048800     PERFORM 6010-PRINT-AMOUNT-LINE
048900     MOVE '    ADJ - DISPUTES CREDITED   ' TO TA-CAPTION
049000     MOVE WS-DISPUTE-GST TO TA-AMOUNT
049100     PERFORM 6010-PRINT-AMOUNT-LINE
049200     MOVE '    ADJUSTMENTS               ' TO TA-CAPTION
049300     MOVE WS-ADJUSTMENTS TO TA-AMOUNT
049400     PERFORM 6010-PRINT-AMOUNT-LINE
049500     MOVE '    NET GST PAYABLE           ' TO TA-CAPTION
049600     MOVE WS-NET-GST TO TA-AMOUNT
049700     PERFORM 6010-PRINT-AMOUNT-LINE
049800     MOVE '    GST LIABILITY PER LEDGER  ' TO TA-CAPTION
049900     MOVE WS-LEDGER-GST TO TA-AMOUNT
050000     IF WS-GST-ACCOUNT = ZERO
050100         MOVE 'NO GST LIABILITY ACCOUNT ON GSTBPARM' TO TA-NOTE
050200     END-IF
050300     PERFORM 6010-PRINT-AMOUNT-LINE
050400     MOVE '    DIFFERENCE                ' TO TA-CAPTION
050500     MOVE WS-DIFFERENCE-AMT TO TA-AMOUNT
050600     IF WS-DIFFERENCE-AMT = ZERO
050700         MOVE 'AGREES TO LEDGER' TO TA-NOTE
050800     ELSE
050820         IF WS-DIFFERENCE-AMT = WS-DISPUTE-GST
050840             MOVE 'DISPUTE GST NOT YET JOURNALLED' TO TA-NOTE
050860         ELSE
050900             MOVE 'DOES NOT AGREE - RESOLVE BEFORE LODGING'
050950                 TO TA-NOTE
050970         END-IF
051000     END-IF
051100     PERFORM 6010-PRINT-AMOUNT-LINE.
051200*
051300 6010-PRINT-AMOUNT-LINE.
051400     MOVE ' ' TO RP-CARRIAGE-CONTROL
051500     MOVE WS-AMOUNT-LINE TO RP-PRINT-LINE
051600     WRITE BAS-REPORT-RECORD
051700     MOVE SPACES TO TA-NOTE.
051800*
051900 7000-PRINT-TOTALS.
052000     MOVE '0' TO RP-CARRIAGE-CONTROL
052100     MOVE SPACES TO RP-PRINT-LINE
052200     WRITE BAS-REPORT-RECORD
052300     MOVE 'TAX SUMMARIES IN QUARTER      ' TO TT-CAPTION
052400     MOVE WS-TAX-RECORDS-TAKEN TO TT-COUNT
052500     PERFORM 7010-PRINT-TOTAL-LINE
052600     MOVE 'TAX SUMMARIES OUTSIDE QUARTER ' TO TT-CAPTION
052700     MOVE WS-TAX-RECORDS-OUTSIDE TO TT-COUNT
052800     PERFORM 7010-PRINT-TOTAL-LINE
052900     MOVE 'SUMMARIES WITH CREDIT NOTES   ' TO TT-CAPTION
053000     MOVE WS-CREDIT-NOTES-TAKEN TO TT-COUNT
053100     PERFORM 7010-PRINT-TOTAL-LINE
053200     MOVE 'DISPUTES CREDITED UNBILLED    ' TO TT-CAPTION
053300     MOVE WS-DISPUTES-TAKEN TO TT-COUNT
053400     PERFORM 7010-PRINT-TOTAL-LINE
053500     MOVE 'DISPUTES WITH NO RATE         ' TO TT-CAPTION
053600     MOVE WS-DISPUTES-UNRATED TO TT-COUNT
053700     PERFORM 7010-PRINT-TOTAL-LINE
053800     MOVE 'GST LEDGER LINES IN QUARTER   ' TO TT-CAPTION
053900     MOVE WS-JOURNAL-LINES-TAKEN TO TT-COUNT
054000     PERFORM 7010-PRINT-TOTAL-LINE.
054100*
054200 7010-PRINT-TOTAL-LINE.
054300     MOVE ' ' TO RP-CARRIAGE-CONTROL
054400     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
054500     WRITE BAS-REPORT-RECORD.
054600*
054700 9999-EXIT.
054800     CLOSE GST-ARCH-FILE CREDIT-REG-FILE JOURNAL-FILE BAS-REPORT
054900     STOP RUN.
