000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BALBILL.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  BALANCE INQUIRY BATCH - RESPONSE AUDIT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY USAGE BILLING OF   *
001400*                   THE BALANCE INQUIRY SERVICE PER REQUESTER.   *
001500*                   THE MONTH'S BALINQLG IS TAKEN TO ACCOUNT     *
001600*                   AND TIME ORDER SO EACH INQUIRY CAN BE BANDED *
001700*                   AS A BACKEND HIT (THE ACCOUNT'S FIRST OF THE *
001800*                   DAY) OR A CACHED ANSWER FROM THE BALSNAP     *
001900*                   SNAPSHOT (ANY REPEAT THAT DAY), AND AS PEAK  *
002000*                   (A CALDATE BUSINESS DAY INSIDE THE PEAK      *
002100*                   HOURS) OR OFF-PEAK.  THE BANDED USAGE IS     *
002200*                   THEN TAKEN TO REQUESTER AND DAY ORDER AND    *
002300*                   PRICED FROM THE REQUESTER TARIFF FILE.       *
002400*                   INTERNAL REQUESTERS ARE CHARGED BACK BY A    *
002500*                   'BI' JOURNAL PAIR IN GLJOURNL'S SHAPE        *
002600*                   THROUGH THE GLMAP ACCOUNTS; EXTERNAL ONES    *
002700*                   GET AN INVOICE RECORD UNDER THE EXTCTL       *
002800*                   STANDARD.  EVERY REQUESTER GETS A USAGE      *
002900*                   STATEMENT OF DAILY VOLUMES BY BAND, SO A     *
003000*                   DISPUTE IS SETTLED FROM OUR OWN LOG.         *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT INQ-LOG-FILE     ASSIGN TO BALINQLG
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT LOG-SORT-FILE    ASSIGN TO SRTWK01.
004200     SELECT SORTED-LOG-FILE  ASSIGN TO BALBLSRT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT USAGE-WORK-FILE  ASSIGN TO BALBUWRK
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT USAGE-SORT-FILE  ASSIGN TO SRTWK02.
004700     SELECT SORTED-USAGE-FILE ASSIGN TO BALBUSRT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL BILL-PARM-FILE ASSIGN TO BALBPARM
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT TARIFF-FILE      ASSIGN TO BALTARIF
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT GL-MAP-FILE      ASSIGN TO GLMAP
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT JOURNAL-FILE     ASSIGN TO BALCHGJ
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT INVOICE-FILE     ASSIGN TO BALINVO
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT STATEMENT-REPORT ASSIGN TO BALUSTMT
006000         ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  INQ-LOG-FILE.
006400 01  INQ-LOG-IN-RECORD           PIC X(948).
006500*
006600 SD  LOG-SORT-FILE.
006700 01  LOG-SORT-RECORD.
006800     05  LS-ACCT-NUMBER          PIC X(20).
006900     05  LS-REQ-DATE             PIC 9(08).
007000     05  LS-REQ-TIME             PIC 9(06).
007100     05  FILLER                  PIC X(914).
007200*
007300 FD  SORTED-LOG-FILE.
007400     COPY "BALINQLG.cpy".
007500*
007600*    ONE RECORD PER INQUIRY IN THE MONTH, WITH ITS BAND:
007700*    1 PEAK BACKEND, 2 PEAK CACHED, 3 OFF-PEAK BACKEND,
007800*    4 OFF-PEAK CACHED.
007900*
008000 FD  USAGE-WORK-FILE.
008100 01  USAGE-WORK-RECORD.
008200     05  UW-REQUESTER-ID         PIC X(08).
008300     05  UW-REQ-DATE             PIC 9(08).
008400     05  UW-BAND                 PIC 9(01).
008500*
008600 SD  USAGE-SORT-FILE.
008700 01  USAGE-SORT-RECORD.
008800     05  US-REQUESTER-ID         PIC X(08).
008900     05  US-REQ-DATE             PIC 9(08).
009000     05  US-BAND                 PIC 9(01).
009100*
009200 FD  SORTED-USAGE-FILE.
009300 01  SORTED-USAGE-RECORD.
009400     05  SU-REQUESTER-ID         PIC X(08).
009500     05  SU-REQ-DATE             PIC 9(08).
009600     05  SU-BAND                 PIC 9(01).
009700*
009800 FD  BILL-PARM-FILE.
009900 01  BILL-PARM-RECORD.
010000     05  BP-BILL-MONTH           PIC 9(06).
010100     05  BP-PEAK-START           PIC 9(06).
010200     05  BP-PEAK-END             PIC 9(06).
010300     05  BP-REGION               PIC X(03).
010400*
010500*    ONE ENTRY PER REQUESTER, OR PER REQUESTER CLASS WHEN THE
010600*    ID IS THE THREE-BYTE PREFIX BALENTIT USES, FOLLOWED BY
010700*    SPACES.  RATES ARE PER INQUIRY, IN BAND ORDER.  AN
010800*    INTERNAL REQUESTER'S CHARGE DEBITS ITS COST CENTRE GL
010900*    ACCOUNT (OR THE GLMAP 'BI' DEBIT WHEN ZERO); AN EXTERNAL
011000*    ONE IS INVOICED UNDER ITS PARTNER REFERENCE.
011100*
011200 FD  TARIFF-FILE.
011300 01  TARIFF-RECORD.
011400     05  TF-REQUESTER-ID         PIC X(08).
011500     05  TF-REQUESTER-TYPE       PIC X(01).
011600         88  TF-INTERNAL         VALUE 'I'.
011700         88  TF-EXTERNAL         VALUE 'E'.
011800     05  TF-NAME                 PIC X(30).
011900     05  TF-RATE                 OCCURS 4 TIMES PIC 9(03)V9(04).
012000     05  TF-COST-CENTRE-GL       PIC 9(08).
012100     05  TF-PARTNER-REF          PIC X(12).
012200*
012300 FD  GL-MAP-FILE.
012400 01  GL-MAP-RECORD.
012500     05  GM-MOVEMENT-TYPE        PIC X(02).
012600     05  GM-DEBIT-ACCOUNT        PIC 9(08).
012700     05  GM-CREDIT-ACCOUNT       PIC 9(08).
012800*
012900*    SAME SHAPE AS THE GLJOURNL JOURNAL RECORD.
013000*
013100 FD  JOURNAL-FILE.
013200 01  JOURNAL-RECORD.
013300     05  JL-RUN-DATE             PIC 9(08).
013400     05  JL-GL-ACCOUNT           PIC 9(08).
013500     05  JL-DR-CR-IND            PIC X(01).
013600     05  JL-AMOUNT               PIC S9(13)V99.
013700     05  JL-MOVEMENT-TYPE        PIC X(02).
013800     05  JL-SOURCE-JOB           PIC X(08).
013900*
014000 FD  INVOICE-FILE.
014100 01  INVOICE-RECORD.
014200     05  IV-RECORD-TYPE          PIC X(03).
014300     05  IV-BILL-MONTH           PIC 9(06).
014400     05  IV-REQUESTER-ID         PIC X(08).
014500     05  IV-PARTNER-REF          PIC X(12).
014600     05  IV-BAND                 OCCURS 4 TIMES.
014700         10  IV-BAND-COUNT       PIC 9(09).
014800         10  IV-BAND-AMOUNT      PIC 9(09)V99.
014900     05  IV-TOTAL-AMOUNT         PIC 9(11)V99.
015000     05  IV-CURRENCY             PIC X(03).
015100*
015200*    COMMON OUTBOUND EXTRACT CONTROL RECORD, FIRST AND LAST
015300*    ON THE FILE.
015400*
015500     COPY "EXTCTL.cpy".
015600*
015700 FD  STATEMENT-REPORT.
015800 01  STATEMENT-REPORT-RECORD.
015900     05  RP-CARRIAGE-CONTROL     PIC X(01).
016000     05  RP-PRINT-LINE           PIC X(132).
016100*
016200 WORKING-STORAGE SECTION.
016300*
016400 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
016500     88  WS-LOG-EOF              VALUE 'Y'.
016600 01  WS-USAGE-EOF-SWITCH         PIC X(01) VALUE 'N'.
016700     88  WS-USAGE-EOF            VALUE 'Y'.
016800 01  WS-TARIF-EOF-SWITCH         PIC X(01) VALUE 'N'.
016900     88  WS-TARIF-EOF            VALUE 'Y'.
017000 01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
017100     88  WS-MAP-EOF              VALUE 'Y'.
017200 01  WS-BI-MAPPED-SWITCH         PIC X(01) VALUE 'N'.
017300     88  WS-BI-MAPPED            VALUE 'Y'.
017400 01  WS-TARIFF-FOUND-SWITCH      PIC X(01).
017500     88  WS-TARIFF-FOUND         VALUE 'Y'.
017600 01  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE 'Y'.
017700     88  WS-BUSINESS-DAY         VALUE 'Y'.
017800*
017900 01  WS-RUN-DATE                 PIC 9(08).
018000 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
018100     05  WS-RUN-YYYY             PIC 9(04).
018200     05  WS-RUN-MM               PIC 9(02).
018300     05  WS-RUN-DD               PIC 9(02).
018400 01  WS-BILL-MONTH               PIC 9(06) VALUE 0.
018500 01  WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
018600     05  WS-BILL-YYYY            PIC 9(04).
018700     05  WS-BILL-MM              PIC 9(02).
018800 01  WS-PEAK-START               PIC 9(06) VALUE 080000.
018900 01  WS-PEAK-END                 PIC 9(06) VALUE 180000.
019000 01  WS-BI-DEBIT-ACCT            PIC 9(08) VALUE 0.
019100 01  WS-BI-CREDIT-ACCT           PIC 9(08) VALUE 0.
019200*
019300 01  WS-INQUIRIES-READ           PIC 9(09) VALUE 0.
019400 01  WS-INQUIRIES-BILLED         PIC 9(09) VALUE 0.
019500 01  WS-REQUESTER-COUNT          PIC 9(07) VALUE 0.
019600 01  WS-INTERNAL-COUNT           PIC 9(07) VALUE 0.
019700 01  WS-EXTERNAL-COUNT           PIC 9(07) VALUE 0.
019800 01  WS-UNBILLED-COUNT           PIC 9(07) VALUE 0.
019900 01  WS-INVOICE-COUNT            PIC 9(09) VALUE 0.
020000 01  WS-INVOICE-HASH             PIC S9(15)V99 VALUE 0.
020100*
020200*    BANDING STATE FOR THE ACCOUNT-ORDER PASS.
020300*
020400 01  WS-LAST-ACCT                PIC X(20) VALUE SPACES.
020500 01  WS-LAST-DATE                PIC 9(08) VALUE 0.
020600*
020700*    THE REQUESTER AND DAY BEING TOTALLED.
020800*
020900 01  WS-CURR-REQUESTER           PIC X(08).
021000 01  WS-CLASS-KEY.
021100     05  WS-CK-PREFIX            PIC X(03).
021200     05  FILLER                  PIC X(05) VALUE SPACES.
021300 01  WS-CURR-DATE                PIC 9(08).
021400 01  WS-DAY-COUNTS.
021500     05  WS-DAY-COUNT            OCCURS 4 TIMES PIC 9(09).
021600 01  WS-REQ-COUNTS.
021700     05  WS-REQ-COUNT            OCCURS 4 TIMES PIC 9(09).
021800 01  WS-BAND-AMOUNTS.
021900     05  WS-BAND-AMT             OCCURS 4 TIMES PIC 9(09)V99.
022000 01  WS-DAY-TOTAL                PIC 9(09).
022100 01  WS-REQ-TOTAL                PIC 9(09).
022200 01  WS-CHARGE-TOTAL             PIC 9(11)V99.
022300 01  WS-DEBIT-ACCT               PIC 9(08).
022400 01  WS-BD-SUB                   PIC 9(02) COMP.
022500*
022600 01  WS-CAL-FUNCTION             PIC X(01) VALUE 'B'.
022700 01  WS-CAL-REGION               PIC X(03) VALUE '***'.
022800 01  WS-CAL-DATE-1               PIC 9(08) VALUE 0.
022900 01  WS-CAL-DATE-2               PIC 9(08) VALUE 0.
023000 01  WS-CAL-RESULT-DATE          PIC 9(08).
023100 01  WS-CAL-RESULT-DAYS          PIC S9(05).
023200 01  WS-CAL-STATUS               PIC X(01).
023300*
023400 01  TR-TABLE-MAX                PIC 9(04) COMP VALUE 500.
023500 01  TR-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
023600 01  TR-TABLE.
023700     05  TR-ENTRY OCCURS 500 TIMES
023800                  INDEXED BY TR-IDX.
023900         10  TR-T-REQUESTER-ID   PIC X(08).
024000         10  TR-T-TYPE           PIC X(01).
024100             88  TR-T-INTERNAL   VALUE 'I'.
024200             88  TR-T-EXTERNAL   VALUE 'E'.
024300         10  TR-T-NAME           PIC X(30).
024400         10  TR-T-RATE           OCCURS 4 TIMES PIC 9(03)V9(04).
024500         10  TR-T-COST-CENTRE-GL PIC 9(08).
024600         10  TR-T-PARTNER-REF    PIC X(12).
024700*
024800 01  WS-HEADING-LINE.
024900     05  FILLER                  PIC X(44)
025000         VALUE 'BALBILL - BALANCE INQUIRY USAGE STATEMENT   '.
025100     05  FILLER                  PIC X(06) VALUE 'MONTH '.
025200     05  HL-BILL-MONTH           PIC 9(06).
025300     05  FILLER                  PIC X(12) VALUE '  REQUESTER '.
025400     05  HL-REQUESTER-ID         PIC X(08).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  HL-NAME                 PIC X(30).
025700     05  FILLER                  PIC X(24) VALUE SPACES.
025800*
025900 01  WS-COLUMN-LINE.
026000     05  FILLER                  PIC X(08) VALUE 'DATE    '.
026100     05  FILLER                  PIC X(12) VALUE '   PEAK-BKND'.
026200     05  FILLER                  PIC X(12) VALUE '   PEAK-CACH'.
026300     05  FILLER                  PIC X(12) VALUE '   OFPK-BKND'.
026400     05  FILLER                  PIC X(12) VALUE '   OFPK-CACH'.
026500     05  FILLER                  PIC X(12) VALUE '       TOTAL'.
026600     05  FILLER                  PIC X(64) VALUE SPACES.
026700*
026800 01  WS-DETAIL-LINE.
026900     05  DL-LABEL                PIC X(08).
027000     05  DL-BAND                 OCCURS 4 TIMES.
027100         10  FILLER              PIC X(03).
027200         10  DL-COUNT            PIC ZZZZZZZZ9.
027300     05  FILLER                  PIC X(03) VALUE SPACES.
027400     05  DL-TOTAL                PIC ZZZZZZZZ9.
027500     05  FILLER                  PIC X(64) VALUE SPACES.
027600*
027700 01  WS-RATE-LINE.
027800     05  FILLER                  PIC X(08) VALUE 'RATE    '.
027900     05  RL-BAND                 OCCURS 4 TIMES.
028000         10  FILLER              PIC X(04).
028100         10  RL-RATE             PIC ZZ9.9999.
028200     05  FILLER                  PIC X(76) VALUE SPACES.
028300*
028400 01  WS-AMOUNT-LINE.
028500     05  FILLER                  PIC X(08) VALUE 'CHARGE  '.
028600     05  AL-BAND                 OCCURS 4 TIMES.
028700         10  FILLER              PIC X(01).
028800         10  AL-AMOUNT           PIC ZZZZZZZ9.99.
028900     05  FILLER                  PIC X(01) VALUE SPACES.
029000     05  AL-TOTAL                PIC ZZZZZZZZZ9.99.
029100     05  FILLER                  PIC X(62) VALUE SPACES.
029200*
029300 01  WS-NOTE-LINE.
029400     05  NL-TEXT                 PIC X(40).
029500     05  NL-REFERENCE            PIC X(12).
029600     05  FILLER                  PIC X(80) VALUE SPACES.
029700*
029800 01  WS-TOTAL-LINE.
029900     05  TT-CAPTION              PIC X(30).
030000     05  TT-COUNT                PIC ZZZZZZZZ9.
030100     05  FILLER                  PIC X(93) VALUE SPACES.
030200*
030300 PROCEDURE DIVISION.
030400*
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE
030700     PERFORM 2000-BAND-ONE-INQUIRY
030800         UNTIL WS-LOG-EOF
030900     CLOSE SORTED-LOG-FILE USAGE-WORK-FILE
031000     SORT USAGE-SORT-FILE
031100         ON ASCENDING KEY US-REQUESTER-ID US-REQ-DATE
031200         USING USAGE-WORK-FILE
031300         GIVING SORTED-USAGE-FILE
031400     PERFORM 3000-OPEN-BILLING
031500     PERFORM 4000-BILL-ONE-REQUESTER
031600         UNTIL WS-USAGE-EOF
031700     PERFORM 5000-PRINT-TOTALS
031800     DISPLAY 'BALBILL - BILLING MONTH:        ' WS-BILL-MONTH
031900     DISPLAY 'BALBILL - INQUIRIES READ:       ' WS-INQUIRIES-READ
032000     DISPLAY 'BALBILL - IN BILLING MONTH:     '
032010         WS-INQUIRIES-BILLED
032100     DISPLAY 'BALBILL - REQUESTERS:           ' WS-REQUESTER-COUNT
032200     DISPLAY 'BALBILL - CHARGED BACK:         ' WS-INTERNAL-COUNT
032300     DISPLAY 'BALBILL - INVOICED:             ' WS-EXTERNAL-COUNT
032400     DISPLAY 'BALBILL - NO TARIFF:            ' WS-UNBILLED-COUNT
032500     IF WS-UNBILLED-COUNT > ZERO
032600         MOVE 4 TO RETURN-CODE
032700     END-IF
032800     PERFORM 9999-EXIT.
032900*
033000*    THE MONTH BILLED DEFAULTS TO THE ONE BEFORE THE RUN DATE.
033100*
033200 1000-INITIALIZE.
033300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033400     OPEN INPUT BILL-PARM-FILE
033500     READ BILL-PARM-FILE
033600         AT END
033700             CONTINUE
033800         NOT AT END
033900             PERFORM 1100-TAKE-PARAMETERS
034000     END-READ
034100     CLOSE BILL-PARM-FILE
034200     IF WS-BILL-MONTH = ZERO
034300         IF WS-RUN-MM = 1
034400             COMPUTE WS-BILL-YYYY = WS-RUN-YYYY - 1
034500             MOVE 12 TO WS-BILL-MM
034600         ELSE
034700             MOVE WS-RUN-YYYY TO WS-BILL-YYYY
034800             COMPUTE WS-BILL-MM = WS-RUN-MM - 1
034900         END-IF
035000     END-IF
035100     OPEN INPUT TARIFF-FILE
035200     READ TARIFF-FILE
035300         AT END MOVE 'Y' TO WS-TARIF-EOF-SWITCH
035400     END-READ
035500     PERFORM 1200-LOAD-ONE-TARIFF
035600         UNTIL WS-TARIF-EOF
035700     CLOSE TARIFF-FILE
035800     OPEN INPUT GL-MAP-FILE
035900     READ GL-MAP-FILE
036000         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
036100     END-READ
036200     PERFORM 1300-FIND-BI-MAP-ENTRY
036300         UNTIL WS-MAP-EOF
036400     CLOSE GL-MAP-FILE
036500     SORT LOG-SORT-FILE
036600         ON ASCENDING KEY LS-ACCT-NUMBER LS-REQ-DATE LS-REQ-TIME
036700         USING INQ-LOG-FILE
036800         GIVING SORTED-LOG-FILE
036900     OPEN INPUT  SORTED-LOG-FILE
037000     OPEN OUTPUT USAGE-WORK-FILE
037100     PERFORM 8100-READ-LOG.
037200*
037300 1100-TAKE-PARAMETERS.
037400     IF BP-BILL-MONTH > ZERO
037500         MOVE BP-BILL-MONTH TO WS-BILL-MONTH
037600     END-IF
037700     IF BP-PEAK-END > BP-PEAK-START
037800         MOVE BP-PEAK-START TO WS-PEAK-START
037900         MOVE BP-PEAK-END   TO WS-PEAK-END
038000     END-IF
038100     IF BP-REGION NOT = SPACES
038200         MOVE BP-REGION TO WS-CAL-REGION
038300     END-IF.
038400*
038500 1200-LOAD-ONE-TARIFF.
038600     IF TR-TABLE-COUNT NOT < TR-TABLE-MAX
038700         DISPLAY 'BALBILL - TARIFF TABLE FULL AT ' TR-TABLE-MAX
038800         MOVE 8 TO RETURN-CODE
038900         STOP RUN
039000     END-IF
039100     ADD 1 TO TR-TABLE-COUNT
039200     SET TR-IDX TO TR-TABLE-COUNT
039300     MOVE TF-REQUESTER-ID   TO TR-T-REQUESTER-ID (TR-IDX)
039400     MOVE TF-REQUESTER-TYPE TO TR-T-TYPE (TR-IDX)
039500     MOVE TF-NAME           TO TR-T-NAME (TR-IDX)
039600     PERFORM 1210-LOAD-ONE-RATE
039700         VARYING WS-BD-SUB FROM 1 BY 1
039800         UNTIL WS-BD-SUB > 4
039900     MOVE TF-COST-CENTRE-GL TO TR-T-COST-CENTRE-GL (TR-IDX)
040000     MOVE TF-PARTNER-REF    TO TR-T-PARTNER-REF (TR-IDX)
040100     READ TARIFF-FILE
040200         AT END MOVE 'Y' TO WS-TARIF-EOF-SWITCH
040300     END-READ.
040400*
040500 1210-LOAD-ONE-RATE.
040600     MOVE TF-RATE (WS-BD-SUB) TO TR-T-RATE (TR-IDX WS-BD-SUB).
040700*
040800*    THE 'BI' ROW ON GLMAP NAMES THE DEFAULT CHARGEBACK DEBIT
040900*    AND THE SERVICE-INCOME CREDIT.
041000*
041100 1300-FIND-BI-MAP-ENTRY.
041200     IF GM-MOVEMENT-TYPE = 'BI'
041300         MOVE GM-DEBIT-ACCOUNT  TO WS-BI-DEBIT-ACCT
041400         MOVE GM-CREDIT-ACCOUNT TO WS-BI-CREDIT-ACCT
041500         MOVE 'Y' TO WS-BI-MAPPED-SWITCH
041600     END-IF
041700     READ GL-MAP-FILE
041800         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
041900     END-READ.
042000*
042100*    THE SNAPSHOT ANSWERS EVERY REPEAT OF AN ACCOUNT AFTER ITS
042200*    FIRST INQUIRY OF THE DAY, WHOEVER THE REQUESTER.
042300*
042400 2000-BAND-ONE-INQUIRY.
042500     IF BIL-REQ-DATE (1:6) = WS-BILL-MONTH
042600         ADD 1 TO WS-INQUIRIES-BILLED
042700         PERFORM 2100-CHECK-BUSINESS-DAY
042800         IF WS-BUSINESS-DAY
042900             AND BIL-REQ-TIME NOT < WS-PEAK-START
043000             AND BIL-REQ-TIME < WS-PEAK-END
043100             MOVE 1 TO UW-BAND
043200         ELSE
043300             MOVE 3 TO UW-BAND
043400         END-IF
043500         IF BIL-ACCT-NUMBER = WS-LAST-ACCT
043600             AND BIL-REQ-DATE = WS-LAST-DATE
043700             ADD 1 TO UW-BAND
043800         END-IF
043900         MOVE BIL-ACCT-NUMBER  TO WS-LAST-ACCT
044000         MOVE BIL-REQ-DATE     TO WS-LAST-DATE
044100         MOVE BIL-REQUESTER-ID TO UW-REQUESTER-ID
044200         MOVE BIL-REQ-DATE     TO UW-REQ-DATE
044300         WRITE USAGE-WORK-RECORD
044400     END-IF
044500     PERFORM 8100-READ-LOG.
044600*
044700*    A DATE THE CALENDAR DOES NOT HOLD IS TAKEN AS A BUSINESS
044800*    DAY, SO ONLY THE HOURS DECIDE ITS BAND.
044900*
045000 2100-CHECK-BUSINESS-DAY.
045100     IF BIL-REQ-DATE NOT = WS-CAL-DATE-1
045200         MOVE BIL-REQ-DATE TO WS-CAL-DATE-1
045300         CALL 'CALDATE' USING WS-CAL-FUNCTION WS-CAL-REGION
045400             WS-CAL-DATE-1 WS-CAL-DATE-2 WS-CAL-RESULT-DATE
045500             WS-CAL-RESULT-DAYS WS-CAL-STATUS
045600         IF WS-CAL-STATUS = 'N'
045700             MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
045800         ELSE
045900             MOVE 'Y' TO WS-BUSINESS-DAY-SWITCH
046000         END-IF
046100     END-IF.
046200*
046300 3000-OPEN-BILLING.
046400     OPEN INPUT  SORTED-USAGE-FILE
046500     OPEN OUTPUT JOURNAL-FILE
046600     OPEN OUTPUT INVOICE-FILE
046700     OPEN OUTPUT STATEMENT-REPORT
046800     MOVE 'HDR'          TO XC-RECORD-TAG
046900     MOVE WS-RUN-DATE    TO XC-RUN-DATE
047000     MOVE 'BALBILL'      TO XC-JOB-NAME
047100     MOVE ZERO           TO XC-RECORD-COUNT
047200     MOVE ZERO           TO XC-HASH-TOTAL
047300     WRITE EXTRACT-CONTROL-RECORD
047400     PERFORM 8200-READ-USAGE.
047500*
047600 4000-BILL-ONE-REQUESTER.
047700     ADD 1 TO WS-REQUESTER-COUNT
047800     MOVE SU-REQUESTER-ID TO WS-CURR-REQUESTER
047900     PERFORM 4100-FIND-TARIFF
048000     MOVE ZERO TO WS-REQ-COUNTS
048100     MOVE WS-BILL-MONTH     TO HL-BILL-MONTH
048200     MOVE WS-CURR-REQUESTER TO HL-REQUESTER-ID
048300     IF WS-TARIFF-FOUND
048400         MOVE TR-T-NAME (TR-IDX) TO HL-NAME
048500     ELSE
048600         MOVE SPACES TO HL-NAME
048700     END-IF
048800     MOVE '1' TO RP-CARRIAGE-CONTROL
048900     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
049000     WRITE STATEMENT-REPORT-RECORD
049100     MOVE '0' TO RP-CARRIAGE-CONTROL
049200     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
049300     WRITE STATEMENT-REPORT-RECORD
049400     MOVE ' ' TO RP-CARRIAGE-CONTROL
049500     PERFORM 4200-TOTAL-ONE-DAY
049600         UNTIL WS-USAGE-EOF
049700            OR SU-REQUESTER-ID NOT = WS-CURR-REQUESTER
049800     MOVE 'TOTAL   ' TO DL-LABEL
049900     MOVE ZERO TO WS-REQ-TOTAL
050000     PERFORM 4300-EDIT-ONE-REQ-COUNT
050100         VARYING WS-BD-SUB FROM 1 BY 1
050200         UNTIL WS-BD-SUB > 4
050300     MOVE WS-REQ-TOTAL TO DL-TOTAL
050400     MOVE '0' TO RP-CARRIAGE-CONTROL
050500     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
050600     WRITE STATEMENT-REPORT-RECORD
050700     MOVE ' ' TO RP-CARRIAGE-CONTROL
050800     IF WS-TARIFF-FOUND
050900         PERFORM 4400-PRICE-REQUESTER
051000         IF TR-T-EXTERNAL (TR-IDX)
051100             PERFORM 4600-WRITE-INVOICE
051200         ELSE
051300             PERFORM 4500-POST-CHARGEBACK
051400         END-IF
051500     ELSE
051600         ADD 1 TO WS-UNBILLED-COUNT
051700         MOVE 'NOT BILLED - NO TARIFF FOR REQUESTER' TO NL-TEXT
051800         MOVE SPACES TO NL-REFERENCE
051900         PERFORM 4900-PRINT-NOTE-LINE
052000     END-IF.
052100*
052200*    AN ENTRY FOR THE REQUESTER ITSELF WINS OVER ONE FOR ITS
052300*    CLASS PREFIX.
052400*
052500 4100-FIND-TARIFF.
052600     MOVE 'N' TO WS-TARIFF-FOUND-SWITCH
052700     SET TR-IDX TO 1
052800     SEARCH TR-ENTRY
052900         AT END
053000             CONTINUE
053100         WHEN TR-IDX > TR-TABLE-COUNT
053200             CONTINUE
053300         WHEN TR-T-REQUESTER-ID (TR-IDX) = WS-CURR-REQUESTER
053400             MOVE 'Y' TO WS-TARIFF-FOUND-SWITCH
053500     END-SEARCH
053600     IF NOT WS-TARIFF-FOUND
053700         MOVE WS-CURR-REQUESTER (1:3) TO WS-CK-PREFIX
053800         SET TR-IDX TO 1
053900         SEARCH TR-ENTRY
054000             AT END
054100                 CONTINUE
054200             WHEN TR-IDX > TR-TABLE-COUNT
054300                 CONTINUE
054400             WHEN TR-T-REQUESTER-ID (TR-IDX) = WS-CLASS-KEY
054500                 MOVE 'Y' TO WS-TARIFF-FOUND-SWITCH
054600         END-SEARCH
054700     END-IF.
054800*
054900 4200-TOTAL-ONE-DAY.
055000     MOVE SU-REQ-DATE TO WS-CURR-DATE
055100     MOVE ZERO TO WS-DAY-COUNTS
055200     PERFORM 4210-COUNT-ONE-USAGE
055300         UNTIL WS-USAGE-EOF
055400            OR SU-REQUESTER-ID NOT = WS-CURR-REQUESTER
055500            OR SU-REQ-DATE NOT = WS-CURR-DATE
055600     MOVE WS-CURR-DATE TO DL-LABEL
055700     MOVE ZERO TO WS-DAY-TOTAL
055800     PERFORM 4220-EDIT-ONE-DAY-COUNT
055900         VARYING WS-BD-SUB FROM 1 BY 1
056000         UNTIL WS-BD-SUB > 4
056100     MOVE WS-DAY-TOTAL TO DL-TOTAL
056200     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
056300     WRITE STATEMENT-REPORT-RECORD.
056400*
056500 4210-COUNT-ONE-USAGE.
056600     IF SU-BAND > ZERO AND SU-BAND < 5
056700         ADD 1 TO WS-DAY-COUNT (SU-BAND)
056800         ADD 1 TO WS-REQ-COUNT (SU-BAND)
056900     END-IF
057000     PERFORM 8200-READ-USAGE.
057100*
057200 4220-EDIT-ONE-DAY-COUNT.
057300     MOVE SPACES TO DL-BAND (WS-BD-SUB)
057400     MOVE WS-DAY-COUNT (WS-BD-SUB) TO DL-COUNT (WS-BD-SUB)
057500     ADD WS-DAY-COUNT (WS-BD-SUB) TO WS-DAY-TOTAL.
057600*
057700 4300-EDIT-ONE-REQ-COUNT.
057800     MOVE SPACES TO DL-BAND (WS-BD-SUB)
057900     MOVE WS-REQ-COUNT (WS-BD-SUB) TO DL-COUNT (WS-BD-SUB)
058000     ADD WS-REQ-COUNT (WS-BD-SUB) TO WS-REQ-TOTAL.
058100*
058200 4400-PRICE-REQUESTER.
058300     MOVE ZERO TO WS-CHARGE-TOTAL
058400     PERFORM 4410-PRICE-ONE-BAND
058500         VARYING WS-BD-SUB FROM 1 BY 1
058600         UNTIL WS-BD-SUB > 4
058700     MOVE WS-CHARGE-TOTAL TO AL-TOTAL
058800     MOVE WS-RATE-LINE TO RP-PRINT-LINE
058900     WRITE STATEMENT-REPORT-RECORD
059000     MOVE WS-AMOUNT-LINE TO RP-PRINT-LINE
059100     WRITE STATEMENT-REPORT-RECORD.
059200*
059300 4410-PRICE-ONE-BAND.
059400     COMPUTE WS-BAND-AMT (WS-BD-SUB) ROUNDED =
059500         WS-REQ-COUNT (WS-BD-SUB) * TR-T-RATE (TR-IDX WS-BD-SUB)
059600     ADD WS-BAND-AMT (WS-BD-SUB) TO WS-CHARGE-TOTAL
059700     MOVE SPACES TO RL-BAND (WS-BD-SUB)
059800     MOVE TR-T-RATE (TR-IDX WS-BD-SUB) TO RL-RATE (WS-BD-SUB)
059900     MOVE SPACES TO AL-BAND (WS-BD-SUB)
060000     MOVE WS-BAND-AMT (WS-BD-SUB) TO AL-AMOUNT (WS-BD-SUB).
060100*
060200*    ONE BALANCED PAIR PER INTERNAL REQUESTER, IN THE GLJOURNL
060300*    SHAPE, SO THE CHARGEBACK LOADS WITH FINANCE'S JOURNAL.
060400*
060500 4500-POST-CHARGEBACK.
060600     ADD 1 TO WS-INTERNAL-COUNT
060700     IF TR-T-COST-CENTRE-GL (TR-IDX) > ZERO
060800         MOVE TR-T-COST-CENTRE-GL (TR-IDX) TO WS-DEBIT-ACCT
060900     ELSE
061000         MOVE WS-BI-DEBIT-ACCT TO WS-DEBIT-ACCT
061100     END-IF
061200     EVALUATE TRUE
061300         WHEN WS-CHARGE-TOTAL = ZERO
061400             MOVE 'NO CHARGE - NOTHING JOURNALLED' TO NL-TEXT
061500         WHEN NOT WS-BI-MAPPED
061600             DISPLAY 'BALBILL - NO BI ROW ON GLMAP - JOURNAL'
061700                 ' NOT CUT FOR ' WS-CURR-REQUESTER
061800             MOVE 'NOT JOURNALLED - NO BI ROW ON GLMAP' TO NL-TEXT
061900             MOVE 4 TO RETURN-CODE
062000         WHEN OTHER
062100             MOVE WS-RUN-DATE     TO JL-RUN-DATE
062200             MOVE WS-DEBIT-ACCT   TO JL-GL-ACCOUNT
062300             MOVE 'D'             TO JL-DR-CR-IND
062400             MOVE WS-CHARGE-TOTAL TO JL-AMOUNT
062500             MOVE 'BI'            TO JL-MOVEMENT-TYPE
062600             MOVE 'BALBILL '      TO JL-SOURCE-JOB
062700             WRITE JOURNAL-RECORD
062800             MOVE WS-BI-CREDIT-ACCT TO JL-GL-ACCOUNT
062900             MOVE 'C'             TO JL-DR-CR-IND
063000             WRITE JOURNAL-RECORD
063100             MOVE 'CHARGED BACK - DEBIT GL ACCOUNT' TO NL-TEXT
063200     END-EVALUATE
063300     MOVE WS-DEBIT-ACCT TO NL-REFERENCE
063400     PERFORM 4900-PRINT-NOTE-LINE.
063500*
063600 4600-WRITE-INVOICE.
063700     ADD 1 TO WS-EXTERNAL-COUNT
063800     ADD 1 TO WS-INVOICE-COUNT
063900     ADD WS-CHARGE-TOTAL TO WS-INVOICE-HASH
064000     MOVE SPACES            TO INVOICE-RECORD
064100     MOVE 'INV'             TO IV-RECORD-TYPE
064200     MOVE WS-BILL-MONTH     TO IV-BILL-MONTH
064300     MOVE WS-CURR-REQUESTER TO IV-REQUESTER-ID
064400     MOVE TR-T-PARTNER-REF (TR-IDX) TO IV-PARTNER-REF
064500     PERFORM 4610-FILL-ONE-INVOICE-BAND
064600         VARYING WS-BD-SUB FROM 1 BY 1
064700         UNTIL WS-BD-SUB > 4
064800     MOVE WS-CHARGE-TOTAL   TO IV-TOTAL-AMOUNT
064900     MOVE 'AUD'             TO IV-CURRENCY
065000     WRITE INVOICE-RECORD
065100     MOVE 'INVOICED - PARTNER REFERENCE' TO NL-TEXT
065200     MOVE TR-T-PARTNER-REF (TR-IDX) TO NL-REFERENCE
065300     PERFORM 4900-PRINT-NOTE-LINE.
065400*
065500 4610-FILL-ONE-INVOICE-BAND.
065600     MOVE WS-REQ-COUNT (WS-BD-SUB) TO IV-BAND-COUNT (WS-BD-SUB)
065700     MOVE WS-BAND-AMT (WS-BD-SUB)  TO IV-BAND-AMOUNT (WS-BD-SUB).
065800*
065900 4900-PRINT-NOTE-LINE.
066000     MOVE WS-NOTE-LINE TO RP-PRINT-LINE
066100     WRITE STATEMENT-REPORT-RECORD.
066200*
066300 5000-PRINT-TOTALS.
066400     MOVE '1' TO RP-CARRIAGE-CONTROL
066500     MOVE 'BALBILL - BILLING TOTALS FOR MONTH' TO NL-TEXT
066600     MOVE WS-BILL-MONTH TO NL-REFERENCE
066700     PERFORM 4900-PRINT-NOTE-LINE
066800     MOVE '0' TO RP-CARRIAGE-CONTROL
066900     MOVE 'INQUIRIES READ' TO TT-CAPTION
067000     MOVE WS-INQUIRIES-READ TO TT-COUNT
067100     PERFORM 5100-PRINT-TOTAL-LINE
067200     MOVE ' ' TO RP-CARRIAGE-CONTROL
067300     MOVE 'INQUIRIES IN MONTH' TO TT-CAPTION
067400     MOVE WS-INQUIRIES-BILLED TO TT-COUNT
067500     PERFORM 5100-PRINT-TOTAL-LINE
067600     MOVE 'REQUESTERS' TO TT-CAPTION
067700     MOVE WS-REQUESTER-COUNT TO TT-COUNT
067800     PERFORM 5100-PRINT-TOTAL-LINE
067900     MOVE 'INTERNAL - CHARGED BACK' TO TT-CAPTION
068000     MOVE WS-INTERNAL-COUNT TO TT-COUNT
068100     PERFORM 5100-PRINT-TOTAL-LINE
068200     MOVE 'EXTERNAL - INVOICED' TO TT-CAPTION
068300     MOVE WS-EXTERNAL-COUNT TO TT-COUNT
068400     PERFORM 5100-PRINT-TOTAL-LINE
068500     MOVE 'NOT BILLED - NO TARIFF' TO TT-CAPTION
068600     MOVE WS-UNBILLED-COUNT TO TT-COUNT
068700     PERFORM 5100-PRINT-TOTAL-LINE.
068800*
068900 5100-PRINT-TOTAL-LINE.
069000     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
069100     WRITE STATEMENT-REPORT-RECORD.
069200*
069300 8100-READ-LOG.
069400     READ SORTED-LOG-FILE
069500         AT END
069600             MOVE 'Y' TO WS-LOG-EOF-SWITCH
069700         NOT AT END
069800             ADD 1 TO WS-INQUIRIES-READ
069900     END-READ.
070000*
070100 8200-READ-USAGE.
070200     READ SORTED-USAGE-FILE
070300         AT END MOVE 'Y' TO WS-USAGE-EOF-SWITCH
070400     END-READ.
070500*
070600 9999-EXIT.
070700     MOVE 'TRL'            TO XC-RECORD-TAG
070800     MOVE WS-RUN-DATE      TO XC-RUN-DATE
070900     MOVE 'BALBILL'        TO XC-JOB-NAME
071000     MOVE WS-INVOICE-COUNT TO XC-RECORD-COUNT
071100     MOVE WS-INVOICE-HASH  TO XC-HASH-TOTAL
071200     WRITE EXTRACT-CONTROL-RECORD
071300     CLOSE SORTED-USAGE-FILE JOURNAL-FILE INVOICE-FILE
071400           STATEMENT-REPORT
071500     STOP RUN.
