000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DTARTRCE.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - MEMBER ENQUIRIES.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    FIRST ISSUE. TRACES ONE LOYALTY TRANSACTION  *
001400*                   FROM MICROBAT INTAKE THROUGH EACH NIGHTLY    *
001500*                   STAGE TO THE BONUS HISTORY AND REPORTS WHERE *
001600*                   IT STOPPED AND WHY.                          *
001700*                                                                *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. IBM-370.
002200 OBJECT-COMPUTER. IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT TRACE-REQUEST-FILE ASSIGN TO TRCREQ
002600         ORGANIZATION IS SEQUENTIAL.
002700     SELECT OPTIONAL BATCH-REG-FILE ASSIGN TO MBATREG
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-FILE-STATUS.
003000     SELECT OPTIONAL CUMULATIVE-FILE ASSIGN TO DTARCUM
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-FILE-STATUS.
003300     SELECT OPTIONAL QUARANTINE-FILE ASSIGN TO MBQUAR
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-FILE-STATUS.
003600     SELECT OPTIONAL REPAIR-QUEUE-FILE ASSIGN TO CARDRPRQ
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-FILE-STATUS.
003900     SELECT OPTIONAL HOT-LIST-FILE ASSIGN TO HOTLIST
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FILE-STATUS.
004200     SELECT OPTIONAL STORVAL-ACCEPTED-FILE ASSIGN TO STORVALO
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-FILE-STATUS.
004500     SELECT OPTIONAL STORVAL-REJECT-FILE ASSIGN TO STORVREJ
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-FILE-STATUS.
004800     SELECT OPTIONAL STORVAL-WARNING-FILE ASSIGN TO STORVWRN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FILE-STATUS.
005100     SELECT OPTIONAL KEYVAL-ACCEPTED-FILE ASSIGN TO KEYVALO
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-FILE-STATUS.
005400     SELECT OPTIONAL KEYVAL-REJECT-FILE ASSIGN TO KEYVREJ
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-FILE-STATUS.
005700     SELECT OPTIONAL ADJUSTED-FILE ASSIGN TO DTARADJO
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-FILE-STATUS.
006000     SELECT OPTIONAL CAPPED-FILE ASSIGN TO DTARCAPO
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-FILE-STATUS.
006300     SELECT OPTIONAL CAP-AUDIT-FILE ASSIGN TO CAPAUDIT
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-FILE-STATUS.
006600     SELECT OPTIONAL AUTHORIZED-FILE ASSIGN TO REDAUTHO
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-FILE-STATUS.
006900     SELECT OPTIONAL REDM-REJECT-FILE ASSIGN TO REDAUTRJ
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-FILE-STATUS.
007200     SELECT OPTIONAL POSTED-FILE ASSIGN TO PTSBSRT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-FILE-STATUS.
007500     SELECT OPTIONAL OLD-BALANCE-FILE ASSIGN TO PTSBOLD
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-FILE-STATUS.
007800     SELECT OPTIONAL NEW-BALANCE-FILE ASSIGN TO PTSBNEW
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-FILE-STATUS.
008100     SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO STORSETO
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-FILE-STATUS.
008400     SELECT OPTIONAL HISTORY-FILE ASSIGN TO BONHIST
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-FILE-STATUS.
008700     SELECT TRACE-REPORT ASSIGN TO TRCRPT
008800         ORGANIZATION IS SEQUENTIAL.
008900 DATA DIVISION.
009000 FILE SECTION.
009100*
009200*    ONE REQUEST PER TRANSACTION TO BE TRACED.  THE TRANSACTION
009300*    DATE IS THE CALENDAR DATE OF THE SALE; THE INTAKE DATE IS
009400*    THE DAY MICROBAT TOOK IT IN, AND DEFAULTS TO THE SALE DATE.
009500*
009600 FD  TRACE-REQUEST-FILE.
009700 01  TRACE-REQUEST-RECORD.
009800     05  TQ-STORE-NO             PIC 9(03).
009900     05  TQ-TERMINAL-ID          PIC 9(03).
010000     05  TQ-TRANS-NO             PIC 9(04).
010100     05  TQ-TRANS-DATE           PIC 9(08).
010200     05  TQ-INTAKE-DATE          PIC 9(08).
010300*
010400 FD  BATCH-REG-FILE.
010500 01  BATCH-REG-RECORD.
010600     05  BR-BATCH-ID.
010700         10  BR-RUN-DATE         PIC 9(08).
010800         10  BR-BATCH-SEQ        PIC 9(04).
010900     05  BR-DEPOSIT-STORE        PIC 9(03).
011000     05  BR-DEPOSIT-TIME         PIC 9(06).
011100     05  BR-RECORD-COUNT         PIC 9(05).
011200     05  BR-STATUS               PIC X(12).
011300     05  BR-APPENDED-COUNT       PIC 9(05).
011400*
011500 FD  CUMULATIVE-FILE.
011600 01  CUMULATIVE-RECORD           PIC X(53).
011700*
011800 FD  QUARANTINE-FILE.
011900 01  QUARANTINE-RECORD.
012000     05  QR-RECORD-TYPE          PIC X(01).
012100         88  QR-HEADER           VALUE 'H'.
012200         88  QR-DETAIL           VALUE 'D'.
012300     05  QR-PAYLOAD              PIC X(53).
012400     05  QR-HEADER-AREA REDEFINES QR-PAYLOAD.
012500         10  QR-DEPOSIT-STORE    PIC 9(03).
012600         10  QR-DEPOSIT-TIME     PIC 9(06).
012700         10  QR-DECLARED-COUNT   PIC 9(05).
012800         10  FILLER              PIC X(39).
012900*
013000 FD  REPAIR-QUEUE-FILE.
013100     COPY "CARDRPR.cpy".
013200*
013300 FD  HOT-LIST-FILE.
013400     COPY "HOTCARD.cpy".
013500*
013600 FD  STORVAL-ACCEPTED-FILE.
013700 01  STORVAL-ACCEPTED-RECORD     PIC X(53).
013800*
013900 FD  STORVAL-REJECT-FILE.
014000 01  STORVAL-REJECT-RECORD.
014100     05  SJ-STORE-NO             PIC 9(03).
014200     05  SJ-TRANS-NO             PIC 9(04).
014300     05  SJ-TRANS-DATE           PIC 9(07).
014400     05  SJ-REASON               PIC X(25).
014500*
014600 FD  STORVAL-WARNING-FILE.
014700 01  STORVAL-WARNING-RECORD.
014800     05  SN-STORE-NO             PIC 9(03).
014900     05  SN-TRANS-NO             PIC 9(04).
015000     05  SN-TRANS-DATE           PIC 9(07).
015100     05  SN-CLOSE-DATE           PIC 9(07).
015200     05  SN-REASON               PIC X(25).
015300*
015400 FD  KEYVAL-ACCEPTED-FILE.
015500 01  KEYVAL-ACCEPTED-RECORD      PIC X(53).
015600*
015700 FD  KEYVAL-REJECT-FILE.
015800 01  KEYVAL-REJECT-RECORD.
015900     05  KJ-KEYCODE              PIC 9(08).
016000     05  KJ-STORE-NO             PIC 9(03).
016100     05  KJ-TRANS-NO             PIC 9(04).
016200     05  KJ-TRANS-DATE           PIC 9(07).
016300     05  KJ-REASON               PIC X(25).
016400*
016500 FD  ADJUSTED-FILE.
016600 01  ADJUSTED-RECORD             PIC X(53).
016700*
016800 FD  CAPPED-FILE.
016900 01  CAPPED-RECORD               PIC X(53).
017000*
017100 FD  CAP-AUDIT-FILE.
017200 01  CAP-AUDIT-RECORD.
017300     05  CA-RUN-DATE             PIC 9(08).
017400     05  CA-CARD-NO              PIC 9(16).
017500     05  CA-PROM-NO              PIC 9(05).
017600     05  CA-TRANS-DATE           PIC 9(07).
017700     05  CA-STORE-NO             PIC 9(03).
017800     05  CA-TERMINAL-ID          PIC 9(03).
017900     05  CA-TRANS-NO             PIC 9(04).
018000     05  CA-CAP-PERIOD           PIC X(01).
018100     05  CA-CAP-POINTS           PIC 9(07).
018200     05  CA-POINTS-REQUESTED     PIC S9(07).
018300     05  CA-POINTS-ALLOWED       PIC S9(07).
018400*
018500 FD  AUTHORIZED-FILE.
018600 01  AUTHORIZED-RECORD           PIC X(53).
018700*
018800 FD  REDM-REJECT-FILE.
018900 01  REDM-REJECT-RECORD.
019000     05  RA-CARD-NO              PIC 9(16).
019100     05  RA-STORE-NO             PIC 9(03).
019200     05  RA-TERMINAL-ID          PIC 9(03).
019300     05  RA-TRANS-NO             PIC 9(04).
019400     05  RA-TRANS-DATE           PIC 9(07).
019500     05  RA-POINTS-REQUESTED     PIC S9(06).
019600     05  RA-POINTS-AVAILABLE     PIC S9(11).
019700     05  RA-SHORTFALL            PIC S9(11).
019800*
019900 FD  POSTED-FILE.
020000 01  POSTED-RECORD               PIC X(53).
020100*
020200 FD  OLD-BALANCE-FILE.
020300     COPY "PTSBAL.cpy" REPLACING ==POINTS-BALANCE-RECORD== BY
020400                                 ==OLD-BALANCE-RECORD==.
020500*
020600 FD  NEW-BALANCE-FILE.
020700     COPY "PTSBAL.cpy" REPLACING ==POINTS-BALANCE-RECORD== BY
020800                                 ==NEW-BALANCE-RECORD==.
020900*
021000 FD  SETTLEMENT-FILE.
021100 01  SETTLEMENT-RECORD.
021200     05  SE-STORE-NO             PIC 9(03).
021300     05  SE-RUN-DATE             PIC 9(08).
021400     05  SE-POINTS-ISSUED        PIC S9(09).
021500     05  SE-POINTS-REDEEMED      PIC S9(09).
021600     05  SE-NET-POINTS           PIC S9(09).
021700     05  SE-SETTLEMENT-AMT       PIC S9(09)V99.
021800     COPY "EXTCTL.cpy".
021900*
022000 FD  HISTORY-FILE.
022100 01  HISTORY-RECORD              PIC X(53).
022200*
022300 FD  TRACE-REPORT.
022400 01  TRACE-REPORT-RECORD.
022500     05  RP-CARRIAGE-CONTROL     PIC X(01).
022600     05  RP-PRINT-LINE           PIC X(132).
022700*
022800 WORKING-STORAGE SECTION.
022900*
023000 01  WS-REQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
023100     88  WS-REQ-EOF              VALUE 'Y'.
023200 01  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
023300     88  WS-SCAN-EOF             VALUE 'Y'.
023400 01  WS-FILE-STATUS              PIC X(02).
023500 01  WS-OPEN-STATUS              PIC X(02).
023600     88  WS-FILE-ABSENT          VALUE '05'.
023700*
023800 01  WS-RUN-DATE                 PIC 9(08).
023900 01  WS-REQUESTS-TRACED          PIC 9(05) VALUE 0.
024000*
024100*    THE TRANSACTION BEING TRACED.  STORE, TERMINAL, NUMBER AND
024200*    DATE STAY THE SAME FROM INTAKE TO THE ARCHIVE; THE CARD AND
024300*    THE POINTS ARE WHAT THE STAGES MAY CHANGE.
024400*
024500 01  WS-TRACE-STORE              PIC 9(03).
024600 01  WS-TRACE-TERMINAL           PIC 9(03).
024700 01  WS-TRACE-TRANS-NO           PIC 9(04).
024800 01  WS-TRACE-JULIAN             PIC 9(07).
024900 01  WS-INTAKE-DATE              PIC 9(08).
025000 01  WS-TRACE-CARD               PIC 9(16).
025100 01  WS-CARD-KNOWN-SWITCH        PIC X(01).
025200     88  WS-CARD-KNOWN           VALUE 'Y'.
025300 01  WS-PRIOR-POINTS             PIC S9(06).
025400 01  WS-PRIOR-RECORD             PIC X(53).
025500 01  WS-PRIOR-KNOWN-SWITCH       PIC X(01).
025600     88  WS-PRIOR-KNOWN          VALUE 'Y'.
025700*
025800*    ONE SCAN OF ONE FILE.  THE FIRST MATCH IS KEPT; LATER ONES
025900*    ARE ONLY COUNTED.
026000*
026100 01  WS-RECORD-POS               PIC 9(09).
026200 01  WS-MATCH-COUNT              PIC 9(05).
026300 01  WS-MATCHED-POS              PIC 9(09).
026400 01  WS-MATCHED-RECORD           PIC X(53).
026500*
026600*    WHAT EACH STAGE FOUND:  F - PASSED THROUGH, R - REJECTED OR
026700*    DIVERTED THERE, N - NOT ON THE STAGE'S OUTPUT, U - OUTPUT
026800*    NOT RETAINED, I - INFORMATION ONLY.
026900*
027000 01  WS-STAGE-NAME               PIC X(08).
027100 01  WS-STAGE-RESULT             PIC X(01).
027200 01  WS-STAGE-REASON             PIC X(60).
027300 01  WS-LAST-FOUND-STAGE         PIC X(08).
027400 01  WS-GAP-STAGE                PIC X(08).
027500 01  WS-STOP-STAGE               PIC X(08).
027600 01  WS-STOP-REASON              PIC X(60).
027700 01  WS-ARCHIVED-SWITCH          PIC X(01).
027800     88  WS-ARCHIVED             VALUE 'Y'.
027900 01  WS-CHANGE-CAUSE             PIC X(24).
028000*
028100*    BATCH REGISTER WALK.  ACCEPTED BATCHES APPEND TO THE
028200*    CUMULATIVE FILE IN REGISTER ORDER.
028300*
028400 01  WS-CUM-END                  PIC 9(09).
028500 01  WS-BATCH-FOUND-SWITCH       PIC X(01).
028600     88  WS-BATCH-FOUND          VALUE 'Y'.
028700 01  WS-DETAIL-IN-BATCH          PIC 9(05).
028800 01  WS-HELD-STORE               PIC 9(03).
028900 01  WS-HELD-TIME                PIC 9(06).
029000 01  WS-HEADER-SEEN-SWITCH       PIC X(01).
029100     88  WS-HEADER-SEEN          VALUE 'Y'.
029200*
029300 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
029400*
029500*    YYYYMMDD TO YYYYDDD.
029600*
029700 01  WS-DATE-WORK.
029800     05  WS-DW-YYYY              PIC 9(04).
029900     05  WS-DW-MM                PIC 9(02).
030000     05  WS-DW-DD                PIC 9(02).
030100 01  WS-JULIAN-DATE              PIC 9(08).
030200 01  WS-DAY-OF-YEAR              PIC 9(03).
030300 01  WS-MONTH-SUB                PIC 9(02) COMP.
030400 01  WS-MONTH-DAYS               PIC 9(02).
030500 01  WS-LEAP-QUOTIENT            PIC 9(04).
030600 01  WS-LEAP-REMAINDER           PIC 9(03).
030700 01  WS-MONTH-DAYS-VALUES        PIC X(24)
030800         VALUE '312831303130313130313031'.
030900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
031000     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
031100*
031200 01  DTAR119-RECORD.
031300     COPY "DTAR119.cbl".
031400*
031500*    EDITED FIELDS FOR THE TRACE LINES.
031600*
031700 01  WS-ED-POINTS                PIC -(6)9.
031800 01  WS-ED-POINTS-2              PIC -(6)9.
031900 01  WS-ED-BALANCE               PIC -(11)9.
032000 01  WS-ED-BALANCE-2             PIC -(11)9.
032100 01  WS-ED-COUNT                 PIC Z(8)9.
032200 01  WS-ED-COUNT-2               PIC Z(8)9.
032300 01  WS-ED-AMOUNT                PIC -(9)9.99.
032400 01  WS-ED-CODE                  PIC 99.
032500 01  WS-ED-KEYCODE               PIC 9(08).
032600 01  WS-ED-PROM-NO               PIC 9(05).
032700*
032800 01  WS-HEADING-LINE.
032900     05  FILLER                  PIC X(48) VALUE
033000         'DTARTRCE - LOYALTY TRANSACTION LINEAGE   RUN    '.
033100     05  H1-RUN-DATE             PIC 9(08).
033200     05  FILLER                  PIC X(76) VALUE SPACES.
033300*
033400 01  WS-REQUEST-LINE.
033500     05  FILLER                  PIC X(16) VALUE
033600         'TRACE OF  STORE '.
033700     05  RQ1-STORE-NO            PIC 9(03).
033800     05  FILLER                  PIC X(11) VALUE '  TERMINAL '.
033900     05  RQ1-TERMINAL-ID         PIC 9(03).
034000     05  FILLER                  PIC X(11) VALUE '  TRANS NO '.
034100     05  RQ1-TRANS-NO            PIC 9(04).
034200     05  FILLER                  PIC X(07) VALUE '  DATE '.
034300     05  RQ1-TRANS-DATE          PIC 9(08).
034400     05  FILLER                  PIC X(02) VALUE ' ('.
034500     05  RQ1-JULIAN              PIC 9(07).
034600     05  FILLER                  PIC X(10) VALUE ')  INTAKE '.
034700     05  RQ1-INTAKE-DATE         PIC 9(08).
034800     05  FILLER                  PIC X(42) VALUE SPACES.
034900*
035000 01  WS-COLUMN-HEADING.
035100     05  FILLER                  PIC X(44) VALUE
035200         '  STAGE     FILE      PATH                  '.
035300     05  FILLER                  PIC X(88) VALUE SPACES.
035400*
035500 01  WS-TRACE-LINE.
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  TL-STAGE                PIC X(08).
035800     05  FILLER                  PIC X(02) VALUE SPACES.
035900     05  TL-FILE                 PIC X(08).
036000     05  FILLER                  PIC X(02) VALUE SPACES.
036100     05  TL-TEXT                 PIC X(110).
036200*
036300 01  WS-CONCLUSION-LINE.
036400     05  FILLER                  PIC X(02) VALUE SPACES.
036500     05  CL-TEXT                 PIC X(130).
036600*
036700 PROCEDURE DIVISION.
036800*
036900 0000-MAINLINE.
037000     PERFORM 1000-INITIALIZE
037100     PERFORM 2000-TRACE-ONE-REQUEST
037200         UNTIL WS-REQ-EOF
037300     DISPLAY 'DTARTRCE - REQUESTS TRACED: ' WS-REQUESTS-TRACED
037400     PERFORM 9999-EXIT.
037500*
037600 1000-INITIALIZE.
037700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
037800     OPEN INPUT  TRACE-REQUEST-FILE
037900     OPEN OUTPUT TRACE-REPORT
038000     MOVE WS-RUN-DATE TO H1-RUN-DATE
038100     MOVE '1' TO RP-CARRIAGE-CONTROL
038200     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
038300     WRITE TRACE-REPORT-RECORD
038400     READ TRACE-REQUEST-FILE
038500         AT END MOVE 'Y' TO WS-REQ-EOF-SWITCH
038600     END-READ.
038700*
038800******************************************************************
038900*    EACH REQUEST IS FOLLOWED THROUGH THE NIGHTLY SUITE IN RUN   *
039000*    ORDER.  EVERY STAGE'S RETAINED FILES ARE READ IN FULL; A    *
039100*    FILE NOT SUPPLIED TO THIS RUN IS REPORTED AS NOT RETAINED.  *
039200******************************************************************
039300*
039400 2000-TRACE-ONE-REQUEST.
039500     ADD 1 TO WS-REQUESTS-TRACED
039600     PERFORM 2100-SET-TRACE-KEY
039700     PERFORM 2200-PRINT-REQUEST-HEADING
039800     PERFORM 3000-TRACE-INTAKE
039900     PERFORM 3200-TRACE-STORVAL
040000     PERFORM 3400-TRACE-KEYVAL
040100     PERFORM 3600-TRACE-TIERAPPL
040200     PERFORM 3800-TRACE-EARNCAP
040300     PERFORM 4000-TRACE-REDMAUTH
040400     PERFORM 4200-TRACE-PTSBLUPD
040500     PERFORM 4400-TRACE-STORSETL
040600     PERFORM 4600-TRACE-BONARCHV
040700     PERFORM 5000-PRINT-CONCLUSION
040800     READ TRACE-REQUEST-FILE
040900         AT END MOVE 'Y' TO WS-REQ-EOF-SWITCH
041000     END-READ.
041100*
041200 2100-SET-TRACE-KEY.
041300     MOVE TQ-STORE-NO    TO WS-TRACE-STORE
041400     MOVE TQ-TERMINAL-ID TO WS-TRACE-TERMINAL
041500     MOVE TQ-TRANS-NO    TO WS-TRACE-TRANS-NO
041600     MOVE TQ-TRANS-DATE  TO WS-DATE-WORK
041700     PERFORM 8000-CONVERT-TO-JULIAN
041800     MOVE WS-JULIAN-DATE TO WS-TRACE-JULIAN
041900     IF TQ-INTAKE-DATE = ZERO
042000         MOVE TQ-TRANS-DATE  TO WS-INTAKE-DATE
042100     ELSE
042200         MOVE TQ-INTAKE-DATE TO WS-INTAKE-DATE
042300     END-IF
042400     MOVE ZERO   TO WS-TRACE-CARD WS-PRIOR-POINTS
042500     MOVE SPACES TO WS-PRIOR-RECORD
042600     MOVE 'N'    TO WS-CARD-KNOWN-SWITCH WS-PRIOR-KNOWN-SWITCH
042700                    WS-ARCHIVED-SWITCH
042800     MOVE SPACES TO WS-LAST-FOUND-STAGE WS-GAP-STAGE
042900                    WS-STOP-STAGE WS-STOP-REASON.
043000*
043100 2200-PRINT-REQUEST-HEADING.
043200     MOVE WS-TRACE-STORE    TO RQ1-STORE-NO
043300     MOVE WS-TRACE-TERMINAL TO RQ1-TERMINAL-ID
043400     MOVE WS-TRACE-TRANS-NO TO RQ1-TRANS-NO
043500     MOVE TQ-TRANS-DATE     TO RQ1-TRANS-DATE
043600     MOVE WS-TRACE-JULIAN   TO RQ1-JULIAN
043700     MOVE WS-INTAKE-DATE    TO RQ1-INTAKE-DATE
043800     MOVE '-' TO RP-CARRIAGE-CONTROL
043900     MOVE WS-REQUEST-LINE TO RP-PRINT-LINE
044000     WRITE TRACE-REPORT-RECORD
044100     MOVE '0' TO RP-CARRIAGE-CONTROL
044200     MOVE WS-COLUMN-HEADING TO RP-PRINT-LINE
044300     WRITE TRACE-REPORT-RECORD.
044400*
044500******************************************************************
044600*    INTAKE - MICROBAT.  A DETAIL ON THE DAY'S CUMULATIVE FILE   *
044700*    WAS ADMITTED; ITS POSITION THERE NAMES THE BATCH.  A DETAIL *
044800*    QUARANTINED WITH ITS BATCH OR DIVERTED TO THE CARD REPAIR   *
044900*    QUEUE STOPPED AT INTAKE.                                    *
045000******************************************************************
045100*
045200 3000-TRACE-INTAKE.
045300     MOVE 'MICROBAT' TO WS-STAGE-NAME
045400     MOVE 'N' TO WS-STAGE-RESULT
045500     PERFORM 7000-CLEAR-MATCH
045600     OPEN INPUT CUMULATIVE-FILE
045700     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
045800     READ CUMULATIVE-FILE INTO DTAR119-RECORD
045900         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
046000     END-READ
046100     PERFORM 3010-MATCH-CUMULATIVE
046200         UNTIL WS-SCAN-EOF
046300     CLOSE CUMULATIVE-FILE
046400     MOVE 'DTARCUM' TO TL-FILE
046500     EVALUATE TRUE
046600         WHEN WS-FILE-ABSENT
046700             MOVE 'U' TO WS-STAGE-RESULT
046800             PERFORM 7400-PRINT-NOT-RETAINED
046900         WHEN WS-MATCH-COUNT > ZERO
047000             MOVE 'F' TO WS-STAGE-RESULT
047100             MOVE WS-MATCHED-POS TO WS-ED-COUNT
047200             MOVE SPACES TO TL-TEXT
047300             STRING 'ADMITTED - DETAIL ' DELIMITED BY SIZE
047400                 WS-ED-COUNT DELIMITED BY SIZE
047500                 ' OF THE INTAKE DAY''S CUMULATIVE FILE'
047600                     DELIMITED BY SIZE
047700                 INTO TL-TEXT
047800             END-STRING
047900             PERFORM 7300-PRINT-TRACE-LINE
048000             PERFORM 7150-PRINT-RECORD-IMAGE
048100             PERFORM 3020-FIND-ADMITTING-BATCH
048200             MOVE 'AT INTAKE' TO WS-CHANGE-CAUSE
048300             PERFORM 7200-NOTE-FIELD-CHANGES
048400             PERFORM 3040-CHECK-HOT-LIST
048500         WHEN OTHER
048600             PERFORM 7450-PRINT-NOT-FOUND
048700     END-EVALUATE
048800     PERFORM 3050-SEARCH-QUARANTINE
048900     PERFORM 3070-SEARCH-REPAIR-QUEUE
049000     PERFORM 7500-NOTE-STAGE-RESULT.
049100*
049200 3010-MATCH-CUMULATIVE.
049300     PERFORM 7100-TEST-DTAR-RECORD
049400     READ CUMULATIVE-FILE INTO DTAR119-RECORD
049500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
049600     END-READ.
049700*
049800*    THE ACCEPTED BATCHES OF THE INTAKE DATE, TAKEN IN REGISTER
049900*    ORDER, EACH COVER THE NEXT BR-APPENDED-COUNT DETAILS OF THE
050000*    CUMULATIVE FILE.
050100*
050200 3020-FIND-ADMITTING-BATCH.
050300     MOVE ZERO TO WS-CUM-END
050400     MOVE 'N' TO WS-BATCH-FOUND-SWITCH
050500     MOVE 'N' TO WS-SCAN-EOF-SWITCH
050600     OPEN INPUT BATCH-REG-FILE
050700     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
050800     READ BATCH-REG-FILE
050900         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
051000     END-READ
051100     PERFORM 3030-TEST-ONE-BATCH
051200         UNTIL WS-SCAN-EOF OR WS-BATCH-FOUND
051300     CLOSE BATCH-REG-FILE
051400     MOVE 'MBATREG' TO TL-FILE
051500     MOVE SPACES TO TL-TEXT
051600     EVALUATE TRUE
051700         WHEN WS-FILE-ABSENT
051800             MOVE 'REGISTER NOT RETAINED - BATCH NOT KNOWN'
051900                 TO TL-TEXT
052000         WHEN WS-BATCH-FOUND
052100             MOVE WS-DETAIL-IN-BATCH TO WS-ED-COUNT
052200             MOVE BR-APPENDED-COUNT  TO WS-ED-COUNT-2
052300             STRING 'ADMITTED IN BATCH ' DELIMITED BY SIZE
052400                 BR-RUN-DATE DELIMITED BY SIZE
052500                 '-' DELIMITED BY SIZE
052600                 BR-BATCH-SEQ DELIMITED BY SIZE
052700                 ', DEPOSITED BY STORE ' DELIMITED BY SIZE
052800                 BR-DEPOSIT-STORE DELIMITED BY SIZE
052900                 ' AT ' DELIMITED BY SIZE
053000                 BR-DEPOSIT-TIME DELIMITED BY SIZE
053100                 ', DETAIL' DELIMITED BY SIZE
053200                 WS-ED-COUNT DELIMITED BY SIZE
053300                 ' OF' DELIMITED BY SIZE
053400                 WS-ED-COUNT-2 DELIMITED BY SIZE
053500                 INTO TL-TEXT
053600             END-STRING
053700         WHEN OTHER
053800             MOVE 'NO ACCEPTED BATCH OF THE INTAKE DATE COVERS IT'
053900                 TO TL-TEXT
054000     END-EVALUATE
054100     PERFORM 7300-PRINT-TRACE-LINE.
054200*
054300 3030-TEST-ONE-BATCH.
054400     IF BR-RUN-DATE = WS-INTAKE-DATE
054500         AND BR-STATUS = 'ACCEPTED'
054600         ADD BR-APPENDED-COUNT TO WS-CUM-END
054700         IF WS-MATCHED-POS NOT > WS-CUM-END
054800             MOVE 'Y' TO WS-BATCH-FOUND-SWITCH
054900             COMPUTE WS-DETAIL-IN-BATCH =
055000                 WS-MATCHED-POS - WS-CUM-END + BR-APPENDED-COUNT
055100         END-IF
055200     END-IF
055300     IF NOT WS-BATCH-FOUND
055400         READ BATCH-REG-FILE
055500             AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
055600         END-READ
055700     END-IF.
055800*
055900*    A REPLACED OR MERGED CARD ON THE HOT LIST IS REDIRECTED TO
056000*    ITS LIVE SUCCESSOR AT INTAKE, SO A CARD THAT IS SOMEBODY'S
056100*    SUCCESSOR MAY NOT BE THE CARD THE MEMBER PRESENTED.
056200*
056300 3040-CHECK-HOT-LIST.
056400     MOVE 'N' TO WS-SCAN-EOF-SWITCH
056500     OPEN INPUT HOT-LIST-FILE
056600     READ HOT-LIST-FILE
056700         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
056800     END-READ
056900     PERFORM 3045-TEST-ONE-HOT-CARD
057000         UNTIL WS-SCAN-EOF
057100     CLOSE HOT-LIST-FILE.
057200*
057300 3045-TEST-ONE-HOT-CARD.
057400     MOVE 'HOTLIST' TO TL-FILE
057500     IF HC-REDIRECT AND HC-SUCCESSOR-CARD = WS-TRACE-CARD
057600         MOVE SPACES TO TL-TEXT
057700         STRING 'CARD ' DELIMITED BY SIZE
057800             WS-TRACE-CARD DELIMITED BY SIZE
057900             ' IS THE LIVE SUCCESSOR OF HOT-LISTED '
058000                 DELIMITED BY SIZE
058100             HC-CARD-NO DELIMITED BY SIZE
058200             ' - ITS USE POSTS HERE' DELIMITED BY SIZE
058300             INTO TL-TEXT
058400         END-STRING
058500         PERFORM 7300-PRINT-TRACE-LINE
058600     END-IF
058700     IF HC-REJECT AND HC-CARD-NO = WS-TRACE-CARD
058800         MOVE SPACES TO TL-TEXT
058900         STRING 'CARD ' DELIMITED BY SIZE
059000             WS-TRACE-CARD DELIMITED BY SIZE
059100             ' IS NOW ON THE HOT LIST AS BLOCKED - TYPE '
059200                 DELIMITED BY SIZE
059300             HC-BLOCK-TYPE DELIMITED BY SIZE
059400             ' FROM ' DELIMITED BY SIZE
059500             HC-EFFECTIVE-DATE DELIMITED BY SIZE
059600             INTO TL-TEXT
059700         END-STRING
059800         PERFORM 7300-PRINT-TRACE-LINE
059900     END-IF
060000     READ HOT-LIST-FILE
060100         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
060200     END-READ.
060300*
060400*    THE QUARANTINE FILE CARRIES EACH BAD BATCH'S HEADER AHEAD
060500*    OF ITS DETAILS; A DETAIL WITH NO HEADER BEFORE IT ARRIVED
060600*    WITH NO BATCH OPEN.
060700*
060800 3050-SEARCH-QUARANTINE.
060900     PERFORM 7000-CLEAR-MATCH
061000     MOVE 'N' TO WS-HEADER-SEEN-SWITCH
061100     OPEN INPUT QUARANTINE-FILE
061200     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
061300     READ QUARANTINE-FILE
061400         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
061500     END-READ
061600     PERFORM 3060-MATCH-QUARANTINE
061700         UNTIL WS-SCAN-EOF OR WS-MATCH-COUNT > ZERO
061800     CLOSE QUARANTINE-FILE
061900     MOVE 'MBQUAR' TO TL-FILE
062000     IF WS-MATCH-COUNT > ZERO
062100         MOVE SPACES TO TL-TEXT
062200         IF WS-HEADER-SEEN
062300             STRING 'QUARANTINED WITH ITS BATCH - DEPOSITED '
062400                     DELIMITED BY SIZE
062500                 'BY STORE ' DELIMITED BY SIZE
062600                 WS-HELD-STORE DELIMITED BY SIZE
062700                 ' AT ' DELIMITED BY SIZE
062800                 WS-HELD-TIME DELIMITED BY SIZE
062900                 INTO TL-TEXT
063000             END-STRING
063100             MOVE 'QUARANTINED AT INTAKE WITH ITS BATCH'
063200                 TO WS-STAGE-REASON
063300         ELSE
063400             MOVE 'QUARANTINED - ARRIVED WITH NO BATCH OPEN'
063500                 TO TL-TEXT
063600             MOVE 'QUARANTINED AT INTAKE - NO BATCH OPEN'
063700                 TO WS-STAGE-REASON
063800         END-IF
063900         PERFORM 7300-PRINT-TRACE-LINE
064000         PERFORM 7150-PRINT-RECORD-IMAGE
064100         IF WS-STAGE-RESULT NOT = 'F'
064200             MOVE 'R' TO WS-STAGE-RESULT
064300         END-IF
064400     END-IF.
064500*
064600 3060-MATCH-QUARANTINE.
064700     IF QR-HEADER
064800         MOVE 'Y' TO WS-HEADER-SEEN-SWITCH
064900         MOVE QR-DEPOSIT-STORE TO WS-HELD-STORE
065000         MOVE QR-DEPOSIT-TIME  TO WS-HELD-TIME
065100     ELSE
065200         MOVE QR-PAYLOAD TO DTAR119-RECORD
065300         PERFORM 7100-TEST-DTAR-RECORD
065400     END-IF
065500     IF WS-MATCH-COUNT = ZERO
065600         READ QUARANTINE-FILE
065700             AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
065800         END-READ
065900     END-IF.
066000*
066100 3070-SEARCH-REPAIR-QUEUE.
066200     MOVE 'N' TO WS-SCAN-EOF-SWITCH
066300     OPEN INPUT REPAIR-QUEUE-FILE
066400     READ REPAIR-QUEUE-FILE
066500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
066600     END-READ
066700     PERFORM 3080-MATCH-REPAIR-ITEM
066800         UNTIL WS-SCAN-EOF
066900     CLOSE REPAIR-QUEUE-FILE.
067000*
067100 3080-MATCH-REPAIR-ITEM.
067200     IF RQ-STORE-NO = WS-TRACE-STORE
067300         AND RQ-TERMINAL-ID = WS-TRACE-TERMINAL
067400         AND RQ-TRANS-NO = WS-TRACE-TRANS-NO
067500         AND RQ-TRANS-DATE = WS-TRACE-JULIAN
067600         MOVE 'CARDRPRQ' TO TL-FILE
067700         MOVE SPACES TO TL-TEXT
067800         STRING 'DIVERTED TO CARD REPAIR BY ' DELIMITED BY SIZE
067900             RQ-SOURCE-JOB DELIMITED BY SPACE
068000             ' ON ' DELIMITED BY SIZE
068100             RQ-RUN-DATE DELIMITED BY SIZE
068200             ' - ' DELIMITED BY SIZE
068300             RQ-REASON DELIMITED BY SIZE
068400             ' CARD AS PRESENTED ' DELIMITED BY SIZE
068500             RQ-CARD-NO-RAW DELIMITED BY SIZE
068600             INTO TL-TEXT
068700         END-STRING
068800         PERFORM 7300-PRINT-TRACE-LINE
068900         IF WS-STAGE-RESULT NOT = 'F'
069000             MOVE 'R' TO WS-STAGE-RESULT
069100             MOVE SPACES TO WS-STAGE-REASON
069200             STRING 'DIVERTED TO CARD REPAIR - ' DELIMITED BY SIZE
069300                 RQ-REASON DELIMITED BY SIZE
069400                 INTO WS-STAGE-REASON
069500             END-STRING
069600         END-IF
069700     END-IF
069800     READ REPAIR-QUEUE-FILE
069900         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
070000     END-READ.
070100*
070200******************************************************************
070300*    STORVAL - STORE MASTER CHECK.  ITS REJECT AND WARNING       *
070400*    RECORDS CARRY NO TERMINAL, SO THEY MATCH ON STORE, NUMBER   *
070500*    AND DATE ONLY.                                              *
070600******************************************************************
070700*
070800 3200-TRACE-STORVAL.
070900     MOVE 'STORVAL' TO WS-STAGE-NAME
071000     MOVE 'N' TO WS-STAGE-RESULT
071100     PERFORM 7000-CLEAR-MATCH
071200     OPEN INPUT STORVAL-ACCEPTED-FILE
071300     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
071400     READ STORVAL-ACCEPTED-FILE INTO DTAR119-RECORD
071500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
071600     END-READ
071700     PERFORM 3210-MATCH-STORVAL-ACCEPTED
071800         UNTIL WS-SCAN-EOF
071900     CLOSE STORVAL-ACCEPTED-FILE
072000     MOVE 'STORVALO' TO TL-FILE
072100     MOVE 'ACCEPTED - STORE ON MASTER' TO WS-STAGE-REASON
072200     MOVE 'AT STORVAL' TO WS-CHANGE-CAUSE
072300     PERFORM 7600-REPORT-DTAR-STAGE
072400     MOVE 'N' TO WS-SCAN-EOF-SWITCH
072500     OPEN INPUT STORVAL-REJECT-FILE
072600     READ STORVAL-REJECT-FILE
072700         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
072800     END-READ
072900     PERFORM 3220-MATCH-STORVAL-REJECT
073000         UNTIL WS-SCAN-EOF
073100     CLOSE STORVAL-REJECT-FILE
073200     MOVE 'N' TO WS-SCAN-EOF-SWITCH
073300     OPEN INPUT STORVAL-WARNING-FILE
073400     READ STORVAL-WARNING-FILE
073500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
073600     END-READ
073700     PERFORM 3230-MATCH-STORVAL-WARNING
073800         UNTIL WS-SCAN-EOF
073900     CLOSE STORVAL-WARNING-FILE
074000     PERFORM 7500-NOTE-STAGE-RESULT.
074100*
074200 3210-MATCH-STORVAL-ACCEPTED.
074300     PERFORM 7100-TEST-DTAR-RECORD
074400     READ STORVAL-ACCEPTED-FILE INTO DTAR119-RECORD
074500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
074600     END-READ.
074700*
074800 3220-MATCH-STORVAL-REJECT.
074900     IF SJ-STORE-NO = WS-TRACE-STORE
075000         AND SJ-TRANS-NO = WS-TRACE-TRANS-NO
075100         AND SJ-TRANS-DATE = WS-TRACE-JULIAN
075200         MOVE 'STORVREJ' TO TL-FILE
075300         MOVE SPACES TO TL-TEXT
075400         STRING 'REJECTED - ' DELIMITED BY SIZE
075500             SJ-REASON DELIMITED BY SIZE
075600             ' (MATCHED WITHOUT TERMINAL)' DELIMITED BY SIZE
075700             INTO TL-TEXT
075800         END-STRING
075900         PERFORM 7300-PRINT-TRACE-LINE
076000         IF WS-STAGE-RESULT NOT = 'F'
076100             MOVE 'R' TO WS-STAGE-RESULT
076200             MOVE SJ-REASON TO WS-STAGE-REASON
076300         END-IF
076400     END-IF
076500     READ STORVAL-REJECT-FILE
076600         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
076700     END-READ.
076800*
076900 3230-MATCH-STORVAL-WARNING.
077000     IF SN-STORE-NO = WS-TRACE-STORE
077100         AND SN-TRANS-NO = WS-TRACE-TRANS-NO
077200         AND SN-TRANS-DATE = WS-TRACE-JULIAN
077300         MOVE 'STORVWRN' TO TL-FILE
077400         MOVE SPACES TO TL-TEXT
077500         STRING 'PASSED WITH WARNING - ' DELIMITED BY SIZE
077600             SN-REASON DELIMITED BY SIZE
077700             ' CLOSED ' DELIMITED BY SIZE
077800             SN-CLOSE-DATE DELIMITED BY SIZE
077900             INTO TL-TEXT
078000         END-STRING
078100         PERFORM 7300-PRINT-TRACE-LINE
078200     END-IF
078300     READ STORVAL-WARNING-FILE
078400         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
078500     END-READ.
078600*
078700******************************************************************
078800*    KEYVAL - KEYCODE MASTER CHECK.  ITS REJECTS ALSO CARRY NO   *
078900*    TERMINAL.                                                   *
079000******************************************************************
079100*
079200 3400-TRACE-KEYVAL.
079300     MOVE 'KEYVAL' TO WS-STAGE-NAME
079400     MOVE 'N' TO WS-STAGE-RESULT
079500     PERFORM 7000-CLEAR-MATCH
079600     OPEN INPUT KEYVAL-ACCEPTED-FILE
079700     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
079800     READ KEYVAL-ACCEPTED-FILE INTO DTAR119-RECORD
079900         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
080000     END-READ
080100     PERFORM 3410-MATCH-KEYVAL-ACCEPTED
080200         UNTIL WS-SCAN-EOF
080300     CLOSE KEYVAL-ACCEPTED-FILE
080400     MOVE 'KEYVALO' TO TL-FILE
080500     MOVE 'ACCEPTED - KEYCODE ON MASTER AND IN FORCE'
080600         TO WS-STAGE-REASON
080700     MOVE 'AT KEYVAL' TO WS-CHANGE-CAUSE
080800     PERFORM 7600-REPORT-DTAR-STAGE
080900     MOVE 'N' TO WS-SCAN-EOF-SWITCH
081000     OPEN INPUT KEYVAL-REJECT-FILE
081100     READ KEYVAL-REJECT-FILE
081200         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
081300     END-READ
081400     PERFORM 3420-MATCH-KEYVAL-REJECT
081500         UNTIL WS-SCAN-EOF
081600     CLOSE KEYVAL-REJECT-FILE
081700     PERFORM 7500-NOTE-STAGE-RESULT.
081800*
081900 3410-MATCH-KEYVAL-ACCEPTED.
082000     PERFORM 7100-TEST-DTAR-RECORD
082100     READ KEYVAL-ACCEPTED-FILE INTO DTAR119-RECORD
082200         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
082300     END-READ.
082400*
082500 3420-MATCH-KEYVAL-REJECT.
082600     IF KJ-STORE-NO = WS-TRACE-STORE
082700         AND KJ-TRANS-NO = WS-TRACE-TRANS-NO
082800         AND KJ-TRANS-DATE = WS-TRACE-JULIAN
082900         MOVE 'KEYVREJ' TO TL-FILE
083000         MOVE SPACES TO TL-TEXT
083100         STRING 'REJECTED - ' DELIMITED BY SIZE
083200             KJ-REASON DELIMITED BY SIZE
083300             ' KEYCODE ' DELIMITED BY SIZE
083400             KJ-KEYCODE DELIMITED BY SIZE
083500             ' (MATCHED WITHOUT TERMINAL)' DELIMITED BY SIZE
083600             INTO TL-TEXT
083700         END-STRING
083800         PERFORM 7300-PRINT-TRACE-LINE
083900         IF WS-STAGE-RESULT NOT = 'F'
084000             MOVE 'R' TO WS-STAGE-RESULT
084100             MOVE KJ-REASON TO WS-STAGE-REASON
084200         END-IF
084300     END-IF
084400     READ KEYVAL-REJECT-FILE
084500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
084600     END-READ.
084700*
084800******************************************************************
084900*    TIERAPPL - TIER MULTIPLIER ON EARNED POINTS.                *
085000******************************************************************
085100*
085200 3600-TRACE-TIERAPPL.
085300     MOVE 'TIERAPPL' TO WS-STAGE-NAME
085400     MOVE 'N' TO WS-STAGE-RESULT
085500     PERFORM 7000-CLEAR-MATCH
085600     OPEN INPUT ADJUSTED-FILE
085700     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
085800     READ ADJUSTED-FILE INTO DTAR119-RECORD
085900         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
086000     END-READ
086100     PERFORM 3610-MATCH-ADJUSTED
086200         UNTIL WS-SCAN-EOF
086300     CLOSE ADJUSTED-FILE
086400     MOVE 'DTARADJO' TO TL-FILE
086500     MOVE 'PASSED - TIER MULTIPLIER STEP' TO WS-STAGE-REASON
086600     MOVE 'BY TIER MULTIPLIER' TO WS-CHANGE-CAUSE
086700     PERFORM 7600-REPORT-DTAR-STAGE
086800     PERFORM 7500-NOTE-STAGE-RESULT.
086900*
087000 3610-MATCH-ADJUSTED.
087100     PERFORM 7100-TEST-DTAR-RECORD
087200     READ ADJUSTED-FILE INTO DTAR119-RECORD
087300         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
087400     END-READ.
087500*
087600******************************************************************
087700*    EARNCAP - PER-CARD EARN CAPS BY PROMOTION.  EVERY CUT IS ON *
087800*    ITS AUDIT FILE WITH POINTS REQUESTED AND ALLOWED.           *
087900******************************************************************
088000*
088100 3800-TRACE-EARNCAP.
088200     MOVE 'EARNCAP' TO WS-STAGE-NAME
088300     MOVE 'N' TO WS-STAGE-RESULT
088400     PERFORM 7000-CLEAR-MATCH
088500     OPEN INPUT CAPPED-FILE
088600     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
088700     READ CAPPED-FILE INTO DTAR119-RECORD
088800         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
088900     END-READ
089000     PERFORM 3810-MATCH-CAPPED
089100         UNTIL WS-SCAN-EOF
089200     CLOSE CAPPED-FILE
089300     MOVE 'DTARCAPO' TO TL-FILE
089400     MOVE 'PASSED - EARN CAP STEP' TO WS-STAGE-REASON
089500     MOVE 'BY EARN CAP' TO WS-CHANGE-CAUSE
089600     PERFORM 7600-REPORT-DTAR-STAGE
089700     MOVE 'N' TO WS-SCAN-EOF-SWITCH
089800     OPEN INPUT CAP-AUDIT-FILE
089900     READ CAP-AUDIT-FILE
090000         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
090100     END-READ
090200     PERFORM 3820-MATCH-CAP-AUDIT
090300         UNTIL WS-SCAN-EOF
090400     CLOSE CAP-AUDIT-FILE
090500     PERFORM 7500-NOTE-STAGE-RESULT.
090600*
090700 3810-MATCH-CAPPED.
090800     PERFORM 7100-TEST-DTAR-RECORD
090900     READ CAPPED-FILE INTO DTAR119-RECORD
091000         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
091100     END-READ.
091200*
091300 3820-MATCH-CAP-AUDIT.
091400     IF CA-STORE-NO = WS-TRACE-STORE
091500         AND CA-TERMINAL-ID = WS-TRACE-TERMINAL
091600         AND CA-TRANS-NO = WS-TRACE-TRANS-NO
091700         AND CA-TRANS-DATE = WS-TRACE-JULIAN
091800         MOVE 'CAPAUDIT' TO TL-FILE
091900         MOVE CA-POINTS-REQUESTED TO WS-ED-POINTS
092000         MOVE CA-POINTS-ALLOWED   TO WS-ED-POINTS-2
092100         MOVE CA-CAP-POINTS       TO WS-ED-COUNT
092200         MOVE SPACES TO TL-TEXT
092300         STRING 'CAPPED ON PROMOTION ' DELIMITED BY SIZE
092400             CA-PROM-NO DELIMITED BY SIZE
092500             ', PERIOD ' DELIMITED BY SIZE
092600             CA-CAP-PERIOD DELIMITED BY SIZE
092700             ' CAP' DELIMITED BY SIZE
092800             WS-ED-COUNT DELIMITED BY SIZE
092900             ' - REQUESTED' DELIMITED BY SIZE
093000             WS-ED-POINTS DELIMITED BY SIZE
093100             ' ALLOWED' DELIMITED BY SIZE
093200             WS-ED-POINTS-2 DELIMITED BY SIZE
093300             INTO TL-TEXT
093400         END-STRING
093500         PERFORM 7300-PRINT-TRACE-LINE
093600     END-IF
093700     READ CAP-AUDIT-FILE
093800         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
093900     END-READ.
094000*
094100******************************************************************
094200*    REDMAUTH - A CODE-02 REDEMPTION IS AUTHORIZED AGAINST THE   *
094300*    AVAILABLE BALANCE OR DECLINED WITH ITS SHORTFALL; ANYTHING  *
094400*    ELSE PASSES STRAIGHT THROUGH.                               *
094500******************************************************************
094600*
094700 4000-TRACE-REDMAUTH.
094800     MOVE 'REDMAUTH' TO WS-STAGE-NAME
094900     MOVE 'N' TO WS-STAGE-RESULT
095000     PERFORM 7000-CLEAR-MATCH
095100     OPEN INPUT AUTHORIZED-FILE
095200     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
095300     READ AUTHORIZED-FILE INTO DTAR119-RECORD
095400         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
095500     END-READ
095600     PERFORM 4010-MATCH-AUTHORIZED
095700         UNTIL WS-SCAN-EOF
095800     CLOSE AUTHORIZED-FILE
095900     MOVE 'REDAUTHO' TO TL-FILE
096000     MOVE 'PASSED - NOT A REDEMPTION' TO WS-STAGE-REASON
096100     IF WS-MATCH-COUNT > ZERO
096200         MOVE WS-MATCHED-RECORD TO DTAR119-RECORD
096300         IF DTAR119-TRANS-CODE = WS-REDEMPTION-CODE
096400             MOVE 'REDEMPTION AUTHORIZED AGAINST BALANCE'
096500                 TO WS-STAGE-REASON
096600         END-IF
096700     END-IF
096800     MOVE 'AT REDMAUTH' TO WS-CHANGE-CAUSE
096900     PERFORM 7600-REPORT-DTAR-STAGE
097000     MOVE 'N' TO WS-SCAN-EOF-SWITCH
097100     OPEN INPUT REDM-REJECT-FILE
097200     READ REDM-REJECT-FILE
097300         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
097400     END-READ
097500     PERFORM 4020-MATCH-REDM-REJECT
097600         UNTIL WS-SCAN-EOF
097700     CLOSE REDM-REJECT-FILE
097800     PERFORM 7500-NOTE-STAGE-RESULT.
097900*
098000 4010-MATCH-AUTHORIZED.
098100     PERFORM 7100-TEST-DTAR-RECORD
098200     READ AUTHORIZED-FILE INTO DTAR119-RECORD
098300         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
098400     END-READ.
098500*
098600 4020-MATCH-REDM-REJECT.
098700     IF RA-STORE-NO = WS-TRACE-STORE
098800         AND RA-TERMINAL-ID = WS-TRACE-TERMINAL
098900         AND RA-TRANS-NO = WS-TRACE-TRANS-NO
099000         AND RA-TRANS-DATE = WS-TRACE-JULIAN
099100         MOVE 'REDAUTRJ' TO TL-FILE
099200         MOVE RA-POINTS-REQUESTED TO WS-ED-POINTS
099300         MOVE RA-POINTS-AVAILABLE TO WS-ED-BALANCE
099400         MOVE RA-SHORTFALL        TO WS-ED-BALANCE-2
099500         MOVE SPACES TO TL-TEXT
099600         STRING 'REDEMPTION DECLINED - REQUESTED'
099700                 DELIMITED BY SIZE
099800             WS-ED-POINTS DELIMITED BY SIZE
099900             ' AVAILABLE' DELIMITED BY SIZE
100000             WS-ED-BALANCE DELIMITED BY SIZE
100100             ' SHORTFALL' DELIMITED BY SIZE
100200             WS-ED-BALANCE-2 DELIMITED BY SIZE
100300             INTO TL-TEXT
100400         END-STRING
100500         PERFORM 7300-PRINT-TRACE-LINE
100600         IF WS-STAGE-RESULT NOT = 'F'
100700             MOVE 'R' TO WS-STAGE-RESULT
100800             MOVE 'REDEMPTION DECLINED - BALANCE SHORT'
100900                 TO WS-STAGE-REASON
101000         END-IF
101100     END-IF
101200     READ REDM-REJECT-FILE
101300         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
101400     END-READ.
101500*
101600******************************************************************
101700*    PTSBLUPD - THE POSTING.  THE SORTED INPUT IT LEAVES BEHIND  *
101800*    SHOWS THE RECORD WAS POSTED; THE OLD AND NEW BALANCE        *
101900*    MASTERS SHOW THE CARD BEFORE AND AFTER THE DAY'S POSTING.   *
102000******************************************************************
102100*
102200 4200-TRACE-PTSBLUPD.
102300     MOVE 'PTSBLUPD' TO WS-STAGE-NAME
102400     MOVE 'N' TO WS-STAGE-RESULT
102500     PERFORM 7000-CLEAR-MATCH
102600     OPEN INPUT POSTED-FILE
102700     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
102800     READ POSTED-FILE INTO DTAR119-RECORD
102900         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
103000     END-READ
103100     PERFORM 4210-MATCH-POSTED
103200         UNTIL WS-SCAN-EOF
103300     CLOSE POSTED-FILE
103400     MOVE 'PTSBSRT' TO TL-FILE
103500     MOVE 'POSTED TO THE POINTS BALANCE MASTER' TO WS-STAGE-REASON
103600     MOVE 'AT POSTING' TO WS-CHANGE-CAUSE
103700     PERFORM 7600-REPORT-DTAR-STAGE
103800     IF WS-CARD-KNOWN AND WS-MATCH-COUNT > ZERO
103900         PERFORM 4220-FIND-OLD-BALANCE
104000         PERFORM 4240-FIND-NEW-BALANCE
104100     END-IF
104200     PERFORM 7500-NOTE-STAGE-RESULT.
104300*
104400 4210-MATCH-POSTED.
104500     PERFORM 7100-TEST-DTAR-RECORD
104600     READ POSTED-FILE INTO DTAR119-RECORD
104700         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
104800     END-READ.
104900*
105000 4220-FIND-OLD-BALANCE.
105100     MOVE 'N' TO WS-SCAN-EOF-SWITCH
105200     OPEN INPUT OLD-BALANCE-FILE
105300     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
105400     READ OLD-BALANCE-FILE
105500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
105600     END-READ
105700     PERFORM 4230-TEST-OLD-BALANCE
105800         UNTIL WS-SCAN-EOF
105900         OR PB-CARD-NO OF OLD-BALANCE-RECORD NOT < WS-TRACE-CARD
106000     MOVE 'PTSBOLD' TO TL-FILE
106100     MOVE SPACES TO TL-TEXT
106200     EVALUATE TRUE
106300         WHEN WS-FILE-ABSENT
106400             MOVE 'BALANCE BEFORE POSTING NOT RETAINED' TO TL-TEXT
106500         WHEN NOT WS-SCAN-EOF
106600             AND PB-CARD-NO OF OLD-BALANCE-RECORD = WS-TRACE-CARD
106700             MOVE PB-CURRENT-BALANCE OF OLD-BALANCE-RECORD
106800                 TO WS-ED-BALANCE
106900             STRING 'CARD BALANCE BEFORE THE DAY''S POSTING'
107000                     DELIMITED BY SIZE
107100                 WS-ED-BALANCE DELIMITED BY SIZE
107200                 INTO TL-TEXT
107300             END-STRING
107400         WHEN OTHER
107500             MOVE 'CARD NOT ON THE MASTER BEFORE - NEW CARD'
107600                 TO TL-TEXT
107700     END-EVALUATE
107800     CLOSE OLD-BALANCE-FILE
107900     PERFORM 7300-PRINT-TRACE-LINE.
108000*
108100 4230-TEST-OLD-BALANCE.
108200     READ OLD-BALANCE-FILE
108300         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
108400     END-READ.
108500*
108600 4240-FIND-NEW-BALANCE.
108700     MOVE 'N' TO WS-SCAN-EOF-SWITCH
108800     OPEN INPUT NEW-BALANCE-FILE
108900     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
109000     READ NEW-BALANCE-FILE
109100         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
109200     END-READ
109300     PERFORM 4250-TEST-NEW-BALANCE
109400         UNTIL WS-SCAN-EOF
109500         OR PB-CARD-NO OF NEW-BALANCE-RECORD NOT < WS-TRACE-CARD
109600     MOVE 'PTSBNEW' TO TL-FILE
109700     MOVE SPACES TO TL-TEXT
109800     EVALUATE TRUE
109900         WHEN WS-FILE-ABSENT
110000             MOVE 'BALANCE AFTER POSTING NOT RETAINED' TO TL-TEXT
110100         WHEN NOT WS-SCAN-EOF
110200             AND PB-CARD-NO OF NEW-BALANCE-RECORD = WS-TRACE-CARD
110300             MOVE PB-CURRENT-BALANCE OF NEW-BALANCE-RECORD
110400                 TO WS-ED-BALANCE
110500             MOVE PB-LIFETIME-EARNED OF NEW-BALANCE-RECORD
110600                 TO WS-ED-BALANCE-2
110700             STRING 'CARD BALANCE AFTER THE DAY''S POSTING'
110800                     DELIMITED BY SIZE
110900                 WS-ED-BALANCE DELIMITED BY SIZE
111000                 ', LIFETIME EARNED' DELIMITED BY SIZE
111100                 WS-ED-BALANCE-2 DELIMITED BY SIZE
111200                 INTO TL-TEXT
111300             END-STRING
111400         WHEN OTHER
111500             MOVE 'CARD NOT ON THE MASTER AFTER POSTING'
111600                 TO TL-TEXT
111700     END-EVALUATE
111800     CLOSE NEW-BALANCE-FILE
111900     PERFORM 7300-PRINT-TRACE-LINE.
112000*
112100 4250-TEST-NEW-BALANCE.
112200     READ NEW-BALANCE-FILE
112300         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
112400     END-READ.
112500*
112600******************************************************************
112700*    STORSETL - FRANCHISE SETTLEMENT.  A STORE SETTLES AS ONE    *
112800*    LINE, SO THE TRACE SHOWS THE LINE THE TRANSACTION'S POINTS  *
112900*    WERE NETTED INTO.  IT SAYS NOTHING ABOUT WHERE THE RECORD   *
113000*    STOPPED.                                                    *
113100******************************************************************
113200*
113300 4400-TRACE-STORSETL.
113400     MOVE 'STORSETL' TO WS-STAGE-NAME
113500     MOVE 'I' TO WS-STAGE-RESULT
113600     PERFORM 7000-CLEAR-MATCH
113700     OPEN INPUT SETTLEMENT-FILE
113800     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
113900     READ SETTLEMENT-FILE
114000         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
114100     END-READ
114200     PERFORM 4410-MATCH-SETTLEMENT
114300         UNTIL WS-SCAN-EOF OR WS-MATCH-COUNT > ZERO
114400     MOVE 'STORSETO' TO TL-FILE
114500     EVALUATE TRUE
114600         WHEN WS-FILE-ABSENT
114700             PERFORM 7400-PRINT-NOT-RETAINED
114800         WHEN WS-MATCH-COUNT > ZERO
114900             MOVE SE-POINTS-ISSUED   TO WS-ED-BALANCE
115000             MOVE SE-POINTS-REDEEMED TO WS-ED-BALANCE-2
115100             MOVE SE-SETTLEMENT-AMT  TO WS-ED-AMOUNT
115200             MOVE SPACES TO TL-TEXT
115300             STRING 'STORE ' DELIMITED BY SIZE
115400                 SE-STORE-NO DELIMITED BY SIZE
115500                 ' SETTLED FOR ' DELIMITED BY SIZE
115600                 SE-RUN-DATE DELIMITED BY SIZE
115700                 ' - ISSUED' DELIMITED BY SIZE
115800                 WS-ED-BALANCE DELIMITED BY SIZE
115900                 ' REDEEMED' DELIMITED BY SIZE
116000                 WS-ED-BALANCE-2 DELIMITED BY SIZE
116100                 ' AMOUNT' DELIMITED BY SIZE
116200                 WS-ED-AMOUNT DELIMITED BY SIZE
116300                 INTO TL-TEXT
116400             END-STRING
116500             PERFORM 7300-PRINT-TRACE-LINE
116600         WHEN OTHER
116700             MOVE 'STORE HAS NO SETTLEMENT LINE' TO TL-TEXT
116800             PERFORM 7300-PRINT-TRACE-LINE
116900     END-EVALUATE
117000     CLOSE SETTLEMENT-FILE.
117100*
117200 4410-MATCH-SETTLEMENT.
117300     IF XC-RECORD-TAG NOT = 'HDR'
117400         AND XC-RECORD-TAG NOT = 'TRL'
117500         AND SE-STORE-NO = WS-TRACE-STORE
117600         ADD 1 TO WS-MATCH-COUNT
117700     ELSE
117800         READ SETTLEMENT-FILE
117900             AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
118000         END-READ
118100     END-IF.
118200*
118300******************************************************************
118400*    BONARCHV - THE YEAR-TO-DATE BONUS HISTORY.  A RECORD HERE   *
118500*    HAS COMPLETED THE CYCLE.                                    *
118600******************************************************************
118700*
118800 4600-TRACE-BONARCHV.
118900     MOVE 'BONARCHV' TO WS-STAGE-NAME
119000     MOVE 'N' TO WS-STAGE-RESULT
119100     PERFORM 7000-CLEAR-MATCH
119200     OPEN INPUT HISTORY-FILE
119300     MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
119400     READ HISTORY-FILE INTO DTAR119-RECORD
119500         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
119600     END-READ
119700     PERFORM 4610-MATCH-HISTORY
119800         UNTIL WS-SCAN-EOF
119900     CLOSE HISTORY-FILE
120000     MOVE 'BONHIST' TO TL-FILE
120100     MOVE 'ARCHIVED TO THE BONUS HISTORY' TO WS-STAGE-REASON
120200     MOVE 'AT ARCHIVE' TO WS-CHANGE-CAUSE
120300     PERFORM 7600-REPORT-DTAR-STAGE
120400     IF WS-STAGE-RESULT = 'F'
120500         MOVE 'Y' TO WS-ARCHIVED-SWITCH
120600     END-IF
120700     PERFORM 7500-NOTE-STAGE-RESULT.
120800*
120900 4610-MATCH-HISTORY.
121000     PERFORM 7100-TEST-DTAR-RECORD
121100     READ HISTORY-FILE INTO DTAR119-RECORD
121200         AT END MOVE 'Y' TO WS-SCAN-EOF-SWITCH
121300     END-READ.
121400*
121500******************************************************************
121600*    WHERE THE RECORD STOPPED.  THE FIRST REJECT ON THE PATH     *
121700*    ENDS IT; OTHERWISE IT IS THE LAST STAGE THE RECORD WAS      *
121800*    SEEN AT AND THE FIRST RETAINED STAGE AFTER IT THAT DOES     *
121900*    NOT HAVE IT.                                                *
122000******************************************************************
122100*
122200 5000-PRINT-CONCLUSION.
122300     MOVE SPACES TO CL-TEXT
122400     EVALUATE TRUE
122500         WHEN WS-STOP-STAGE NOT = SPACES
122600             STRING 'RECORD STOPPED AT ' DELIMITED BY SIZE
122700                 WS-STOP-STAGE DELIMITED BY SPACE
122800                 ' - ' DELIMITED BY SIZE
122900                 WS-STOP-REASON DELIMITED BY SIZE
123000                 INTO CL-TEXT
123100             END-STRING
123200         WHEN WS-ARCHIVED
123300             MOVE 'RECORD COMPLETED THE CYCLE - ON BONHIST'
123400                 TO CL-TEXT
123500         WHEN WS-LAST-FOUND-STAGE = SPACES
123600             MOVE 'RECORD NOT FOUND ON ANY RETAINED FILE'
123700                 TO CL-TEXT
123800         WHEN WS-GAP-STAGE NOT = SPACES
123900             STRING 'RECORD STOPPED AFTER ' DELIMITED BY SIZE
124000                 WS-LAST-FOUND-STAGE DELIMITED BY SPACE
124100                 ' - NOT ON THE OUTPUT OF ' DELIMITED BY SIZE
124200                 WS-GAP-STAGE DELIMITED BY SPACE
124300                 INTO CL-TEXT
124400             END-STRING
124500         WHEN OTHER
124600             STRING 'RECORD LAST SEEN AT ' DELIMITED BY SIZE
124700                 WS-LAST-FOUND-STAGE DELIMITED BY SPACE
124800                 ' - LATER STAGES NOT RETAINED' DELIMITED BY SIZE
124900                 INTO CL-TEXT
125000             END-STRING
125100     END-EVALUATE
125200     MOVE '0' TO RP-CARRIAGE-CONTROL
125300     MOVE WS-CONCLUSION-LINE TO RP-PRINT-LINE
125400     WRITE TRACE-REPORT-RECORD.
125500*
125600 7000-CLEAR-MATCH.
125700     MOVE 'N'    TO WS-SCAN-EOF-SWITCH
125800     MOVE ZERO   TO WS-RECORD-POS WS-MATCH-COUNT WS-MATCHED-POS
125900     MOVE SPACES TO WS-MATCHED-RECORD.
126000*
126100 7100-TEST-DTAR-RECORD.
126200     ADD 1 TO WS-RECORD-POS
126300     IF DTAR119-STORE-NO = WS-TRACE-STORE
126400         AND DTAR119-TERMINAL-ID = WS-TRACE-TERMINAL
126500         AND DTAR119-TRANS-NO = WS-TRACE-TRANS-NO
126600         AND DTAR119-TRANS-DATE = WS-TRACE-JULIAN
126700         ADD 1 TO WS-MATCH-COUNT
126800         IF WS-MATCH-COUNT = 1
126900             MOVE DTAR119-RECORD TO WS-MATCHED-RECORD
127000             MOVE WS-RECORD-POS  TO WS-MATCHED-POS
127100         END-IF
127200     END-IF.
127300*
127400 7150-PRINT-RECORD-IMAGE.
127500     MOVE WS-MATCHED-RECORD TO DTAR119-RECORD
127600     MOVE DTAR119-BONUS-POINTS TO WS-ED-POINTS
127700     MOVE DTAR119-TRANS-CODE   TO WS-ED-CODE
127800     MOVE DTAR119-KEYCODE      TO WS-ED-KEYCODE
127900     MOVE DTAR119-PROM-NO      TO WS-ED-PROM-NO
128000     MOVE SPACES TO TL-TEXT
128100     STRING 'CARD ' DELIMITED BY SIZE
128200         DTAR119-CARD-NO DELIMITED BY SIZE
128300         '  CODE ' DELIMITED BY SIZE
128400         WS-ED-CODE DELIMITED BY SIZE
128500         '  KEYCODE ' DELIMITED BY SIZE
128600         WS-ED-KEYCODE DELIMITED BY SIZE
128700         '  PROMOTION ' DELIMITED BY SIZE
128800         WS-ED-PROM-NO DELIMITED BY SIZE
128900         '  BONUS POINTS' DELIMITED BY SIZE
129000         WS-ED-POINTS DELIMITED BY SIZE
129100         INTO TL-TEXT
129200     END-STRING
129300     MOVE SPACES TO TL-FILE
129400     PERFORM 7300-PRINT-TRACE-LINE.
129500*
129600*    THE RECORD AS THIS STAGE LEFT IT AGAINST THE RECORD AS THE
129700*    LAST STAGE THAT HAD IT LEFT IT.
129800*
129900 7200-NOTE-FIELD-CHANGES.
130000     MOVE WS-MATCHED-RECORD TO DTAR119-RECORD
130100     IF WS-PRIOR-KNOWN
130200         MOVE SPACES TO TL-FILE
130300         IF DTAR119-CARD-NO NOT = WS-TRACE-CARD
130400             MOVE SPACES TO TL-TEXT
130500             STRING 'CARD CHANGED ' DELIMITED BY SIZE
130600                 WS-CHANGE-CAUSE DELIMITED BY '  '
130700                 ' - ' DELIMITED BY SIZE
130800                 WS-TRACE-CARD DELIMITED BY SIZE
130900                 ' TO ' DELIMITED BY SIZE
131000                 DTAR119-CARD-NO DELIMITED BY SIZE
131100                 INTO TL-TEXT
131200             END-STRING
131300             PERFORM 7300-PRINT-TRACE-LINE
131400         END-IF
131500         IF DTAR119-BONUS-POINTS NOT = WS-PRIOR-POINTS
131600             MOVE WS-PRIOR-POINTS      TO WS-ED-POINTS
131700             MOVE DTAR119-BONUS-POINTS TO WS-ED-POINTS-2
131800             MOVE SPACES TO TL-TEXT
131900             STRING 'BONUS POINTS CHANGED ' DELIMITED BY SIZE
132000                 WS-CHANGE-CAUSE DELIMITED BY '  '
132100                 ' -' DELIMITED BY SIZE
132200                 WS-ED-POINTS DELIMITED BY SIZE
132300                 ' TO' DELIMITED BY SIZE
132400                 WS-ED-POINTS-2 DELIMITED BY SIZE
132500                 INTO TL-TEXT
132600             END-STRING
132700             PERFORM 7300-PRINT-TRACE-LINE
132800         END-IF
132900         IF DTAR119-RECORD (1:8) NOT = WS-PRIOR-RECORD (1:8)
133000             OR DTAR119-RECORD (25:7) NOT = WS-PRIOR-RECORD (25:7)
133100             OR DTAR119-RECORD (36:18) NOT =
133200                WS-PRIOR-RECORD (36:18)
133300             MOVE SPACES TO TL-TEXT
133400             STRING 'OTHER FIELDS CHANGED ' DELIMITED BY SIZE
133500                 WS-CHANGE-CAUSE DELIMITED BY '  '
133600                 INTO TL-TEXT
133700             END-STRING
133800             PERFORM 7300-PRINT-TRACE-LINE
133900             PERFORM 7150-PRINT-RECORD-IMAGE
134000         END-IF
134100     END-IF
134200     MOVE 'Y' TO WS-PRIOR-KNOWN-SWITCH WS-CARD-KNOWN-SWITCH
134300     MOVE WS-MATCHED-RECORD    TO WS-PRIOR-RECORD
134400     MOVE DTAR119-CARD-NO      TO WS-TRACE-CARD
134500     MOVE DTAR119-BONUS-POINTS TO WS-PRIOR-POINTS.
134600*
134700 7300-PRINT-TRACE-LINE.
134800     MOVE WS-STAGE-NAME TO TL-STAGE
134900     MOVE ' ' TO RP-CARRIAGE-CONTROL
135000     MOVE WS-TRACE-LINE TO RP-PRINT-LINE
135100     WRITE TRACE-REPORT-RECORD.
135200*
135300 7400-PRINT-NOT-RETAINED.
135400     MOVE 'OUTPUT NOT RETAINED - STAGE NOT SEARCHED' TO TL-TEXT
135500     PERFORM 7300-PRINT-TRACE-LINE.
135600*
135700 7450-PRINT-NOT-FOUND.
135800     MOVE 'NOT FOUND' TO TL-TEXT
135900     PERFORM 7300-PRINT-TRACE-LINE.
136000*
136100 7500-NOTE-STAGE-RESULT.
136200     EVALUATE WS-STAGE-RESULT
136300         WHEN 'F'
136400             MOVE WS-STAGE-NAME TO WS-LAST-FOUND-STAGE
136500             MOVE SPACES TO WS-GAP-STAGE
136600         WHEN 'R'
136700             IF WS-STOP-STAGE = SPACES
136800                 MOVE WS-STAGE-NAME   TO WS-STOP-STAGE
136900                 MOVE WS-STAGE-REASON TO WS-STOP-REASON
137000             END-IF
137100         WHEN 'N'
137200             IF WS-GAP-STAGE = SPACES
137300                 AND WS-LAST-FOUND-STAGE NOT = SPACES
137400                 MOVE WS-STAGE-NAME TO WS-GAP-STAGE
137500             END-IF
137600     END-EVALUATE.
137700*
137800*    THE COMMON REPORT FOR A STAGE WHOSE OUTPUT IS A DTAR119 FILE
137900*    - NOT RETAINED, NOT FOUND, OR FOUND WITH ANY FIELD CHANGES.
138000*
138100 7600-REPORT-DTAR-STAGE.
138200     EVALUATE TRUE
138300         WHEN WS-FILE-ABSENT
138400             MOVE 'U' TO WS-STAGE-RESULT
138500             PERFORM 7400-PRINT-NOT-RETAINED
138600         WHEN WS-MATCH-COUNT > ZERO
138700             MOVE 'F' TO WS-STAGE-RESULT
138800             MOVE WS-STAGE-REASON TO TL-TEXT
138900             PERFORM 7300-PRINT-TRACE-LINE
139000             IF WS-MATCH-COUNT > 1
139100                 MOVE WS-MATCH-COUNT TO WS-ED-COUNT
139200                 MOVE SPACES TO TL-TEXT
139300                 STRING 'WARNING -' DELIMITED BY SIZE
139400                     WS-ED-COUNT DELIMITED BY SIZE
139500                     ' RECORDS CARRY THIS KEY - FIRST ONE TRACED'
139600                         DELIMITED BY SIZE
139700                     INTO TL-TEXT
139800                 END-STRING
139900                 PERFORM 7300-PRINT-TRACE-LINE
140000             END-IF
140100             IF NOT WS-PRIOR-KNOWN
140200                 PERFORM 7150-PRINT-RECORD-IMAGE
140300             END-IF
140400             PERFORM 7200-NOTE-FIELD-CHANGES
140500         WHEN OTHER
140600             PERFORM 7450-PRINT-NOT-FOUND
140700     END-EVALUATE.
140800*
140900*    THE DAY OF THE YEAR IS THE DAY OF THE MONTH PLUS THE DAYS
141000*    OF EVERY EARLIER MONTH.
141100*
141200 8000-CONVERT-TO-JULIAN.
141300     MOVE WS-DW-DD TO WS-DAY-OF-YEAR
141400     PERFORM 8100-ADD-MONTH-DAYS
141500         VARYING WS-MONTH-SUB FROM 1 BY 1
141600         UNTIL WS-MONTH-SUB >= WS-DW-MM
141700         OR WS-MONTH-SUB > 12
141800     COMPUTE WS-JULIAN-DATE = WS-DW-YYYY * 1000 + WS-DAY-OF-YEAR.
141900*
142000 8100-ADD-MONTH-DAYS.
142100     MOVE WS-MONTH-DAYS-ENTRY (WS-MONTH-SUB) TO WS-MONTH-DAYS
142200     IF WS-MONTH-SUB = 2
142300         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
142400             REMAINDER WS-LEAP-REMAINDER
142500         IF WS-LEAP-REMAINDER = ZERO
142600             MOVE 29 TO WS-MONTH-DAYS
142700             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
142800                 REMAINDER WS-LEAP-REMAINDER
142900             IF WS-LEAP-REMAINDER = ZERO
143000                 DIVIDE WS-DW-YYYY BY 400
143100                     GIVING WS-LEAP-QUOTIENT
143200                     REMAINDER WS-LEAP-REMAINDER
143300                 IF WS-LEAP-REMAINDER NOT = ZERO
143400                     MOVE 28 TO WS-MONTH-DAYS
143500                 END-IF
143600             END-IF
143700         END-IF
143800     END-IF
143900     ADD WS-MONTH-DAYS TO WS-DAY-OF-YEAR.
144000*
144100 9999-EXIT.
144200     CLOSE TRACE-REQUEST-FILE TRACE-REPORT
144300     STOP RUN.
