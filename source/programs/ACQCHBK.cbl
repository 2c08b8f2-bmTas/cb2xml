000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACQCHBK.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - DAILY RECONCILIATION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - CHARGEBACKS AND RETRIEVAL  *
001400*                   REQUESTS ON CODE-02 REDEMPTIONS.  EACH ITEM  *
001500*                   ON THE ACQUIRER'S DAILY DISPUTE FILE IS      *
001600*                   MATCHED TO ITS ORIGINAL DTAR119 RECORD ON    *
001700*                   STORE, TERMINAL, TRANSACTION NUMBER AND      *
001800*                   DATE, SEARCHING THE DAY'S FILE AND BONHIST,  *
001900*                   AND OPENS A CASE ON THE DISPUTE CASE MASTER. *
002000*                   A CHARGEBACK RAISES AN ADJPOST PROPOSAL TO   *
002100*                   GIVE THE POINTS BACK AND DEBITS THE          *
002200*                   CHARGEBACK LEDGER.  THE LOYALTY DESK'S       *
002300*                   RESPONSES MOVE THE CASE ON; AN ITEM NOT      *
002400*                   ANSWERED BY ITS DEADLINE IS EXPIRED.         *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CHBK-PARM-FILE ASSIGN TO CHBKPARM
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL DISPUTE-FILE ASSIGN TO ACQDISP
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT DTAR119-FILE   ASSIGN TO DTARIN
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT HISTORY-FILE   ASSIGN TO BONHIST
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPTIONAL OLD-CASE-FILE ASSIGN TO CHBKCASE
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT NEW-CASE-FILE  ASSIGN TO CHBKCASN
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL RESPONSE-FILE ASSIGN TO CHBKRESP
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004800     SELECT RESP-WORK-FILE ASSIGN TO SRTWK02.
004900     SELECT ITEM-SORTED-FILE ASSIGN TO CHBKISRT
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT RESP-SORTED-FILE ASSIGN TO CHBKRSRT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT PROPOSAL-FILE  ASSIGN TO CHBKADJ
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPTIONAL LEDGER-FILE ASSIGN TO CHBKLEDG
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT CHBK-REPORT    ASSIGN TO CHBKRPT
005800         ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200*    THE DEFAULT TIME TO ANSWER, FOR ITEMS THE BANK SENDS
006300*    WITHOUT A RESPOND-BY DATE, AND THE WARNING WINDOW FOR
006400*    ITEMS COMING DUE.
006500*
006600 FD  CHBK-PARM-FILE.
006700 01  CHBK-PARM-RECORD.
006800     05  CP-RESPOND-DAYS         PIC 9(03).
006900     05  CP-WARN-DAYS            PIC 9(03).
007000*
007100*    ACQUIRER DISPUTE ITEM.  AD-RESPOND-BY IS YYYYDDD, ZERO
007200*    WHEN THE BANK DID NOT STATE ONE.
007300*
007400 FD  DISPUTE-FILE.
007500 01  DISPUTE-RECORD.
007600     05  AD-ACQ-REF              PIC X(12).
007700     05  AD-ITEM-TYPE            PIC X(01).
007800         88  AD-CHARGEBACK       VALUE 'C'.
007900         88  AD-RETRIEVAL        VALUE 'R'.
008000         88  AD-TYPE-VALID       VALUE 'C' 'R'.
008100     05  AD-STORE-NO             PIC 9(03).
008200     05  AD-TERMINAL-ID          PIC 9(03).
008300     05  AD-TRANS-NO             PIC 9(04).
008400     05  AD-TRANS-DATE           PIC 9(07).
008500     05  AD-AMOUNT               PIC S9(07)V99.
008600     05  AD-REASON-CODE          PIC X(04).
008700     05  AD-RESPOND-BY           PIC 9(07).
008800*
008900 FD  DTAR119-FILE.
009000 01  DTAR119-IN-RECORD           PIC X(53).
009100*
009200 FD  HISTORY-FILE.
009300 01  HISTORY-RECORD              PIC X(53).
009400*
009500 FD  OLD-CASE-FILE.
009600     COPY "CHBKCASE.cpy" REPLACING ==CHARGEBACK-CASE-RECORD==
009700                                BY ==OLD-CASE-RECORD==.
009800*
009900 FD  NEW-CASE-FILE.
010000     COPY "CHBKCASE.cpy" REPLACING ==CHARGEBACK-CASE-RECORD==
010100                                BY ==NEW-CASE-RECORD==.
010200*
010300*    LOYALTY DESK RESPONSE.  RS-ACTION-DATE ZERO MEANS THE
010400*    RUN DAY.
010500*
010600 FD  RESPONSE-FILE.
010700 01  RESPONSE-IN-RECORD          PIC X(28).
010800*
010900 SD  SORT-WORK-FILE.
011000 01  SORT-WORK-RECORD.
011100     05  SW-ACQ-REF              PIC X(12).
011200     05  FILLER                  PIC X(61).
011300*
011400 SD  RESP-WORK-FILE.
011500 01  RESP-WORK-RECORD.
011600     05  RW-ACQ-REF              PIC X(12).
011700     05  FILLER                  PIC X(01).
011800     05  RW-ACTION-DATE          PIC 9(07).
011900     05  FILLER                  PIC X(08).
012000*
012100 FD  ITEM-SORTED-FILE.
012200 01  ITEM-SORTED-RECORD.
012300     05  IS-ACQ-REF              PIC X(12).
012400     05  IS-ITEM-TYPE            PIC X(01).
012500         88  IS-CHARGEBACK       VALUE 'C'.
012600         88  IS-TYPE-VALID       VALUE 'C' 'R'.
012700     05  IS-STORE-NO             PIC 9(03).
012800     05  IS-TERMINAL-ID          PIC 9(03).
012900     05  IS-TRANS-NO             PIC 9(04).
013000     05  IS-TRANS-DATE           PIC 9(07).
013100     05  IS-AMOUNT               PIC S9(07)V99.
013200     05  IS-REASON-CODE          PIC X(04).
013300     05  IS-RESPOND-BY           PIC 9(07).
013400     05  IS-CARD-NO              PIC 9(16).
013500     05  IS-POINTS               PIC S9(06).
013600     05  IS-FOUND-SWITCH         PIC X(01).
013700         88  IS-FOUND            VALUE 'Y'.
013800*
013900 FD  RESP-SORTED-FILE.
014000 01  RESPONSE-RECORD.
014100     05  RS-ACQ-REF              PIC X(12).
014200     05  RS-ACTION               PIC X(01).
014300         88  RS-REPRESENT        VALUE 'P'.
014400         88  RS-ACCEPT           VALUE 'A'.
014500         88  RS-WON              VALUE 'W'.
014600         88  RS-LOST             VALUE 'L'.
014700         88  RS-FULFILLED        VALUE 'F'.
014800     05  RS-ACTION-DATE          PIC 9(07).
014900     05  RS-OPERATOR             PIC X(08).
015000*
015100*    POINTS PROPOSALS IN ADJPOST'S ADJENTRY LAYOUT, TO BE
015200*    ADDED TO THE DAY'S ENTRY FILE FOR A SECOND OPERATOR TO
015300*    APPROVE AS ANY OTHER ADJUSTMENT IS.
015400*
015500 FD  PROPOSAL-FILE.
015600 01  ADJ-ENTRY-RECORD.
015700     05  AJ-ADJ-ID               PIC 9(08).
015800     05  AJ-CARD-NO              PIC 9(16).
015900     05  AJ-POINTS               PIC S9(06).
016000     05  AJ-REASON-CODE          PIC X(03).
016100     05  AJ-REQUEST-OPER         PIC X(08).
016200     05  AJ-ENTRY-DATE           PIC 9(08).
016300*
016400 FD  LEDGER-FILE.
016500     COPY "CHBKLEDG.cpy".
016600*
016700 FD  CHBK-REPORT.
016800 01  CHBK-REPORT-RECORD.
016900     05  RP-CARRIAGE-CONTROL     PIC X(01).
017000     05  RP-PRINT-LINE           PIC X(132).
017100*
017200 WORKING-STORAGE SECTION.
017300*
017400 01  WS-DISPUTE-EOF-SWITCH       PIC X(01) VALUE 'N'.
017500     88  WS-DISPUTE-EOF          VALUE 'Y'.
017600 01  WS-DTAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
017700     88  WS-DTAR-EOF             VALUE 'Y'.
017800 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
017900     88  WS-OLD-EOF              VALUE 'Y'.
018000 01  WS-CASE-HELD-SWITCH         PIC X(01) VALUE 'N'.
018100     88  WS-CASE-HELD            VALUE 'Y'.
018200*
018300 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
018400 01  WS-REQUEST-OPER             PIC X(08) VALUE 'ACQCHBK'.
018500 01  WS-RETURN-REASON            PIC X(03) VALUE 'CBK'.
018600 01  WS-REDEBIT-REASON           PIC X(03) VALUE 'CBW'.
018700*
018800 01  WS-HIGH-VALUE-KEY           PIC X(12) VALUE HIGH-VALUES.
018900 01  WS-CASE-KEY                 PIC X(12).
019000 01  WS-ITEM-KEY                 PIC X(12).
019100 01  WS-RESP-KEY                 PIC X(12).
019200 01  WS-CURRENT-REF              PIC X(12).
019300*
019400*    DEFAULTS WHEN THE PARAMETER FILE IS EMPTY.
019500*
019600 01  WS-RESPOND-DAYS             PIC 9(03) VALUE 030.
019700 01  WS-WARN-DAYS                PIC 9(03) VALUE 005.
019800*
019900 01  WS-RUN-DATE                 PIC 9(08).
020000 01  WS-RUN-DAY                  PIC 9(07).
020100 01  WS-RUN-DAY-NUMBER           PIC 9(07).
020200 01  WS-DATE-IN                  PIC 9(07).
020300 01  WS-DATE-YEAR                PIC 9(04).
020400 01  WS-DATE-DDD                 PIC 9(03).
020500 01  WS-DAY-NUMBER               PIC 9(07).
020600 01  WS-DAYS-LEFT                PIC S9(07).
020700 01  WS-ACTION-DATE              PIC 9(07).
020800*
020900*    PROPOSAL IDS ARE 9, THE LAST DIGIT OF THE YEAR, THE DAY
021000*    OF THE YEAR AND A THREE-DIGIT SEQUENCE, WHICH KEEPS THEM
021100*    CLEAR OF THE IDS THE DESK KEYS BY HAND.  THE SEQUENCE
021200*    STARTS PAST ANY ID ALREADY ON THE CASE MASTER FOR TODAY
021300*    SO A SECOND RUN IN A DAY CANNOT REUSE ONE.
021400*
021500 01  WS-ADJ-BASE                 PIC 9(08).
021600 01  WS-ADJ-YEAR-DIGIT           PIC 9(01).
021700 01  WS-ADJ-SEQ                  PIC 9(03) VALUE 0.
021800 01  WS-ADJ-SEQ-MAX              PIC 9(03) VALUE 999.
021900 01  WS-ADJ-ID                   PIC 9(08).
022000*
022100*    THE REFERENCE'S CASE, HELD UNTIL ITS NEW ITEM AND ALL ITS
022200*    RESPONSES HAVE BEEN APPLIED.
022300*
022400     COPY "CHBKCASE.cpy" REPLACING ==CHARGEBACK-CASE-RECORD==
022500                                BY ==WS-HELD-CASE==.
022600*
022700 01  DTAR119-RECORD.
022800     COPY "DTAR119.cbl".
022900*
023000 01  WS-ITEMS-READ               PIC 9(07) VALUE 0.
023100 01  WS-HISTORY-READ             PIC 9(09) VALUE 0.
023200 01  WS-OLD-CASES-READ           PIC 9(07) VALUE 0.
023300 01  WS-RESPONSES-READ           PIC 9(07) VALUE 0.
023400 01  WS-CB-OPENED                PIC 9(07) VALUE 0.
023500 01  WS-CB-OPENED-AMT            PIC S9(11)V99 VALUE 0.
023600 01  WS-RR-OPENED                PIC 9(07) VALUE 0.
023700 01  WS-ITEMS-REJECTED           PIC 9(07) VALUE 0.
023800 01  WS-RESP-APPLIED             PIC 9(07) VALUE 0.
023900 01  WS-RESP-REJECTED            PIC 9(07) VALUE 0.
024000 01  WS-CB-WON                   PIC 9(07) VALUE 0.
024100 01  WS-CB-WON-AMT               PIC S9(11)V99 VALUE 0.
024200 01  WS-CB-LOST                  PIC 9(07) VALUE 0.
024300 01  WS-CB-LOST-AMT              PIC S9(11)V99 VALUE 0.
024400 01  WS-EXPIRED                  PIC 9(07) VALUE 0.
024500 01  WS-EXPIRED-AMT              PIC S9(11)V99 VALUE 0.
024600 01  WS-DUE-SOON                 PIC 9(07) VALUE 0.
024700 01  WS-DUE-SOON-AMT             PIC S9(11)V99 VALUE 0.
024800 01  WS-PROPOSALS-WRITTEN        PIC 9(07) VALUE 0.
024900 01  WS-CASES-WRITTEN            PIC 9(07) VALUE 0.
025000 01  WS-CASES-ACTIVE             PIC 9(07) VALUE 0.
025100*
025200*    THE DAY'S DISPUTE ITEMS, HELD WHILE THE DAY'S FILE AND
025300*    BONHIST ARE PASSED TO FIND EACH ORIGINAL REDEMPTION.
025400*
025500 01  DI-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
025600 01  DI-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
025700 01  DI-TABLE.
025800     05  DI-ENTRY OCCURS 2000 TIMES
025900                  INDEXED BY DI-IDX.
026000         10  DI-ACQ-REF          PIC X(12).
026100         10  DI-ITEM-TYPE        PIC X(01).
026200         10  DI-STORE-NO         PIC 9(03).
026300         10  DI-TERMINAL-ID      PIC 9(03).
026400         10  DI-TRANS-NO         PIC 9(04).
026500         10  DI-TRANS-DATE       PIC 9(07).
026600         10  DI-AMOUNT           PIC S9(07)V99.
026700         10  DI-REASON-CODE      PIC X(04).
026800         10  DI-RESPOND-BY       PIC 9(07).
026900         10  DI-CARD-NO          PIC 9(16).
027000         10  DI-POINTS           PIC S9(06).
027100         10  DI-FOUND-SWITCH     PIC X(01).
027200 01  WS-DI-SUB                   PIC 9(04) COMP.
027300*
027400 01  WS-HEADING-LINE.
027500     05  FILLER                  PIC X(45)
027600         VALUE 'ACQCHBK - ACQUIRER CHARGEBACKS AND RETRIEVALS'.
027700     05  FILLER                  PIC X(10) VALUE '  RUN DAY '.
027800     05  HD-RUN-DAY              PIC 9(07).
027900     05  FILLER                  PIC X(70) VALUE SPACES.
028000*
028100 01  WS-COLUMN-LINE.
028200     05  FILLER                  PIC X(25) VALUE 'EVENT'.
028300     05  FILLER                  PIC X(14) VALUE 'ACQUIRER REF'.
028400     05  FILLER                  PIC X(03) VALUE 'T'.
028500     05  FILLER                  PIC X(24)
028600         VALUE 'STR TRM TRAN TRANS-DT'.
028700     05  FILLER                  PIC X(13) VALUE '       AMOUNT'.
028800     05  FILLER                  PIC X(09) VALUE '   POINTS'.
028900     05  FILLER                  PIC X(11) VALUE '  RESPOND'.
029000     05  FILLER                  PIC X(10) VALUE 'ADJ ID'.
029100     05  FILLER                  PIC X(23) VALUE SPACES.
029200*
029300 01  WS-DETAIL-LINE.
029400     05  DT-EVENT                PIC X(24).
029500     05  FILLER                  PIC X(01) VALUE SPACES.
029600     05  DT-ACQ-REF              PIC X(12).
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  DT-ITEM-TYPE            PIC X(01).
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  DT-STORE-NO             PIC 9(03).
030100     05  FILLER                  PIC X(01) VALUE SPACES.
030200     05  DT-TERMINAL-ID          PIC 9(03).
030300     05  FILLER                  PIC X(01) VALUE SPACES.
030400     05  DT-TRANS-NO             PIC 9(04).
030500     05  FILLER                  PIC X(01) VALUE SPACES.
030600     05  DT-TRANS-DATE           PIC 9(07).
030700     05  FILLER                  PIC X(04) VALUE SPACES.
030800     05  DT-AMOUNT               PIC ZZZZZZ9.99-.
030900     05  FILLER                  PIC X(01) VALUE SPACES.
031000     05  DT-POINTS               PIC ZZZZZZ9-.
031100     05  FILLER                  PIC X(03) VALUE SPACES.
031200     05  DT-RESPOND-BY           PIC 9(07).
031300     05  FILLER                  PIC X(03) VALUE SPACES.
031400     05  DT-ADJ-ID               PIC 9(08).
031500     05  FILLER                  PIC X(25) VALUE SPACES.
031600*
031700 01  WS-TOTAL-LINE.
031800     05  TT-CAPTION              PIC X(30).
031900     05  TT-COUNT                PIC ZZZZZZZZ9.
032000     05  FILLER                  PIC X(03) VALUE SPACES.
032100     05  TT-AMOUNT               PIC ZZZZZZZZZ9.99-.
032200     05  FILLER                  PIC X(76) VALUE SPACES.
032300*
032400 PROCEDURE DIVISION.
032500*
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE
032800     SORT SORT-WORK-FILE
032900         ON ASCENDING KEY SW-ACQ-REF
033000         WITH DUPLICATES IN ORDER
033100         INPUT PROCEDURE IS 2000-RELEASE-ITEMS
033200         GIVING ITEM-SORTED-FILE
033300     SORT RESP-WORK-FILE
033400         ON ASCENDING KEY RW-ACQ-REF
033500                          RW-ACTION-DATE
033600         WITH DUPLICATES IN ORDER
033700         USING RESPONSE-FILE
033800         GIVING RESP-SORTED-FILE
033900     OPEN INPUT  OLD-CASE-FILE
034000                 ITEM-SORTED-FILE
034100                 RESP-SORTED-FILE
034200     OPEN OUTPUT NEW-CASE-FILE
034300                 PROPOSAL-FILE
034400                 CHBK-REPORT
034500     OPEN EXTEND LEDGER-FILE
034600     MOVE WS-RUN-DAY TO HD-RUN-DAY
034700     MOVE '1' TO RP-CARRIAGE-CONTROL
034800     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
034900     WRITE CHBK-REPORT-RECORD
035000     MOVE '0' TO RP-CARRIAGE-CONTROL
035100     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
035200     WRITE CHBK-REPORT-RECORD
035300     PERFORM 8100-READ-OLD-CASE
035400     PERFORM 8200-READ-ITEM
035500     PERFORM 8300-READ-RESPONSE
035600     PERFORM 3000-PROCESS-ONE-REF
035700         UNTIL WS-CASE-KEY = WS-HIGH-VALUE-KEY
035800         AND WS-ITEM-KEY = WS-HIGH-VALUE-KEY
035900         AND WS-RESP-KEY = WS-HIGH-VALUE-KEY
036000     PERFORM 5100-PRINT-TOTALS
036100     DISPLAY 'ACQCHBK - DISPUTE ITEMS READ:   ' WS-ITEMS-READ
036200     DISPLAY 'ACQCHBK - HISTORY READ:         ' WS-HISTORY-READ
036300     DISPLAY 'ACQCHBK - CASES READ:           ' WS-OLD-CASES-READ
036400     DISPLAY 'ACQCHBK - CHARGEBACKS OPENED:   ' WS-CB-OPENED
036500     DISPLAY 'ACQCHBK - RETRIEVALS OPENED:    ' WS-RR-OPENED
036600     DISPLAY 'ACQCHBK - ITEMS REJECTED:       ' WS-ITEMS-REJECTED
036700     DISPLAY 'ACQCHBK - RESPONSES READ:       ' WS-RESPONSES-READ
036800     DISPLAY 'ACQCHBK - RESPONSES APPLIED:    ' WS-RESP-APPLIED
036900     DISPLAY 'ACQCHBK - RESPONSES REJECTED:   ' WS-RESP-REJECTED
037000     DISPLAY 'ACQCHBK - PROPOSALS WRITTEN:    '
037100         WS-PROPOSALS-WRITTEN
037200     DISPLAY 'ACQCHBK - EXPIRED UNANSWERED:   ' WS-EXPIRED
037300     DISPLAY 'ACQCHBK - CASES WRITTEN:        ' WS-CASES-WRITTEN
037400     DISPLAY 'ACQCHBK - CASES ACTIVE:         ' WS-CASES-ACTIVE
037500     PERFORM 9999-EXIT.
037600*
037700 1000-INITIALIZE.
037800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
037900     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
038000     MOVE WS-RUN-DAY TO WS-DATE-IN
038100     PERFORM 8500-COMPUTE-DAY-NUMBER
038200     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
038300     MOVE WS-RUN-DAY (4:1) TO WS-ADJ-YEAR-DIGIT
038400     COMPUTE WS-ADJ-BASE = 90000000
038500                         + WS-ADJ-YEAR-DIGIT * 1000000
038600                         + WS-DATE-DDD * 1000
038700     OPEN INPUT CHBK-PARM-FILE
038800     READ CHBK-PARM-FILE
038900         AT END
039000             DISPLAY 'ACQCHBK - PARM MISSING, DEFAULTS USED'
039100         NOT AT END
039200             MOVE CP-RESPOND-DAYS TO WS-RESPOND-DAYS
039300             MOVE CP-WARN-DAYS    TO WS-WARN-DAYS
039400     END-READ
039500     CLOSE CHBK-PARM-FILE
039600     PERFORM 1100-SEED-ADJ-SEQUENCE
039700     PERFORM 1200-LOAD-DISPUTES
039800     PERFORM 1300-FIND-ORIGINALS.
039900*
040000 1100-SEED-ADJ-SEQUENCE.
040100     OPEN INPUT OLD-CASE-FILE
040200     PERFORM 8100-READ-OLD-CASE
040300     PERFORM 1110-CHECK-ADJ-IDS
040400         UNTIL WS-OLD-EOF
040500     CLOSE OLD-CASE-FILE
040600     MOVE 'N' TO WS-OLD-EOF-SWITCH
040700     MOVE 0 TO WS-OLD-CASES-READ.
040800*
040900 1110-CHECK-ADJ-IDS.
041000     MOVE CK-ADJ-ID OF OLD-CASE-RECORD TO WS-ADJ-ID
041100     PERFORM 1120-CHECK-ONE-ADJ-ID
041200     MOVE CK-REVERSAL-ADJ-ID OF OLD-CASE-RECORD TO WS-ADJ-ID
041300     PERFORM 1120-CHECK-ONE-ADJ-ID
041400     PERFORM 8100-READ-OLD-CASE.
041500*
041600 1120-CHECK-ONE-ADJ-ID.
041700     IF WS-ADJ-ID > WS-ADJ-BASE
041800         AND WS-ADJ-ID - WS-ADJ-BASE NOT > WS-ADJ-SEQ-MAX
041900         AND WS-ADJ-ID - WS-ADJ-BASE > WS-ADJ-SEQ
042000         COMPUTE WS-ADJ-SEQ = WS-ADJ-ID - WS-ADJ-BASE
042100     END-IF.
042200*
042300 1200-LOAD-DISPUTES.
042400     OPEN INPUT DISPUTE-FILE
042500     READ DISPUTE-FILE
042600         AT END MOVE 'Y' TO WS-DISPUTE-EOF-SWITCH
042700     END-READ
042800     PERFORM 1210-LOAD-ONE-DISPUTE
042900         UNTIL WS-DISPUTE-EOF
043000     CLOSE DISPUTE-FILE.
043100*
043200 1210-LOAD-ONE-DISPUTE.
043300     ADD 1 TO WS-ITEMS-READ
043400     PERFORM 1250-CHECK-TABLE-ROOM
043500     ADD 1 TO DI-TABLE-COUNT
043600     SET DI-IDX TO DI-TABLE-COUNT
043700     MOVE AD-ACQ-REF     TO DI-ACQ-REF (DI-IDX)
043800     MOVE AD-ITEM-TYPE   TO DI-ITEM-TYPE (DI-IDX)
043900     MOVE AD-STORE-NO    TO DI-STORE-NO (DI-IDX)
044000     MOVE AD-TERMINAL-ID TO DI-TERMINAL-ID (DI-IDX)
044100     MOVE AD-TRANS-NO    TO DI-TRANS-NO (DI-IDX)
044200     MOVE AD-TRANS-DATE  TO DI-TRANS-DATE (DI-IDX)
044300     MOVE AD-AMOUNT      TO DI-AMOUNT (DI-IDX)
044400     MOVE AD-REASON-CODE TO DI-REASON-CODE (DI-IDX)
044500     MOVE AD-RESPOND-BY  TO DI-RESPOND-BY (DI-IDX)
044600     MOVE ZERO           TO DI-CARD-NO (DI-IDX)
044700     MOVE ZERO           TO DI-POINTS (DI-IDX)
044800     MOVE 'N'            TO DI-FOUND-SWITCH (DI-IDX)
044900     READ DISPUTE-FILE
045000         AT END MOVE 'Y' TO WS-DISPUTE-EOF-SWITCH
045100     END-READ.
045200*
045300*    DROPPING AN ITEM WOULD LEAVE A CHARGEBACK UNWORKED UNTIL
045400*    ITS DEADLINE PASSED, SO RUNNING OUT OF ROOM STOPS THE JOB.
045500*
045600 1250-CHECK-TABLE-ROOM.
045700     IF DI-TABLE-COUNT NOT < DI-TABLE-MAX
045800         DISPLAY 'ACQCHBK - DISPUTE TABLE FULL AT ' DI-TABLE-MAX
045900             ' ENTRIES - CASES NOT UPDATED'
046000         MOVE 8 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300*
046400*    THE REDEMPTION MAY STILL BE ON THE DAY'S FILE OR ALREADY
046500*    ARCHIVED TO BONHIST, SO BOTH ARE PASSED.  THE FIRST
046600*    CODE-02 RECORD ON THE KEY IS TAKEN.
046700*
046800 1300-FIND-ORIGINALS.
046900     IF DI-TABLE-COUNT > 0
047000         OPEN INPUT DTAR119-FILE
047100         MOVE 'N' TO WS-DTAR-EOF-SWITCH
047200         READ DTAR119-FILE INTO DTAR119-RECORD
047300             AT END MOVE 'Y' TO WS-DTAR-EOF-SWITCH
047400         END-READ
047500         PERFORM 1310-MATCH-DAY-RECORD
047600             UNTIL WS-DTAR-EOF
047700         CLOSE DTAR119-FILE
047800         OPEN INPUT HISTORY-FILE
047900         MOVE 'N' TO WS-DTAR-EOF-SWITCH
048000         READ HISTORY-FILE INTO DTAR119-RECORD
048100             AT END MOVE 'Y' TO WS-DTAR-EOF-SWITCH
048200         END-READ
048300         PERFORM 1320-MATCH-HISTORY-RECORD
048400             UNTIL WS-DTAR-EOF
048500         CLOSE HISTORY-FILE
048600     END-IF.
048700*
048800 1310-MATCH-DAY-RECORD.
048900     IF DTAR119-TRANS-CODE = WS-REDEMPTION-CODE
049000         PERFORM 1330-MATCH-ONE-ITEM
049100             VARYING WS-DI-SUB FROM 1 BY 1
049200             UNTIL WS-DI-SUB > DI-TABLE-COUNT
049300     END-IF
049400     READ DTAR119-FILE INTO DTAR119-RECORD
049500         AT END MOVE 'Y' TO WS-DTAR-EOF-SWITCH
049600     END-READ.
049700*
049800 1320-MATCH-HISTORY-RECORD.
049900     ADD 1 TO WS-HISTORY-READ
050000     IF DTAR119-TRANS-CODE = WS-REDEMPTION-CODE
050100         PERFORM 1330-MATCH-ONE-ITEM
050200             VARYING WS-DI-SUB FROM 1 BY 1
050300             UNTIL WS-DI-SUB > DI-TABLE-COUNT
050400     END-IF
050500     READ HISTORY-FILE INTO DTAR119-RECORD
050600         AT END MOVE 'Y' TO WS-DTAR-EOF-SWITCH
050700     END-READ.
050800*
050900 1330-MATCH-ONE-ITEM.
051000     IF DI-FOUND-SWITCH (WS-DI-SUB) = 'N'
051100         AND DI-STORE-NO (WS-DI-SUB) = DTAR119-STORE-NO
051200         AND DI-TERMINAL-ID (WS-DI-SUB) = DTAR119-TERMINAL-ID
051300         AND DI-TRANS-NO (WS-DI-SUB) = DTAR119-TRANS-NO
051400         AND DI-TRANS-DATE (WS-DI-SUB) = DTAR119-TRANS-DATE
051500         MOVE DTAR119-CARD-NO TO DI-CARD-NO (WS-DI-SUB)
051600         MOVE DTAR119-BONUS-POINTS TO DI-POINTS (WS-DI-SUB)
051700         MOVE 'Y' TO DI-FOUND-SWITCH (WS-DI-SUB)
051800     END-IF.
051900*
052000 2000-RELEASE-ITEMS.
052100     PERFORM 2010-RELEASE-ONE-ITEM
052200         VARYING WS-DI-SUB FROM 1 BY 1
052300         UNTIL WS-DI-SUB > DI-TABLE-COUNT.
052400*
052500 2010-RELEASE-ONE-ITEM.
052600     MOVE DI-ENTRY (WS-DI-SUB) TO SORT-WORK-RECORD
052700     RELEASE SORT-WORK-RECORD.
052800*
052900*    ONE ACQUIRER REFERENCE: ITS CASE, ANY NEW ITEM ON TODAY'S
053000*    FILE AND THE DESK'S RESPONSES, IN THAT ORDER.
053100*
053200 3000-PROCESS-ONE-REF.
053300     MOVE WS-CASE-KEY TO WS-CURRENT-REF
053400     IF WS-ITEM-KEY < WS-CURRENT-REF
053500         MOVE WS-ITEM-KEY TO WS-CURRENT-REF
053600     END-IF
053700     IF WS-RESP-KEY < WS-CURRENT-REF
053800         MOVE WS-RESP-KEY TO WS-CURRENT-REF
053900     END-IF
054000     MOVE 'N' TO WS-CASE-HELD-SWITCH
054100     IF WS-CASE-KEY = WS-CURRENT-REF
054200         MOVE OLD-CASE-RECORD TO WS-HELD-CASE
054300         MOVE 'Y' TO WS-CASE-HELD-SWITCH
054400         PERFORM 8100-READ-OLD-CASE
054500     END-IF
054600     PERFORM 3100-TAKE-NEW-ITEM
054700         UNTIL WS-ITEM-KEY NOT = WS-CURRENT-REF
054800     PERFORM 3200-APPLY-RESPONSE
054900         UNTIL WS-RESP-KEY NOT = WS-CURRENT-REF
055000     IF WS-CASE-HELD
055100         PERFORM 3300-CHECK-DEADLINE
055200         PERFORM 3400-WRITE-CASE
055300     END-IF.
055400*
055500*    AN ITEM FOR A REFERENCE ALREADY ON THE MASTER IS A RESEND
055600*    AND IS NOT TAKEN AGAIN.
055700*
055800 3100-TAKE-NEW-ITEM.
055900     IF NOT IS-TYPE-VALID
056000         MOVE 'REJECTED - TYPE NOT C/R ' TO DT-EVENT
056100         PERFORM 3190-REJECT-ITEM
056200     ELSE
056300         IF WS-CASE-HELD
056400             MOVE 'REJECTED - ALREADY HELD ' TO DT-EVENT
056500             PERFORM 3190-REJECT-ITEM
056600         ELSE
056700             IF NOT IS-FOUND
056800                 MOVE 'REJECTED - NO ORIGINAL  ' TO DT-EVENT
056900                 PERFORM 3190-REJECT-ITEM
057000             ELSE
057100                 PERFORM 3110-OPEN-CASE
057200             END-IF
057300         END-IF
057400     END-IF
057500     PERFORM 8200-READ-ITEM.
057600*
057700 3110-OPEN-CASE.
057800     MOVE IS-ACQ-REF     TO CK-ACQ-REF OF WS-HELD-CASE
057900     MOVE IS-ITEM-TYPE   TO CK-ITEM-TYPE OF WS-HELD-CASE
058000     MOVE 'O'            TO CK-STATUS OF WS-HELD-CASE
058100     MOVE IS-STORE-NO    TO CK-STORE-NO OF WS-HELD-CASE
058200     MOVE IS-TERMINAL-ID TO CK-TERMINAL-ID OF WS-HELD-CASE
058300     MOVE IS-TRANS-NO    TO CK-TRANS-NO OF WS-HELD-CASE
058400     MOVE IS-TRANS-DATE  TO CK-TRANS-DATE OF WS-HELD-CASE
058500     MOVE IS-CARD-NO     TO CK-CARD-NO OF WS-HELD-CASE
058600     MOVE IS-POINTS      TO CK-POINTS OF WS-HELD-CASE
058700     MOVE IS-AMOUNT      TO CK-AMOUNT OF WS-HELD-CASE
058800     MOVE IS-REASON-CODE TO CK-REASON-CODE OF WS-HELD-CASE
058900     MOVE WS-RUN-DAY     TO CK-RECEIVED-DATE OF WS-HELD-CASE
059000     MOVE WS-RUN-DAY     TO CK-STATUS-DATE OF WS-HELD-CASE
059100     MOVE SPACES         TO CK-OPERATOR OF WS-HELD-CASE
059200     MOVE ZERO           TO CK-ADJ-ID OF WS-HELD-CASE
059300     MOVE ZERO           TO CK-REVERSAL-ADJ-ID OF WS-HELD-CASE
059400     IF IS-RESPOND-BY = ZERO
059500         COMPUTE WS-DAY-NUMBER =
059600             WS-RUN-DAY-NUMBER + WS-RESPOND-DAYS
059700         PERFORM 8600-COMPUTE-DATE
059800         MOVE WS-DATE-IN TO CK-RESPOND-BY OF WS-HELD-CASE
059900     ELSE
060000         MOVE IS-RESPOND-BY TO CK-RESPOND-BY OF WS-HELD-CASE
060100     END-IF
060200     MOVE 'Y' TO WS-CASE-HELD-SWITCH
060300     IF IS-CHARGEBACK
060400         PERFORM 4000-NEXT-ADJ-ID
060500         MOVE WS-ADJ-ID TO CK-ADJ-ID OF WS-HELD-CASE
060600         MOVE CK-POINTS OF WS-HELD-CASE TO AJ-POINTS
060700         MOVE WS-RETURN-REASON TO AJ-REASON-CODE
060800         PERFORM 4100-WRITE-PROPOSAL
060900         MOVE 'CB' TO CL-ENTRY-TYPE
061000         COMPUTE CL-AMOUNT = 0 - CK-AMOUNT OF WS-HELD-CASE
061100         PERFORM 4200-WRITE-LEDGER
061200         ADD 1 TO WS-CB-OPENED
061300         ADD CK-AMOUNT OF WS-HELD-CASE TO WS-CB-OPENED-AMT
061400         MOVE 'CHARGEBACK OPENED       ' TO DT-EVENT
061500     ELSE
061600         ADD 1 TO WS-RR-OPENED
061700         MOVE 'RETRIEVAL OPENED        ' TO DT-EVENT
061800     END-IF
061900     PERFORM 5000-PRINT-CASE-LINE.
062000*
062100 3190-REJECT-ITEM.
062200     ADD 1 TO WS-ITEMS-REJECTED
062300     MOVE IS-ACQ-REF     TO DT-ACQ-REF
062400     MOVE IS-ITEM-TYPE   TO DT-ITEM-TYPE
062500     MOVE IS-STORE-NO    TO DT-STORE-NO
062600     MOVE IS-TERMINAL-ID TO DT-TERMINAL-ID
062700     MOVE IS-TRANS-NO    TO DT-TRANS-NO
062800     MOVE IS-TRANS-DATE  TO DT-TRANS-DATE
062900     MOVE IS-AMOUNT      TO DT-AMOUNT
063000     MOVE ZERO           TO DT-POINTS
063100     MOVE IS-RESPOND-BY  TO DT-RESPOND-BY
063200     MOVE ZERO           TO DT-ADJ-ID
063300     PERFORM 5010-WRITE-DETAIL.
063400*
063500*    P REPRESENTED AND F RETRIEVAL FULFILLED MUST BE DONE BY
063600*    THE DEADLINE.  A ACCEPTED BY US, W AND L THE BANK'S
063700*    DECISION ON A REPRESENTMENT.
063800*
063900 3200-APPLY-RESPONSE.
064000     IF RS-ACTION-DATE = ZERO
064100         MOVE WS-RUN-DAY TO WS-ACTION-DATE
064200     ELSE
064300         MOVE RS-ACTION-DATE TO WS-ACTION-DATE
064400     END-IF
064500     EVALUATE TRUE
064600         WHEN NOT WS-CASE-HELD
064700             MOVE 'RESPONSE - NO CASE      ' TO DT-EVENT
064800             PERFORM 3290-REJECT-RESPONSE
064900         WHEN CK-CASE-CLOSED OF WS-HELD-CASE
065000             MOVE 'RESPONSE - CASE CLOSED  ' TO DT-EVENT
065100             PERFORM 3290-REJECT-RESPONSE
065200         WHEN RS-REPRESENT
065300             AND CK-CHARGEBACK OF WS-HELD-CASE
065400             AND CK-STATUS-OPEN OF WS-HELD-CASE
065500             PERFORM 3210-REPRESENT
065600         WHEN RS-ACCEPT
065700             AND CK-CHARGEBACK OF WS-HELD-CASE
065800             MOVE 'L' TO CK-STATUS OF WS-HELD-CASE
065900             MOVE 'ACCEPTED - LOST         ' TO DT-EVENT
066000             PERFORM 3280-CASE-LOST
066100         WHEN RS-WON
066200             AND CK-STATUS-REPRESENTED OF WS-HELD-CASE
066300             PERFORM 3230-REPRESENTMENT-WON
066400         WHEN RS-LOST
066500             AND CK-STATUS-REPRESENTED OF WS-HELD-CASE
066600             MOVE 'L' TO CK-STATUS OF WS-HELD-CASE
066700             MOVE 'REPRESENTMENT LOST      ' TO DT-EVENT
066800             PERFORM 3280-CASE-LOST
066900         WHEN RS-FULFILLED
067000             AND CK-RETRIEVAL OF WS-HELD-CASE
067100             PERFORM 3250-FULFIL-RETRIEVAL
067200         WHEN OTHER
067300             MOVE 'RESPONSE - NOT VALID    ' TO DT-EVENT
067400             PERFORM 3290-REJECT-RESPONSE
067500     END-EVALUATE
067600     PERFORM 8300-READ-RESPONSE.
067700*
067800 3210-REPRESENT.
067900     IF WS-ACTION-DATE > CK-RESPOND-BY OF WS-HELD-CASE
068000         MOVE 'RESPONSE - PAST DEADLINE' TO DT-EVENT
068100         PERFORM 3290-REJECT-RESPONSE
068200     ELSE
068300         MOVE 'P' TO CK-STATUS OF WS-HELD-CASE
068400         PERFORM 3270-RECORD-RESPONSE
068500         MOVE 'REPRESENTED             ' TO DT-EVENT
068600         PERFORM 5000-PRINT-CASE-LINE
068700     END-IF.
068800*
068900*    THE BANK HAS REVERSED THE CHARGEBACK, SO THE MONEY COMES
069000*    BACK AND THE REDEMPTION STANDS: THE POINTS GIVEN BACK
069100*    WHEN THE CASE OPENED ARE PROPOSED FOR DEBIT AGAIN.
069200*
069300 3230-REPRESENTMENT-WON.
069400     MOVE 'W' TO CK-STATUS OF WS-HELD-CASE
069500     PERFORM 3270-RECORD-RESPONSE
069600     PERFORM 4000-NEXT-ADJ-ID
069700     MOVE WS-ADJ-ID TO CK-REVERSAL-ADJ-ID OF WS-HELD-CASE
069800     COMPUTE AJ-POINTS = 0 - CK-POINTS OF WS-HELD-CASE
069900     MOVE WS-REDEBIT-REASON TO AJ-REASON-CODE
070000     PERFORM 4100-WRITE-PROPOSAL
070100     MOVE 'RW' TO CL-ENTRY-TYPE
070200     MOVE CK-AMOUNT OF WS-HELD-CASE TO CL-AMOUNT
070300     PERFORM 4200-WRITE-LEDGER
070400     ADD 1 TO WS-CB-WON
070500     ADD CK-AMOUNT OF WS-HELD-CASE TO WS-CB-WON-AMT
070600     MOVE 'REPRESENTMENT WON       ' TO DT-EVENT
070700     PERFORM 5000-PRINT-CASE-LINE.
070800*
070900 3250-FULFIL-RETRIEVAL.
071000     IF WS-ACTION-DATE > CK-RESPOND-BY OF WS-HELD-CASE
071100         MOVE 'RESPONSE - PAST DEADLINE' TO DT-EVENT
071200         PERFORM 3290-REJECT-RESPONSE
071300     ELSE
071400         MOVE 'F' TO CK-STATUS OF WS-HELD-CASE
071500         PERFORM 3270-RECORD-RESPONSE
071600         MOVE 'RETRIEVAL FULFILLED     ' TO DT-EVENT
071700         PERFORM 5000-PRINT-CASE-LINE
071800     END-IF.
071900*
072000 3270-RECORD-RESPONSE.
072100     MOVE WS-ACTION-DATE TO CK-STATUS-DATE OF WS-HELD-CASE
072200     MOVE RS-OPERATOR    TO CK-OPERATOR OF WS-HELD-CASE
072300     ADD 1 TO WS-RESP-APPLIED.
072400*
072500 3280-CASE-LOST.
072600     PERFORM 3270-RECORD-RESPONSE
072700     ADD 1 TO WS-CB-LOST
072800     ADD CK-AMOUNT OF WS-HELD-CASE TO WS-CB-LOST-AMT
072900     PERFORM 5000-PRINT-CASE-LINE.
073000*
073100 3290-REJECT-RESPONSE.
073200     ADD 1 TO WS-RESP-REJECTED
073300     IF WS-CASE-HELD
073400         PERFORM 5020-MOVE-CASE-FIELDS
073500     ELSE
073600         MOVE SPACES TO DT-ITEM-TYPE
073700         MOVE ZERO   TO DT-STORE-NO
073800         MOVE ZERO   TO DT-TERMINAL-ID
073900         MOVE ZERO   TO DT-TRANS-NO
074000         MOVE ZERO   TO DT-TRANS-DATE
074100         MOVE ZERO   TO DT-AMOUNT
074200         MOVE ZERO   TO DT-POINTS
074300         MOVE ZERO   TO DT-RESPOND-BY
074400         MOVE ZERO   TO DT-ADJ-ID
074500     END-IF
074600     MOVE RS-ACQ-REF TO DT-ACQ-REF
074700     PERFORM 5010-WRITE-DETAIL.
074800*
074900*    AN OPEN ITEM STILL UNANSWERED AFTER ITS RESPOND-BY DATE
075000*    CAN NO LONGER BE REPRESENTED; ON A CHARGEBACK THE MONEY
075100*    IS LOST.  ITEMS DUE INSIDE THE WARNING WINDOW ARE LISTED
075200*    FOR THE DESK.
075300*
075400 3300-CHECK-DEADLINE.
075500     IF CK-STATUS-OPEN OF WS-HELD-CASE
075600         MOVE CK-RESPOND-BY OF WS-HELD-CASE TO WS-DATE-IN
075700         PERFORM 8500-COMPUTE-DAY-NUMBER
075800         COMPUTE WS-DAYS-LEFT =
075900             WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
076000         IF WS-DAYS-LEFT < 0
076100             MOVE 'X' TO CK-STATUS OF WS-HELD-CASE
076200             MOVE WS-RUN-DAY TO CK-STATUS-DATE OF WS-HELD-CASE
076300             ADD 1 TO WS-EXPIRED
076400             IF CK-CHARGEBACK OF WS-HELD-CASE
076500                 ADD CK-AMOUNT OF WS-HELD-CASE TO WS-EXPIRED-AMT
076600             END-IF
076700             MOVE 'EXPIRED - NOT ANSWERED  ' TO DT-EVENT
076800             PERFORM 5000-PRINT-CASE-LINE
076900         ELSE
077000             IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
077100                 ADD 1 TO WS-DUE-SOON
077200                 ADD CK-AMOUNT OF WS-HELD-CASE TO WS-DUE-SOON-AMT
077300                 MOVE 'DUE - ANSWER BY DEADLINE' TO DT-EVENT
077400                 PERFORM 5000-PRINT-CASE-LINE
077500             END-IF
077600         END-IF
077700     END-IF.
077800*
077900 3400-WRITE-CASE.
078000     IF CK-CASE-ACTIVE OF WS-HELD-CASE
078100         ADD 1 TO WS-CASES-ACTIVE
078200     END-IF
078300     MOVE WS-HELD-CASE TO NEW-CASE-RECORD
078400     WRITE NEW-CASE-RECORD
078500     ADD 1 TO WS-CASES-WRITTEN.
078600*
078700 4000-NEXT-ADJ-ID.
078800     IF WS-ADJ-SEQ NOT < WS-ADJ-SEQ-MAX
078900         DISPLAY 'ACQCHBK - PROPOSAL IDS FOR TODAY EXHAUSTED'
079000             ' - CASES NOT UPDATED'
079100         MOVE 8 TO RETURN-CODE
079200         STOP RUN
079300     END-IF
079400     ADD 1 TO WS-ADJ-SEQ
079500     COMPUTE WS-ADJ-ID = WS-ADJ-BASE + WS-ADJ-SEQ.
079600*
079700 4100-WRITE-PROPOSAL.
079800     MOVE WS-ADJ-ID       TO AJ-ADJ-ID
079900     MOVE CK-CARD-NO OF WS-HELD-CASE TO AJ-CARD-NO
080000     MOVE WS-REQUEST-OPER TO AJ-REQUEST-OPER
080100     MOVE WS-RUN-DATE     TO AJ-ENTRY-DATE
080200     WRITE ADJ-ENTRY-RECORD
080300     ADD 1 TO WS-PROPOSALS-WRITTEN.
080400*
080500 4200-WRITE-LEDGER.
080600     MOVE WS-RUN-DAY TO CL-POST-DATE
080700     MOVE CK-ACQ-REF OF WS-HELD-CASE TO CL-ACQ-REF
080800     MOVE CK-STORE-NO OF WS-HELD-CASE TO CL-STORE-NO
080900     MOVE CK-CARD-NO OF WS-HELD-CASE TO CL-CARD-NO
081000     WRITE CHARGEBACK-LEDGER-RECORD.
081100*
081200 5000-PRINT-CASE-LINE.
081300     PERFORM 5020-MOVE-CASE-FIELDS
081400     PERFORM 5010-WRITE-DETAIL.
081500*
081600 5010-WRITE-DETAIL.
081700     MOVE ' ' TO RP-CARRIAGE-CONTROL
081800     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
081900     WRITE CHBK-REPORT-RECORD.
082000*
082100 5020-MOVE-CASE-FIELDS.
082200     MOVE CK-ACQ-REF OF WS-HELD-CASE     TO DT-ACQ-REF
082300     MOVE CK-ITEM-TYPE OF WS-HELD-CASE   TO DT-ITEM-TYPE
082400     MOVE CK-STORE-NO OF WS-HELD-CASE    TO DT-STORE-NO
082500     MOVE CK-TERMINAL-ID OF WS-HELD-CASE TO DT-TERMINAL-ID
082600     MOVE CK-TRANS-NO OF WS-HELD-CASE    TO DT-TRANS-NO
082700     MOVE CK-TRANS-DATE OF WS-HELD-CASE  TO DT-TRANS-DATE
082800     MOVE CK-AMOUNT OF WS-HELD-CASE      TO DT-AMOUNT
082900     MOVE CK-POINTS OF WS-HELD-CASE      TO DT-POINTS
083000     MOVE CK-RESPOND-BY OF WS-HELD-CASE  TO DT-RESPOND-BY
083100     MOVE CK-ADJ-ID OF WS-HELD-CASE      TO DT-ADJ-ID.
083200*
083300 5100-PRINT-TOTALS.
083400     MOVE '-' TO RP-CARRIAGE-CONTROL
083500     MOVE SPACES TO RP-PRINT-LINE
083600     WRITE CHBK-REPORT-RECORD
083700     MOVE 'CHARGEBACKS OPENED            ' TO TT-CAPTION
083800     MOVE WS-CB-OPENED     TO TT-COUNT
083900     MOVE WS-CB-OPENED-AMT TO TT-AMOUNT
084000     PERFORM 5110-PRINT-TOTAL-LINE
084100     MOVE 'RETRIEVAL REQUESTS OPENED     ' TO TT-CAPTION
084200     MOVE WS-RR-OPENED     TO TT-COUNT
084300     MOVE ZERO             TO TT-AMOUNT
084400     PERFORM 5110-PRINT-TOTAL-LINE
084500     MOVE 'ITEMS REJECTED                ' TO TT-CAPTION
084600     MOVE WS-ITEMS-REJECTED TO TT-COUNT
084700     MOVE ZERO             TO TT-AMOUNT
084800     PERFORM 5110-PRINT-TOTAL-LINE
084900     MOVE 'REPRESENTMENTS WON            ' TO TT-CAPTION
085000     MOVE WS-CB-WON        TO TT-COUNT
085100     MOVE WS-CB-WON-AMT    TO TT-AMOUNT
085200     PERFORM 5110-PRINT-TOTAL-LINE
085300     MOVE 'CHARGEBACKS LOST              ' TO TT-CAPTION
085400     MOVE WS-CB-LOST       TO TT-COUNT
085500     MOVE WS-CB-LOST-AMT   TO TT-AMOUNT
085600     PERFORM 5110-PRINT-TOTAL-LINE
085700     MOVE 'EXPIRED UNANSWERED            ' TO TT-CAPTION
085800     MOVE WS-EXPIRED       TO TT-COUNT
085900     MOVE WS-EXPIRED-AMT   TO TT-AMOUNT
086000     PERFORM 5110-PRINT-TOTAL-LINE
086100     MOVE 'DUE WITHIN WARNING WINDOW     ' TO TT-CAPTION
086200     MOVE WS-DUE-SOON      TO TT-COUNT
086300     MOVE WS-DUE-SOON-AMT  TO TT-AMOUNT
086400     PERFORM 5110-PRINT-TOTAL-LINE
086500     MOVE 'RESPONSES REJECTED            ' TO TT-CAPTION
086600     MOVE WS-RESP-REJECTED TO TT-COUNT
086700     MOVE ZERO             TO TT-AMOUNT
086800     PERFORM 5110-PRINT-TOTAL-LINE.
086900*
087000 5110-PRINT-TOTAL-LINE.
087100     MOVE ' ' TO RP-CARRIAGE-CONTROL
087200     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
087300     WRITE CHBK-REPORT-RECORD.
087400*
087500 8100-READ-OLD-CASE.
087600     READ OLD-CASE-FILE
087700         AT END
087800             MOVE 'Y' TO WS-OLD-EOF-SWITCH
087900             MOVE WS-HIGH-VALUE-KEY TO WS-CASE-KEY
088000         NOT AT END
088100             ADD 1 TO WS-OLD-CASES-READ
088200             MOVE CK-ACQ-REF OF OLD-CASE-RECORD TO WS-CASE-KEY
088300     END-READ.
088400*
088500 8200-READ-ITEM.
088600     READ ITEM-SORTED-FILE
088700         AT END
088800             MOVE WS-HIGH-VALUE-KEY TO WS-ITEM-KEY
088900         NOT AT END
089000             MOVE IS-ACQ-REF TO WS-ITEM-KEY
089100     END-READ.
089200*
089300 8300-READ-RESPONSE.
089400     READ RESP-SORTED-FILE
089500         AT END
089600             MOVE WS-HIGH-VALUE-KEY TO WS-RESP-KEY
089700         NOT AT END
089800             ADD 1 TO WS-RESPONSES-READ
089900             MOVE RS-ACQ-REF TO WS-RESP-KEY
090000     END-READ.
090100*
090200 8500-COMPUTE-DAY-NUMBER.
090300     MOVE WS-DATE-IN (1:4) TO WS-DATE-YEAR
090400     MOVE WS-DATE-IN (5:3) TO WS-DATE-DDD
090500     COMPUTE WS-DAY-NUMBER = WS-DATE-YEAR * 365 + WS-DATE-DDD.
090600*
090700*    BACK FROM A DAY NUMBER TO YYYYDDD ON THE SAME 365-DAY
090800*    CONVENTION.
090900*
091000 8600-COMPUTE-DATE.
091100     COMPUTE WS-DATE-YEAR = (WS-DAY-NUMBER - 1) / 365
091200     COMPUTE WS-DATE-DDD = WS-DAY-NUMBER - WS-DATE-YEAR * 365
091300     COMPUTE WS-DATE-IN = WS-DATE-YEAR * 1000 + WS-DATE-DDD.
091400*
091500 9999-EXIT.
091600     CLOSE OLD-CASE-FILE
091700           ITEM-SORTED-FILE
091800           RESP-SORTED-FILE
091900           NEW-CASE-FILE
092000           PROPOSAL-FILE
092100           LEDGER-FILE
092200           CHBK-REPORT
092300     STOP RUN.
