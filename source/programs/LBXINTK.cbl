000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LBXINTK.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - PAYMENTS INTERFACE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - INTAKE FOR THE BANK'S      *
001400*                   LOCKBOX FILE (LBXBANK.CPY), FEEDING PAYALLOC *
001500*                   IN PLACE OF HAND TRANSCRIPTION.  EACH BATCH  *
001600*                   IS HELD UNTIL ITS TRAILER AND PROVED ON ITEM *
001700*                   COUNT AND TOTAL; A BATCH THAT DOES NOT PROVE *
001800*                   IS QUARANTINED WHOLE.  EACH REMITTANCE IN A  *
001900*                   PROVED BATCH IS MATCHED BY ITS REFERENCE -   *
002000*                   INVOICE NUMBER, THEN MEMBER ID, THEN BILLER  *
002100*                   ACCOUNT NUMBER - TO ITS HIERARCHY ROOT ON    *
002200*                   THE CYCLE'S DETAIL STREAM AND WRITTEN TO     *
002300*                   PAYALLOC'S LOCKBOX FILE, OLDEST FIRST, UP TO *
002400*                   WHAT THE ROOT HAS OPEN.  CASH THAT DOES NOT  *
002500*                   MATCH, MATCHES MORE THAN ONE ROOT, OR IS     *
002600*                   MORE THAN THE ROOT OWES GOES TO THE          *
002700*                   UNAPPLIED-CASH SUSPENSE FILE (UNAPCASH.CPY), *
002800*                   WHICH IS RE-MATCHED, RESOLVED AND AGED EVERY *
002900*                   RUN AND PRINTED AS A WORK LIST.              *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT BANK-FILE        ASSIGN TO LBXBANK
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL RESOLVE-FILE ASSIGN TO LBXRSLV
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL OLD-SUSP-FILE ASSIGN TO UNAPOLD
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT NEW-SUSP-FILE    ASSIGN TO UNAPNEW
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT OPTIONAL CONTROL-FILE ASSIGN TO LBXCTL
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT LOCKBOX-FILE     ASSIGN TO LOCKBOX
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT QUARANTINE-FILE  ASSIGN TO LBXQUAR
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT INTAKE-REPORT    ASSIGN TO LBXRPT
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT WORK-LIST-REPORT ASSIGN TO LBXWORK
005700         ORGANIZATION IS SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  STMT-DETAIL-FILE.
006100     COPY "cpyUnxdetail.cbl".
006200*
006300 FD  BANK-FILE.
006400     COPY "LBXBANK.cpy".
006500*
006600*    ONE RESOLUTION PER SUSPENSE ITEM WORKED: 'A' APPLIES THE
006700*    ITEM IN FULL TO THE NAMED HIERARCHY ROOT, 'R' REMOVES IT
006800*    FROM SUSPENSE (RETURNED TO THE PAYER OR POSTED ELSEWHERE).
006900*
007000 FD  RESOLVE-FILE.
007100 01  RESOLVE-RECORD.
007200     05  RV-PAYMENT-ID           PIC 9(08).
007300     05  RV-ACTION               PIC X(01).
007400         88  RV-APPLY            VALUE 'A'.
007500         88  RV-REMOVE           VALUE 'R'.
007600     05  RV-REPORT-GROUP         PIC X(08).
007700*
007800 FD  OLD-SUSP-FILE.
007900 01  OLD-SUSP-RECORD             PIC X(133).
008000*
008100 FD  NEW-SUSP-FILE.
008200     COPY "UNAPCASH.cpy".
008300*
008400*    THE LAST PAYMENT ID ISSUED.  SEED IT ABOVE ANY ID EVER
008500*    KEYED BY HAND SO THE TWO NEVER CLASH ON THE JOURNAL.
008600*
008700 FD  CONTROL-FILE.
008800 01  CONTROL-RECORD.
008900     05  CT-LAST-PAYMENT-ID      PIC 9(08).
009000     05  CT-LAST-RUN-DATE        PIC 9(08).
009100*
009200 FD  LOCKBOX-FILE.
009300 01  LOCKBOX-RECORD.
009400     05  LB-PAYMENT-ID           PIC 9(08).
009500     05  LB-REPORT-GROUP         PIC X(08).
009600     05  LB-PAYMENT-AMT          PIC 9(11)V99.
009700     05  LB-PAYMENT-DATE         PIC 9(08).
009800     05  LB-METHOD               PIC X(01).
009900         88  LB-OLDEST-FIRST     VALUE 'O'.
010000         88  LB-PROPORTIONAL     VALUE 'P'.
010100*
010200 FD  QUARANTINE-FILE.
010300 01  QUARANTINE-RECORD           PIC X(80).
010400*
010500 FD  INTAKE-REPORT.
010600 01  INTAKE-REPORT-RECORD.
010700     05  RP-CARRIAGE-CONTROL     PIC X(01).
010800     05  RP-PRINT-LINE           PIC X(132).
010900*
011000 FD  WORK-LIST-REPORT.
011100 01  WORK-LIST-RECORD.
011200     05  WL-CARRIAGE-CONTROL     PIC X(01).
011300     05  WL-PRINT-LINE           PIC X(132).
011400*
011500 WORKING-STORAGE SECTION.
011600*
011700 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
011800     88  WS-DTL-EOF              VALUE 'Y'.
011900 01  WS-BANK-EOF-SWITCH          PIC X(01) VALUE 'N'.
012000     88  WS-BANK-EOF             VALUE 'Y'.
012100 01  WS-RSLV-EOF-SWITCH          PIC X(01) VALUE 'N'.
012200     88  WS-RSLV-EOF             VALUE 'Y'.
012300 01  WS-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
012400     88  WS-SUSP-EOF             VALUE 'Y'.
012500 01  WS-BATCH-OPEN-SWITCH        PIC X(01) VALUE 'N'.
012600     88  WS-BATCH-OPEN           VALUE 'Y'.
012700 01  WS-BATCH-CLEAN-SWITCH       PIC X(01).
012800     88  WS-BATCH-CLEAN          VALUE 'Y'.
012900 01  WS-TRAILER-SWITCH           PIC X(01).
013000     88  WS-TRAILER-SEEN         VALUE 'Y'.
013100 01  WS-MATCH-RESULT             PIC X(01).
013200     88  WS-MATCHED              VALUE 'M'.
013300     88  WS-NOT-MATCHED          VALUE 'N'.
013400     88  WS-MATCH-AMBIGUOUS      VALUE 'A'.
013500*
013600 01  WS-RUN-DATE                 PIC 9(08).
013700 01  WS-RUN-DAYS                 PIC 9(09) COMP.
013800 01  WS-BILL-DAYS                PIC 9(09) COMP.
013900 01  WS-AGE-DAYS                 PIC S9(05) COMP-3.
014000 01  WS-DATE-WORK.
014100     05  WS-DW-YYYY              PIC 9(04).
014200     05  WS-DW-MM                PIC 9(02).
014300     05  WS-DW-DD                PIC 9(02).
014400*
014500 01  WS-LAST-PAYMENT-ID          PIC 9(08) VALUE 0.
014600 01  WS-BD-SUB                   PIC 9(04) COMP.
014700*
014800*    THE BATCH BEING HELD - ITS HEADER AND WHAT ITS TRAILER
014900*    DECLARES AGAINST WHAT WAS ACTUALLY RECEIVED.
015000*
015100 01  WS-BATCH-HEADER-IMAGE       PIC X(80).
015200 01  WS-BATCH-TRAILER-IMAGE      PIC X(80).
015300 01  WS-BATCH-LOCKBOX-NUM        PIC X(07).
015400 01  WS-BATCH-NUM                PIC 9(04).
015500 01  WS-BATCH-DEPOSIT-DATE       PIC 9(08).
015600 01  WS-BATCH-DECLARED-COUNT     PIC 9(05).
015700 01  WS-BATCH-DECLARED-TOTAL     PIC 9(13)V99.
015800 01  WS-BATCH-HELD-COUNT         PIC 9(05).
015900 01  WS-BATCH-HELD-TOTAL         PIC 9(13)V99.
016000*
016100*    THE ITEM BEING MATCHED AND WHERE ITS CASH WENT.
016200*
016300 01  WS-MATCH-REF                PIC X(20).
016400 01  WS-MATCH-MEMBER             PIC 9(13).
016500 01  WS-MATCH-GROUP              PIC X(08).
016600 01  WS-ITEM-PAYMENT-ID          PIC 9(08).
016700 01  WS-ITEM-DATE                PIC 9(08).
016800 01  WS-ITEM-AMT                 PIC S9(11)V99.
016900 01  WS-APPLY-AMT                PIC S9(11)V99.
017000 01  WS-EXCESS-AMT               PIC S9(11)V99.
017100 01  WS-ROOM-AMT                 PIC S9(13)V99.
017200*
017300 01  WS-BATCHES-READ             PIC 9(07) VALUE 0.
017400 01  WS-BATCHES-PROVED           PIC 9(07) VALUE 0.
017500 01  WS-BATCHES-QUARANTINED      PIC 9(07) VALUE 0.
017600 01  WS-ORPHANS-QUARANTINED      PIC 9(07) VALUE 0.
017700 01  WS-ITEMS-MATCHED            PIC 9(07) VALUE 0.
017800 01  WS-ITEMS-PART-MATCHED       PIC 9(07) VALUE 0.
017900 01  WS-ITEMS-UNMATCHED          PIC 9(07) VALUE 0.
018000 01  WS-SUSP-RELEASED            PIC 9(07) VALUE 0.
018100 01  WS-SUSP-RESOLVED            PIC 9(07) VALUE 0.
018200 01  WS-SUSP-REMOVED             PIC 9(07) VALUE 0.
018300 01  WS-SUSP-CARRIED             PIC 9(07) VALUE 0.
018400 01  WS-RSLV-NOT-FOUND           PIC 9(07) VALUE 0.
018500 01  WS-AMT-TO-PAYALLOC          PIC S9(13)V99 VALUE 0.
018600 01  WS-AMT-TO-SUSPENSE          PIC S9(13)V99 VALUE 0.
018700 01  WS-AMT-IN-SUSPENSE          PIC S9(13)V99 VALUE 0.
018800*
018900*    THE WORK LIST'S WEEKLY AGING BUCKETS - '1' TO '4'.
019000*
019100 01  WS-BUCKET-SUB               PIC 9(01).
019200 01  WS-BUCKET-TOTALS.
019300     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
019400         10  WS-BUCKET-COUNT     PIC 9(07).
019500         10  WS-BUCKET-AMT       PIC S9(13)V99.
019600 01  WS-BUCKET-CAPTIONS.
019700     05  FILLER                  PIC X(30)
019800         VALUE 'UP TO 7 DAYS                  '.
019900     05  FILLER                  PIC X(30)
020000         VALUE '8 TO 14 DAYS                  '.
020100     05  FILLER                  PIC X(30)
020200         VALUE '15 TO 30 DAYS                 '.
020300     05  FILLER                  PIC X(30)
020400         VALUE 'OVER 30 DAYS                  '.
020500 01  WS-BUCKET-CAPTION-TABLE REDEFINES WS-BUCKET-CAPTIONS.
020600     05  WS-BUCKET-CAPTION       PIC X(30) OCCURS 4 TIMES.
020700*
020800*    THE BATCH HOLD TABLE - A BATCH'S DETAILS WAIT HERE UNTIL
020900*    THE TRAILER PROVES THEM.
021000*
021100 01  BD-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
021200 01  BD-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
021300 01  BD-TABLE.
021400     05  BD-ENTRY OCCURS 5000 TIMES.
021500         10  BD-DETAIL.
021600             15  BD-ITEM-SEQ     PIC 9(05).
021700             15  BD-REMIT-AMT    PIC 9(11)V99.
021800             15  BD-REFERENCE    PIC X(20).
021900             15  BD-CHEQUE-NUM   PIC X(10).
022000             15  BD-PAYER-NAME   PIC X(30).
022100             15  FILLER          PIC X(01).
022200*
022300*    REFERENCE TABLES FROM THE CYCLE'S DETAIL STREAM - EACH
022400*    INVOICE, MEMBER AND BILLER ACCOUNT WITH THE HIERARCHY
022500*    ROOT IT BILLS UNDER.  ONE SEEN UNDER TWO ROOTS IS FLAGGED
022600*    AMBIGUOUS AND NEVER MATCHED.
022700*
022800 01  IV-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
022900 01  IV-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
023000 01  IV-TABLE.
023100     05  IV-ENTRY OCCURS 20000 TIMES
023200                  INDEXED BY IV-IDX.
023300         10  IV-INVOICE-NUM      PIC X(11).
023400         10  IV-REPORT-GROUP     PIC X(08).
023500         10  IV-AMBIGUOUS-SW     PIC X(01).
023600*
023700 01  MB-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
023800 01  MB-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
023900 01  MB-TABLE.
024000     05  MB-ENTRY OCCURS 20000 TIMES
024100                  INDEXED BY MB-IDX.
024200         10  MB-MEMBER-ID        PIC 9(13).
024300         10  MB-REPORT-GROUP     PIC X(08).
024400         10  MB-AMBIGUOUS-SW     PIC X(01).
024500*
024600 01  BA-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
024700 01  BA-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
024800 01  BA-TABLE.
024900     05  BA-ENTRY OCCURS 20000 TIMES
025000                  INDEXED BY BA-IDX.
025100         10  BA-BILLER-ACCT      PIC X(20).
025200         10  BA-REPORT-GROUP     PIC X(08).
025300         10  BA-AMBIGUOUS-SW     PIC X(01).
025400*
025500*    WHAT EACH ROOT HAS OPEN ON THE CYCLE, AS PAYALLOC BUILDS
025600*    ITS POSITIONS, AND HOW MUCH THIS RUN HAS SENT AGAINST IT.
025700*
025800 01  RG-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
025900 01  RG-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
026000 01  RG-TABLE.
026100     05  RG-ENTRY OCCURS 5000 TIMES
026200                  INDEXED BY RG-IDX.
026300         10  RG-REPORT-GROUP     PIC X(08).
026400         10  RG-OPEN-AMT         PIC S9(13)V99 COMP-3.
026500         10  RG-SENT-AMT         PIC S9(13)V99 COMP-3.
026600*
026700 01  RS-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
026800 01  RS-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
026900 01  RS-TABLE.
027000     05  RS-ENTRY OCCURS 2000 TIMES
027100                  INDEXED BY RS-IDX.
027200         10  RS-PAYMENT-ID       PIC 9(08).
027300         10  RS-ACTION           PIC X(01).
027400         10  RS-REPORT-GROUP     PIC X(08).
027500         10  RS-USED-SW          PIC X(01).
027600*
027700 01  WS-HEADING-LINE.
027800     05  FILLER                  PIC X(44)
027900         VALUE 'LBXINTK - LOCKBOX INTAKE AND BATCH PROOF    '.
028000     05  H1-RUN-DATE             PIC 9(08).
028100     05  FILLER                  PIC X(80) VALUE SPACES.
028200*
028300 01  WS-COLUMN-LINE.
028400     05  FILLER                  PIC X(44)
028500         VALUE 'LOCKBOX BATCH DEPOSIT    DECL DECLARED TOTAL'.
028600     05  FILLER                  PIC X(44)
028700         VALUE '   HELD     HELD TOTAL  STATUS              '.
028800     05  FILLER                  PIC X(44)
028900         VALUE '                                            '.
029000*
029100 01  WS-DETAIL-LINE.
029200     05  DL-LOCKBOX-NUM          PIC X(07).
029300     05  FILLER                  PIC X(01) VALUE SPACES.
029400     05  DL-BATCH-NUM            PIC 9(04).
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  DL-DEPOSIT-DATE         PIC 9(08).
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  DL-DECLARED-COUNT       PIC ZZZZ9.
029900     05  FILLER                  PIC X(01) VALUE SPACES.
030000     05  DL-DECLARED-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
030100     05  FILLER                  PIC X(02) VALUE SPACES.
030200     05  DL-HELD-COUNT           PIC ZZZZ9.
030300     05  FILLER                  PIC X(01) VALUE SPACES.
030400     05  DL-HELD-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  DL-STATUS               PIC X(20).
030700     05  FILLER                  PIC X(44) VALUE SPACES.
030800*
030900 01  WS-EXCEPTION-LINE.
031000     05  EX-TEXT                 PIC X(40).
031100     05  EX-VALUE                PIC X(20).
031200     05  FILLER                  PIC X(72) VALUE SPACES.
031300*
031400 01  WS-TOTAL-LINE.
031500     05  TT-CAPTION              PIC X(30).
031600     05  TT-COUNT                PIC ZZZZZZZZ9.
031700     05  FILLER                  PIC X(93) VALUE SPACES.
031800*
031900 01  WS-AMOUNT-LINE.
032000     05  TA-CAPTION              PIC X(30).
032100     05  TA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
032200     05  FILLER                  PIC X(81) VALUE SPACES.
032300*
032400 01  WS-WORK-HEADING-LINE.
032500     05  FILLER                  PIC X(44)
032600         VALUE 'LBXINTK - UNAPPLIED CASH WORK LIST          '.
032700     05  H2-RUN-DATE             PIC 9(08).
032800     05  FILLER                  PIC X(80) VALUE SPACES.
032900*
033000 01  WS-WORK-COLUMN-LINE.
033100     05  FILLER                  PIC X(44)
033200         VALUE 'PAYMT-ID  DEPOSIT     AGE WK       UNAPPLIED'.
033300     05  FILLER                  PIC X(44)
033400         VALUE '   REASON        REFERENCE             PAYER'.
033500     05  FILLER                  PIC X(44)
033600         VALUE '                           ROOT             '.
033700*
033800 01  WS-WORK-LINE.
033900     05  WK-PAYMENT-ID           PIC 9(08).
034000     05  FILLER                  PIC X(02) VALUE SPACES.
034100     05  WK-DEPOSIT-DATE         PIC 9(08).
034200     05  FILLER                  PIC X(02) VALUE SPACES.
034300     05  WK-AGE-DAYS             PIC ZZZZ9.
034400     05  FILLER                  PIC X(01) VALUE SPACES.
034500     05  WK-BUCKET               PIC X(01).
034600     05  FILLER                  PIC X(01) VALUE SPACES.
034700     05  WK-UNAPPLIED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
034800     05  FILLER                  PIC X(01) VALUE SPACES.
034900     05  WK-REASON               PIC X(12).
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  WK-REFERENCE            PIC X(20).
035200     05  FILLER                  PIC X(02) VALUE SPACES.
035300     05  WK-PAYER-NAME           PIC X(30).
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  WK-MATCHED-GROUP        PIC X(08).
035600     05  FILLER                  PIC X(09) VALUE SPACES.
035700*
035800 PROCEDURE DIVISION.
035900*
036000 0000-MAINLINE.
036100     PERFORM 1000-INITIALIZE
036200     PERFORM 2000-CARRY-ONE-SUSPENSE
036300         UNTIL WS-SUSP-EOF
036400     PERFORM 3000-TAKE-ONE-BANK-RECORD
036500         UNTIL WS-BANK-EOF
036600     IF WS-BATCH-OPEN
036700         PERFORM 3300-CLOSE-BATCH
036800     END-IF
036900     PERFORM 6000-CHECK-ONE-RESOLUTION
037000         VARYING RS-IDX FROM 1 BY 1
037100         UNTIL RS-IDX > RS-TABLE-COUNT
037200     PERFORM 7000-PRINT-TOTALS
037300     PERFORM 7200-PRINT-WORK-LIST-TOTALS
037400     MOVE WS-LAST-PAYMENT-ID TO CT-LAST-PAYMENT-ID
037500     MOVE WS-RUN-DATE        TO CT-LAST-RUN-DATE
037600     OPEN OUTPUT CONTROL-FILE
037700     WRITE CONTROL-RECORD
037800     CLOSE CONTROL-FILE
037900     DISPLAY 'LBXINTK - BATCHES PROVED:      ' WS-BATCHES-PROVED
038000     DISPLAY 'LBXINTK - BATCHES QUARANTINED: '
038100         WS-BATCHES-QUARANTINED
038200     DISPLAY 'LBXINTK - SUSPENSE CARRIED:    ' WS-SUSP-CARRIED
038300     PERFORM 9999-EXIT.
038400*
038500 1000-INITIALIZE.
038600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038700     MOVE WS-RUN-DATE TO WS-DATE-WORK
038800     PERFORM 8000-DATE-TO-DAYS
038900     MOVE WS-BILL-DAYS TO WS-RUN-DAYS
039000     MOVE ZERO TO WS-BUCKET-TOTALS
039100     OPEN INPUT CONTROL-FILE
039200     READ CONTROL-FILE
039300         AT END
039400             CONTINUE
039500         NOT AT END
039600             MOVE CT-LAST-PAYMENT-ID TO WS-LAST-PAYMENT-ID
039700     END-READ
039800     CLOSE CONTROL-FILE
039900     OPEN INPUT STMT-DETAIL-FILE
040000     READ STMT-DETAIL-FILE
040100         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
040200     END-READ
040300     PERFORM 1100-LOAD-ONE-DETAIL
040400         UNTIL WS-DTL-EOF
040500     CLOSE STMT-DETAIL-FILE
040600     OPEN INPUT RESOLVE-FILE
040700     READ RESOLVE-FILE
040800         AT END MOVE 'Y' TO WS-RSLV-EOF-SWITCH
040900     END-READ
041000     PERFORM 1200-LOAD-RESOLUTION
041100         UNTIL WS-RSLV-EOF
041200     CLOSE RESOLVE-FILE
041300     OPEN INPUT  OLD-SUSP-FILE
041400     OPEN INPUT  BANK-FILE
041500     OPEN OUTPUT NEW-SUSP-FILE
041600     OPEN OUTPUT LOCKBOX-FILE
041700     OPEN OUTPUT QUARANTINE-FILE
041800     OPEN OUTPUT INTAKE-REPORT
041900     OPEN OUTPUT WORK-LIST-REPORT
042000     MOVE WS-RUN-DATE TO H1-RUN-DATE
042100     MOVE '1' TO RP-CARRIAGE-CONTROL
042200     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
042300     WRITE INTAKE-REPORT-RECORD
042400     MOVE '0' TO RP-CARRIAGE-CONTROL
042500     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
042600     WRITE INTAKE-REPORT-RECORD
042700     MOVE WS-RUN-DATE TO H2-RUN-DATE
042800     MOVE '1' TO WL-CARRIAGE-CONTROL
042900     MOVE WS-WORK-HEADING-LINE TO WL-PRINT-LINE
043000     WRITE WORK-LIST-RECORD
043100     MOVE '0' TO WL-CARRIAGE-CONTROL
043200     MOVE WS-WORK-COLUMN-LINE TO WL-PRINT-LINE
043300     WRITE WORK-LIST-RECORD
043400     READ OLD-SUSP-FILE INTO UNAPPLIED-CASH-RECORD
043500         AT END MOVE 'Y' TO WS-SUSP-EOF-SWITCH
043600     END-READ
043700     READ BANK-FILE
043800         AT END MOVE 'Y' TO WS-BANK-EOF-SWITCH
043900     END-READ.
044000*
044100*    ONLY LINES UNDER A HIERARCHY ROOT CAN BE PAID THROUGH
044200*    PAYALLOC, SO LINES WITHOUT ONE ARE NOT MATCHED TO.
044300*
044400 1100-LOAD-ONE-DETAIL.
044500     IF UNX-DTL-REC-TYPE = 'DTL'
044600         AND UNX-DTL-AH-REPORT-GROUP NOT = SPACES
044700         IF UNX-DTL-INVOICE-NUM NOT = SPACES
044800             PERFORM 1110-REGISTER-INVOICE
044900         END-IF
045000         IF UNX-DTL-MEMBER-ID NOT = ZERO
045100             PERFORM 1120-REGISTER-MEMBER
045200         END-IF
045300         IF UNX-DTL-BILLER-ACCT-NUM NOT = SPACES
045400             PERFORM 1130-REGISTER-BILLER-ACCT
045500         END-IF
045600         PERFORM 1140-ADD-GROUP-OPEN
045700     END-IF
045800     READ STMT-DETAIL-FILE
045900         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
046000     END-READ.
046100*
046200*    A REFERENCE TABLE THAT FILLS WOULD LEAVE GOOD CASH IN
046300*    SUSPENSE FOR NO REASON THE WORK LIST COULD SHOW, SO A FULL
046400*    TABLE STOPS THE RUN BEFORE ANY OUTPUT IS WRITTEN.
046500*
046600 1110-REGISTER-INVOICE.
046700     SET IV-IDX TO 1
046800     SEARCH IV-ENTRY
046900         AT END
047000             PERFORM 1111-ADD-INVOICE
047100         WHEN IV-IDX > IV-TABLE-COUNT
047200             PERFORM 1111-ADD-INVOICE
047300         WHEN IV-INVOICE-NUM (IV-IDX) = UNX-DTL-INVOICE-NUM
047400             IF IV-REPORT-GROUP (IV-IDX) NOT =
047500                     UNX-DTL-AH-REPORT-GROUP
047600                 MOVE 'Y' TO IV-AMBIGUOUS-SW (IV-IDX)
047700             END-IF
047800     END-SEARCH.
047900*
048000 1111-ADD-INVOICE.
048100     IF IV-TABLE-COUNT NOT < IV-TABLE-MAX
048200         DISPLAY 'LBXINTK - INVOICE TABLE FULL AT '
048300             IV-TABLE-MAX ' ENTRIES - NOTHING POSTED'
048400         MOVE 8 TO RETURN-CODE
048500         STOP RUN
048600     END-IF
048700     ADD 1 TO IV-TABLE-COUNT
048800     SET IV-IDX TO IV-TABLE-COUNT
048900     MOVE UNX-DTL-INVOICE-NUM     TO IV-INVOICE-NUM (IV-IDX)
049000     MOVE UNX-DTL-AH-REPORT-GROUP TO IV-REPORT-GROUP (IV-IDX)
049100     MOVE 'N'                     TO IV-AMBIGUOUS-SW (IV-IDX).
049200*
049300 1120-REGISTER-MEMBER.
049400     SET MB-IDX TO 1
049500     SEARCH MB-ENTRY
049600         AT END
049700             PERFORM 1121-ADD-MEMBER
049800         WHEN MB-IDX > MB-TABLE-COUNT
049900             PERFORM 1121-ADD-MEMBER
050000         WHEN MB-MEMBER-ID (MB-IDX) = UNX-DTL-MEMBER-ID
050100             IF MB-REPORT-GROUP (MB-IDX) NOT =
050200                     UNX-DTL-AH-REPORT-GROUP
050300                 MOVE 'Y' TO MB-AMBIGUOUS-SW (MB-IDX)
050400             END-IF
050500     END-SEARCH.
050600*
050700 1121-ADD-MEMBER.
050800     IF MB-TABLE-COUNT NOT < MB-TABLE-MAX
050900         DISPLAY 'LBXINTK - MEMBER TABLE FULL AT '
051000             MB-TABLE-MAX ' ENTRIES - NOTHING POSTED'
051100         MOVE 8 TO RETURN-CODE
051200         STOP RUN
051300     END-IF
051400     ADD 1 TO MB-TABLE-COUNT
051500     SET MB-IDX TO MB-TABLE-COUNT
051600     MOVE UNX-DTL-MEMBER-ID       TO MB-MEMBER-ID (MB-IDX)
051700     MOVE UNX-DTL-AH-REPORT-GROUP TO MB-REPORT-GROUP (MB-IDX)
051800     MOVE 'N'                     TO MB-AMBIGUOUS-SW (MB-IDX).
051900*
052000 1130-REGISTER-BILLER-ACCT.
052100     SET BA-IDX TO 1
052200     SEARCH BA-ENTRY
052300         AT END
052400             PERFORM 1131-ADD-BILLER-ACCT
052500         WHEN BA-IDX > BA-TABLE-COUNT
052600             PERFORM 1131-ADD-BILLER-ACCT
052700         WHEN BA-BILLER-ACCT (BA-IDX) = UNX-DTL-BILLER-ACCT-NUM
052800             IF BA-REPORT-GROUP (BA-IDX) NOT =
052900                     UNX-DTL-AH-REPORT-GROUP
053000                 MOVE 'Y' TO BA-AMBIGUOUS-SW (BA-IDX)
053100             END-IF
053200     END-SEARCH.
053300*
053400 1131-ADD-BILLER-ACCT.
053500     IF BA-TABLE-COUNT NOT < BA-TABLE-MAX
053600         DISPLAY 'LBXINTK - BILLER ACCOUNT TABLE FULL AT '
053700             BA-TABLE-MAX ' ENTRIES - NOTHING POSTED'
053800         MOVE 8 TO RETURN-CODE
053900         STOP RUN
054000     END-IF
054100     ADD 1 TO BA-TABLE-COUNT
054200     SET BA-IDX TO BA-TABLE-COUNT
054300     MOVE UNX-DTL-BILLER-ACCT-NUM TO BA-BILLER-ACCT (BA-IDX)
054400     MOVE UNX-DTL-AH-REPORT-GROUP TO BA-REPORT-GROUP (BA-IDX)
054500     MOVE 'N'                     TO BA-AMBIGUOUS-SW (BA-IDX).
054600*
054700 1140-ADD-GROUP-OPEN.
054800     SET RG-IDX TO 1
054900     SEARCH RG-ENTRY
055000         AT END
055100             PERFORM 1141-ADD-GROUP
055200         WHEN RG-IDX > RG-TABLE-COUNT
055300             PERFORM 1141-ADD-GROUP
055400         WHEN RG-REPORT-GROUP (RG-IDX) = UNX-DTL-AH-REPORT-GROUP
055500             ADD UNX-DTL-CHARGE TO RG-OPEN-AMT (RG-IDX)
055600     END-SEARCH.
055700*
055800 1141-ADD-GROUP.
055900     IF RG-TABLE-COUNT NOT < RG-TABLE-MAX
056000         DISPLAY 'LBXINTK - ROOT TABLE FULL AT '
056100             RG-TABLE-MAX ' ENTRIES - NOTHING POSTED'
056200         MOVE 8 TO RETURN-CODE
056300         STOP RUN
056400     END-IF
056500     ADD 1 TO RG-TABLE-COUNT
056600     SET RG-IDX TO RG-TABLE-COUNT
056700     MOVE UNX-DTL-AH-REPORT-GROUP TO RG-REPORT-GROUP (RG-IDX)
056800     MOVE UNX-DTL-CHARGE          TO RG-OPEN-AMT (RG-IDX)
056900     MOVE ZERO                    TO RG-SENT-AMT (RG-IDX).
057000*
057100 1200-LOAD-RESOLUTION.
057200     IF RS-TABLE-COUNT NOT < RS-TABLE-MAX
057300         DISPLAY 'LBXINTK - RESOLUTION TABLE FULL AT '
057400             RS-TABLE-MAX ' ENTRIES - NOTHING POSTED'
057500         MOVE 8 TO RETURN-CODE
057600         STOP RUN
057700     END-IF
057800     ADD 1 TO RS-TABLE-COUNT
057900     SET RS-IDX TO RS-TABLE-COUNT
058000     MOVE RV-PAYMENT-ID   TO RS-PAYMENT-ID (RS-IDX)
058100     MOVE RV-ACTION       TO RS-ACTION (RS-IDX)
058200     MOVE RV-REPORT-GROUP TO RS-REPORT-GROUP (RS-IDX)
058300     MOVE 'N'             TO RS-USED-SW (RS-IDX)
058400     READ RESOLVE-FILE
058500         AT END MOVE 'Y' TO WS-RSLV-EOF-SWITCH
058600     END-READ.
058700*
058800*    EVERY SUSPENSE ITEM IS RESOLVED IF A RESOLUTION NAMES IT,
058900*    OTHERWISE MATCHED AGAIN AGAINST THIS CYCLE - A MEMBER
059000*    BILLED FOR THE FIRST TIME OR A ROOT WITH NEW CHARGES
059100*    RELEASES CASH THAT COULD NOT BE PLACED BEFORE.  WHAT
059200*    STILL CANNOT BE PLACED CARRIES FORWARD, AGED AGAIN.
059300*
059400 2000-CARRY-ONE-SUSPENSE.
059500     SET RS-IDX TO 1
059600     SEARCH RS-ENTRY
059700         AT END
059800             PERFORM 2200-REMATCH-SUSPENSE
059900         WHEN RS-IDX > RS-TABLE-COUNT
060000             PERFORM 2200-REMATCH-SUSPENSE
060100         WHEN RS-PAYMENT-ID (RS-IDX) = UC-PAYMENT-ID
060200             AND RS-USED-SW (RS-IDX) = 'N'
060300             AND (RS-ACTION (RS-IDX) = 'A' OR 'R')
060400             PERFORM 2100-APPLY-RESOLUTION
060500     END-SEARCH
060600     READ OLD-SUSP-FILE INTO UNAPPLIED-CASH-RECORD
060700         AT END MOVE 'Y' TO WS-SUSP-EOF-SWITCH
060800     END-READ.
060900*
061000*    AN APPLY IS THE CASH WORKER'S DECISION, SO THE WHOLE ITEM
061100*    GOES TO THE NAMED ROOT WHATEVER THAT ROOT HAS OPEN;
061200*    PAYALLOC JOURNALS ANY EXCESS AS UNAPPLIED ON THE ROOT.
061300*
061400 2100-APPLY-RESOLUTION.
061500     MOVE 'Y' TO RS-USED-SW (RS-IDX)
061600     IF RS-ACTION (RS-IDX) = 'A'
061700         MOVE UC-PAYMENT-ID            TO WS-ITEM-PAYMENT-ID
061800         MOVE UC-DEPOSIT-DATE          TO WS-ITEM-DATE
061900         MOVE RS-REPORT-GROUP (RS-IDX) TO WS-MATCH-GROUP
062000         MOVE UC-UNAPPLIED-AMT         TO WS-APPLY-AMT
062100         PERFORM 5500-WRITE-PAYMENT
062200         PERFORM 5410-FIND-GROUP
062300         IF RG-IDX NOT > RG-TABLE-COUNT
062400             ADD WS-APPLY-AMT TO RG-SENT-AMT (RG-IDX)
062500         END-IF
062600         ADD 1 TO WS-SUSP-RESOLVED
062700         MOVE 'SUSPENSE APPLIED BY RESOLUTION  ' TO EX-TEXT
062800     ELSE
062900         ADD 1 TO WS-SUSP-REMOVED
063000         MOVE 'SUSPENSE REMOVED BY RESOLUTION  ' TO EX-TEXT
063100     END-IF
063200     MOVE UC-PAYMENT-ID TO EX-VALUE
063300     PERFORM 7100-PRINT-EXCEPTION.
063400*
063500 2200-REMATCH-SUSPENSE.
063600     MOVE UC-REFERENCE     TO WS-MATCH-REF
063700     MOVE UC-PAYMENT-ID    TO WS-ITEM-PAYMENT-ID
063800     MOVE UC-DEPOSIT-DATE  TO WS-ITEM-DATE
063900     MOVE UC-UNAPPLIED-AMT TO WS-ITEM-AMT
064000     PERFORM 5000-MATCH-REFERENCE
064100     IF WS-MATCHED
064200         PERFORM 5400-APPLY-TO-GROUP
064300         IF WS-APPLY-AMT > ZERO
064400             ADD 1 TO WS-SUSP-RELEASED
064500         END-IF
064600         IF WS-EXCESS-AMT > ZERO
064700             MOVE WS-EXCESS-AMT  TO UC-UNAPPLIED-AMT
064800             MOVE 'O'            TO UC-REASON
064900             MOVE WS-MATCH-GROUP TO UC-MATCHED-GROUP
065000             PERFORM 2300-WRITE-SUSPENSE
065100         END-IF
065200     ELSE
065300         MOVE WS-MATCH-RESULT TO UC-REASON
065400         MOVE SPACES          TO UC-MATCHED-GROUP
065500         PERFORM 2300-WRITE-SUSPENSE
065600     END-IF.
065700*
065800*    AGES THE ITEM FROM ITS DEPOSIT DATE, WRITES IT TO THE NEW
065900*    SUSPENSE FILE AND LISTS IT.  CARRIED ITEMS ARE WRITTEN
066000*    BEFORE TODAY'S, SO THE WORK LIST RUNS OLDEST FIRST.
066100*
066200 2300-WRITE-SUSPENSE.
066300     MOVE UC-DEPOSIT-DATE TO WS-DATE-WORK
066400     PERFORM 8000-DATE-TO-DAYS
066500     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-BILL-DAYS
066600     IF WS-AGE-DAYS < ZERO
066700         MOVE ZERO TO WS-AGE-DAYS
066800     END-IF
066900     MOVE WS-AGE-DAYS TO UC-AGE-DAYS
067000     EVALUATE TRUE
067100         WHEN WS-AGE-DAYS > 30
067200             MOVE '4' TO UC-AGING-BUCKET
067300         WHEN WS-AGE-DAYS > 14
067400             MOVE '3' TO UC-AGING-BUCKET
067500         WHEN WS-AGE-DAYS > 7
067600             MOVE '2' TO UC-AGING-BUCKET
067700         WHEN OTHER
067800             MOVE '1' TO UC-AGING-BUCKET
067900     END-EVALUATE
068000     WRITE UNAPPLIED-CASH-RECORD
068100     ADD 1 TO WS-SUSP-CARRIED
068200     ADD UC-UNAPPLIED-AMT TO WS-AMT-IN-SUSPENSE
068300     MOVE UC-AGING-BUCKET TO WS-BUCKET-SUB
068400     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
068500     ADD UC-UNAPPLIED-AMT TO WS-BUCKET-AMT (WS-BUCKET-SUB)
068600     MOVE UC-PAYMENT-ID    TO WK-PAYMENT-ID
068700     MOVE UC-DEPOSIT-DATE  TO WK-DEPOSIT-DATE
068800     MOVE UC-AGE-DAYS      TO WK-AGE-DAYS
068900     MOVE UC-AGING-BUCKET  TO WK-BUCKET
069000     MOVE UC-UNAPPLIED-AMT TO WK-UNAPPLIED-AMT
069100     EVALUATE TRUE
069200         WHEN UC-OVERPAID
069300             MOVE 'OVERPAID    ' TO WK-REASON
069400         WHEN UC-AMBIGUOUS
069500             MOVE 'AMBIGUOUS   ' TO WK-REASON
069600         WHEN OTHER
069700             MOVE 'NO MATCH    ' TO WK-REASON
069800     END-EVALUATE
069900     MOVE UC-REFERENCE     TO WK-REFERENCE
070000     MOVE UC-PAYER-NAME    TO WK-PAYER-NAME
070100     MOVE UC-MATCHED-GROUP TO WK-MATCHED-GROUP
070200     MOVE ' ' TO WL-CARRIAGE-CONTROL
070300     MOVE WS-WORK-LINE TO WL-PRINT-LINE
070400     WRITE WORK-LIST-RECORD.
070500*
070600*    THE BANK FILE IS TAKEN A BATCH AT A TIME.  A HEADER OPENS A
070700*    BATCH (CLOSING ANY BATCH STILL OPEN, WHICH THEN HAS NO
070800*    TRAILER AND CANNOT PROVE), DETAILS ARE HELD, AND THE
070900*    TRAILER CLOSES IT.  A DETAIL OR TRAILER OUTSIDE A BATCH,
071000*    OR A RECORD OF NO KNOWN TYPE, IS QUARANTINED ON ITS OWN.
071100*
071200 3000-TAKE-ONE-BANK-RECORD.
071300     EVALUATE TRUE
071400         WHEN BK-HEADER
071500             IF WS-BATCH-OPEN
071600                 PERFORM 3300-CLOSE-BATCH
071700             END-IF
071800             PERFORM 3100-OPEN-BATCH
071900         WHEN BK-DETAIL AND WS-BATCH-OPEN
072000             PERFORM 3200-HOLD-ONE-ITEM
072100         WHEN BK-TRAILER AND WS-BATCH-OPEN
072200             MOVE 'Y'            TO WS-TRAILER-SWITCH
072300             MOVE BK-ITEM-COUNT  TO WS-BATCH-DECLARED-COUNT
072400             MOVE BK-BATCH-TOTAL TO WS-BATCH-DECLARED-TOTAL
072500             MOVE LOCKBOX-BANK-RECORD TO WS-BATCH-TRAILER-IMAGE
072600             PERFORM 3300-CLOSE-BATCH
072700         WHEN OTHER
072800             PERFORM 3600-QUARANTINE-ORPHAN
072900     END-EVALUATE
073000     READ BANK-FILE
073100         AT END MOVE 'Y' TO WS-BANK-EOF-SWITCH
073200     END-READ.
073300*
073400 3100-OPEN-BATCH.
073500     ADD 1 TO WS-BATCHES-READ
073600     MOVE 'Y' TO WS-BATCH-OPEN-SWITCH
073700     MOVE 'Y' TO WS-BATCH-CLEAN-SWITCH
073800     MOVE 'N' TO WS-TRAILER-SWITCH
073900     MOVE LOCKBOX-BANK-RECORD TO WS-BATCH-HEADER-IMAGE
074000     MOVE BK-LOCKBOX-NUM  TO WS-BATCH-LOCKBOX-NUM
074100     MOVE BK-BATCH-NUM    TO WS-BATCH-NUM
074200     MOVE BK-DEPOSIT-DATE TO WS-BATCH-DEPOSIT-DATE
074300     MOVE ZERO TO WS-BATCH-DECLARED-COUNT WS-BATCH-DECLARED-TOTAL
074400     MOVE ZERO TO WS-BATCH-HELD-COUNT WS-BATCH-HELD-TOTAL
074500     MOVE ZERO TO BD-TABLE-COUNT.
074600*
074700*    A DETAIL PAST THE HOLD-TABLE LIMIT, OR WITH AN AMOUNT THAT
074800*    IS NOT NUMERIC, MARKS THE BATCH UNCLEAN.  AN OVERFLOW GOES
074900*    STRAIGHT TO QUARANTINE SO THE WHOLE BATCH IS STILL THERE
075000*    WHEN ITS HELD DETAILS FOLLOW IT AT THE CLOSE.
075100*
075200 3200-HOLD-ONE-ITEM.
075300     ADD 1 TO WS-BATCH-HELD-COUNT
075400     IF BK-REMIT-AMT IS NUMERIC
075500         ADD BK-REMIT-AMT TO WS-BATCH-HELD-TOTAL
075600     ELSE
075700         MOVE 'N' TO WS-BATCH-CLEAN-SWITCH
075800     END-IF
075900     IF BD-TABLE-COUNT < BD-TABLE-MAX
076000         ADD 1 TO BD-TABLE-COUNT
076100         MOVE BK-PAYLOAD TO BD-DETAIL (BD-TABLE-COUNT)
076200     ELSE
076300         MOVE 'N' TO WS-BATCH-CLEAN-SWITCH
076400         MOVE LOCKBOX-BANK-RECORD TO QUARANTINE-RECORD
076500         WRITE QUARANTINE-RECORD
076600     END-IF.
076700*
076800*    A BATCH PROVES WHEN IT HAS A TRAILER, EVERY DETAIL WAS
076900*    CLEAN, AND THE COUNT AND TOTAL RECEIVED AGREE WITH THE
077000*    TRAILER.  ONLY THEN IS ANY OF ITS CASH POSTED.
077100*
077200 3300-CLOSE-BATCH.
077300     MOVE WS-BATCH-LOCKBOX-NUM    TO DL-LOCKBOX-NUM
077400     MOVE WS-BATCH-NUM            TO DL-BATCH-NUM
077500     MOVE WS-BATCH-DEPOSIT-DATE   TO DL-DEPOSIT-DATE
077600     MOVE WS-BATCH-DECLARED-COUNT TO DL-DECLARED-COUNT
077700     MOVE WS-BATCH-DECLARED-TOTAL TO DL-DECLARED-TOTAL
077800     MOVE WS-BATCH-HELD-COUNT     TO DL-HELD-COUNT
077900     MOVE WS-BATCH-HELD-TOTAL     TO DL-HELD-TOTAL
078000     EVALUATE TRUE
078100         WHEN NOT WS-TRAILER-SEEN
078200             MOVE 'NO TRAILER' TO DL-STATUS
078300         WHEN NOT WS-BATCH-CLEAN
078400             MOVE 'BAD DETAIL' TO DL-STATUS
078500         WHEN WS-BATCH-HELD-COUNT NOT = WS-BATCH-DECLARED-COUNT
078600             MOVE 'COUNT OUT' TO DL-STATUS
078700         WHEN WS-BATCH-HELD-TOTAL NOT = WS-BATCH-DECLARED-TOTAL
078800             MOVE 'TOTAL OUT' TO DL-STATUS
078900         WHEN OTHER
079000             MOVE 'PROVED' TO DL-STATUS
079100     END-EVALUATE
079200     IF DL-STATUS = 'PROVED'
079300         ADD 1 TO WS-BATCHES-PROVED
079400         PERFORM 3400-POST-ONE-ITEM
079500             VARYING WS-BD-SUB FROM 1 BY 1
079600             UNTIL WS-BD-SUB > BD-TABLE-COUNT
079700     ELSE
079800         ADD 1 TO WS-BATCHES-QUARANTINED
079900         MOVE 4 TO RETURN-CODE
080000         PERFORM 3500-QUARANTINE-BATCH
080100     END-IF
080200     MOVE ' ' TO RP-CARRIAGE-CONTROL
080300     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
080400     WRITE INTAKE-REPORT-RECORD
080500     MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
080600*
080700*    EVERY REMITTANCE TAKES THE NEXT PAYMENT ID, WHICH ITS
080800*    LOCKBOX RECORD AND ANY SUSPENSE ITEM FOR IT BOTH CARRY.
080900*
081000 3400-POST-ONE-ITEM.
081100     ADD 1 TO WS-LAST-PAYMENT-ID
081200     MOVE WS-LAST-PAYMENT-ID           TO WS-ITEM-PAYMENT-ID
081300     MOVE WS-BATCH-DEPOSIT-DATE        TO WS-ITEM-DATE
081400     MOVE BD-REMIT-AMT (WS-BD-SUB)     TO WS-ITEM-AMT
081500     MOVE BD-REFERENCE (WS-BD-SUB)     TO WS-MATCH-REF
081600     PERFORM 5000-MATCH-REFERENCE
081700     IF WS-MATCHED
081800         PERFORM 5400-APPLY-TO-GROUP
081900     ELSE
082000         MOVE ZERO        TO WS-APPLY-AMT
082100         MOVE WS-ITEM-AMT TO WS-EXCESS-AMT
082200         MOVE SPACES      TO WS-MATCH-GROUP
082300     END-IF
082400     EVALUATE TRUE
082500         WHEN WS-EXCESS-AMT NOT > ZERO
082600             ADD 1 TO WS-ITEMS-MATCHED
082700         WHEN WS-APPLY-AMT > ZERO
082800             ADD 1 TO WS-ITEMS-PART-MATCHED
082900         WHEN OTHER
083000             ADD 1 TO WS-ITEMS-UNMATCHED
083100     END-EVALUATE
083200     IF WS-EXCESS-AMT > ZERO
083300         MOVE WS-ITEM-PAYMENT-ID       TO UC-PAYMENT-ID
083400         MOVE WS-BATCH-LOCKBOX-NUM     TO UC-LOCKBOX-NUM
083500         MOVE WS-BATCH-NUM             TO UC-BATCH-NUM
083600         MOVE BD-ITEM-SEQ (WS-BD-SUB)  TO UC-ITEM-SEQ
083700         MOVE WS-BATCH-DEPOSIT-DATE    TO UC-DEPOSIT-DATE
083800         MOVE WS-ITEM-AMT              TO UC-REMIT-AMT
083900         MOVE WS-EXCESS-AMT            TO UC-UNAPPLIED-AMT
084000         MOVE WS-MATCH-REF             TO UC-REFERENCE
084100         MOVE BD-CHEQUE-NUM (WS-BD-SUB) TO UC-CHEQUE-NUM
084200         MOVE BD-PAYER-NAME (WS-BD-SUB) TO UC-PAYER-NAME
084300         IF WS-MATCHED
084400             MOVE 'O' TO UC-REASON
084500         ELSE
084600             MOVE WS-MATCH-RESULT TO UC-REASON
084700         END-IF
084800         MOVE WS-MATCH-GROUP           TO UC-MATCHED-GROUP
084900         ADD WS-EXCESS-AMT TO WS-AMT-TO-SUSPENSE
085000         PERFORM 2300-WRITE-SUSPENSE
085100     END-IF.
085200*
085300 3500-QUARANTINE-BATCH.
085400     MOVE WS-BATCH-HEADER-IMAGE TO QUARANTINE-RECORD
085500     WRITE QUARANTINE-RECORD
085600     PERFORM 3510-QUARANTINE-ONE-ITEM
085700         VARYING WS-BD-SUB FROM 1 BY 1
085800         UNTIL WS-BD-SUB > BD-TABLE-COUNT
085900     IF WS-TRAILER-SEEN
086000         MOVE WS-BATCH-TRAILER-IMAGE TO QUARANTINE-RECORD
086100         WRITE QUARANTINE-RECORD
086200     END-IF.
086300*
086400 3510-QUARANTINE-ONE-ITEM.
086500     MOVE 'D' TO QUARANTINE-RECORD (1:1)
086600     MOVE BD-DETAIL (WS-BD-SUB) TO QUARANTINE-RECORD (2:79)
086700     WRITE QUARANTINE-RECORD.
086800*
086900 3600-QUARANTINE-ORPHAN.
087000     ADD 1 TO WS-ORPHANS-QUARANTINED
087100     MOVE 4 TO RETURN-CODE
087200     MOVE LOCKBOX-BANK-RECORD TO QUARANTINE-RECORD
087300     WRITE QUARANTINE-RECORD
087400     MOVE 'RECORD OUTSIDE A BATCH - QUARANTINED' TO EX-TEXT
087500     MOVE BK-RECORD-TYPE TO EX-VALUE
087600     PERFORM 7100-PRINT-EXCEPTION.
087700*
087800*    THE REFERENCE IS TRIED AS AN INVOICE NUMBER, THEN AS A
087900*    MEMBER ID (ALL DIGITS), THEN AS A BILLER ACCOUNT NUMBER.
088000*    THE FIRST THAT IS FOUND DECIDES; IF IT BILLS UNDER MORE
088100*    THAN ONE ROOT THE CASH IS NOT PLACED.
088200*
088300 5000-MATCH-REFERENCE.
088400     MOVE 'N'    TO WS-MATCH-RESULT
088500     MOVE SPACES TO WS-MATCH-GROUP
088600     IF WS-MATCH-REF (12:9) = SPACES
088700         AND WS-MATCH-REF (1:11) NOT = SPACES
088800         PERFORM 5100-MATCH-INVOICE
088900     END-IF
089000     IF WS-NOT-MATCHED
089100         AND WS-MATCH-REF (1:13) IS NUMERIC
089200         AND WS-MATCH-REF (14:7) = SPACES
089300         MOVE WS-MATCH-REF (1:13) TO WS-MATCH-MEMBER
089400         PERFORM 5200-MATCH-MEMBER
089500     END-IF
089600     IF WS-NOT-MATCHED
089700         AND WS-MATCH-REF NOT = SPACES
089800         PERFORM 5300-MATCH-BILLER-ACCT
089900     END-IF.
090000*
090100 5100-MATCH-INVOICE.
090200     SET IV-IDX TO 1
090300     SEARCH IV-ENTRY
090400         AT END
090500             CONTINUE
090600         WHEN IV-IDX > IV-TABLE-COUNT
090700             CONTINUE
090800         WHEN IV-INVOICE-NUM (IV-IDX) = WS-MATCH-REF (1:11)
090900             IF IV-AMBIGUOUS-SW (IV-IDX) = 'Y'
091000                 MOVE 'A' TO WS-MATCH-RESULT
091100             ELSE
091200                 MOVE 'M' TO WS-MATCH-RESULT
091300                 MOVE IV-REPORT-GROUP (IV-IDX) TO WS-MATCH-GROUP
091400             END-IF
091500     END-SEARCH.
091600*
091700 5200-MATCH-MEMBER.
091800     SET MB-IDX TO 1
091900     SEARCH MB-ENTRY
092000         AT END
092100             CONTINUE
092200         WHEN MB-IDX > MB-TABLE-COUNT
092300             CONTINUE
092400         WHEN MB-MEMBER-ID (MB-IDX) = WS-MATCH-MEMBER
092500             IF MB-AMBIGUOUS-SW (MB-IDX) = 'Y'
092600                 MOVE 'A' TO WS-MATCH-RESULT
092700             ELSE
092800                 MOVE 'M' TO WS-MATCH-RESULT
092900                 MOVE MB-REPORT-GROUP (MB-IDX) TO WS-MATCH-GROUP
093000             END-IF
093100     END-SEARCH.
093200*
093300 5300-MATCH-BILLER-ACCT.
093400     SET BA-IDX TO 1
093500     SEARCH BA-ENTRY
093600         AT END
093700             CONTINUE
093800         WHEN BA-IDX > BA-TABLE-COUNT
093900             CONTINUE
094000         WHEN BA-BILLER-ACCT (BA-IDX) = WS-MATCH-REF
094100             IF BA-AMBIGUOUS-SW (BA-IDX) = 'Y'
094200                 MOVE 'A' TO WS-MATCH-RESULT
094300             ELSE
094400                 MOVE 'M' TO WS-MATCH-RESULT
094500                 MOVE BA-REPORT-GROUP (BA-IDX) TO WS-MATCH-GROUP
094600             END-IF
094700     END-SEARCH.
094800*
094900*    A MATCHED ITEM IS SENT TO PAYALLOC UP TO WHAT ITS ROOT
095000*    STILL HAS OPEN AFTER EVERYTHING ELSE SENT THIS RUN; THE
095100*    REST IS LEFT IN WS-EXCESS-AMT FOR SUSPENSE.
095200*
095300 5400-APPLY-TO-GROUP.
095400     MOVE ZERO TO WS-ROOM-AMT
095500     PERFORM 5410-FIND-GROUP
095600     IF RG-IDX NOT > RG-TABLE-COUNT
095700         COMPUTE WS-ROOM-AMT =
095800             RG-OPEN-AMT (RG-IDX) - RG-SENT-AMT (RG-IDX)
095900     END-IF
096000     EVALUATE TRUE
096100         WHEN WS-ROOM-AMT NOT > ZERO
096200             MOVE ZERO TO WS-APPLY-AMT
096300         WHEN WS-ROOM-AMT < WS-ITEM-AMT
096400             MOVE WS-ROOM-AMT TO WS-APPLY-AMT
096500         WHEN OTHER
096600             MOVE WS-ITEM-AMT TO WS-APPLY-AMT
096700     END-EVALUATE
096800     COMPUTE WS-EXCESS-AMT = WS-ITEM-AMT - WS-APPLY-AMT
096900     IF WS-APPLY-AMT > ZERO
097000         ADD WS-APPLY-AMT TO RG-SENT-AMT (RG-IDX)
097100         PERFORM 5500-WRITE-PAYMENT
097200     END-IF.
097300*
097400*    LEAVES RG-IDX PAST THE TABLE COUNT WHEN THE ROOT HAS
097500*    NOTHING ON THE CYCLE.
097600*
097700 5410-FIND-GROUP.
097800     SET RG-IDX TO 1
097900     SEARCH RG-ENTRY
098000         AT END
098100             SET RG-IDX TO RG-TABLE-COUNT
098200             SET RG-IDX UP BY 1
098300         WHEN RG-IDX > RG-TABLE-COUNT
098400             CONTINUE
098500         WHEN RG-REPORT-GROUP (RG-IDX) = WS-MATCH-GROUP
098600             CONTINUE
098700     END-SEARCH.
098800*
098900 5500-WRITE-PAYMENT.
099000     MOVE WS-ITEM-PAYMENT-ID TO LB-PAYMENT-ID
099100     MOVE WS-MATCH-GROUP     TO LB-REPORT-GROUP
099200     MOVE WS-APPLY-AMT       TO LB-PAYMENT-AMT
099300     MOVE WS-ITEM-DATE       TO LB-PAYMENT-DATE
099400     MOVE 'O'                TO LB-METHOD
099500     WRITE LOCKBOX-RECORD
099600     ADD WS-APPLY-AMT TO WS-AMT-TO-PAYALLOC.
099700*
099800*    A RESOLUTION THAT NAMED NO ITEM IN SUSPENSE IS LISTED SO
099900*    THE CASH WORKER CAN CORRECT IT.
100000*
100100 6000-CHECK-ONE-RESOLUTION.
100200     IF RS-USED-SW (RS-IDX) = 'N'
100300         ADD 1 TO WS-RSLV-NOT-FOUND
100400         MOVE 4 TO RETURN-CODE
100500         MOVE 'RESOLUTION NOT APPLIED - NO SUCH ITEM' TO EX-TEXT
100600         MOVE RS-PAYMENT-ID (RS-IDX) TO EX-VALUE
100700         PERFORM 7100-PRINT-EXCEPTION
100800     END-IF.
100900*
101000 7000-PRINT-TOTALS.
101100     MOVE '0' TO RP-CARRIAGE-CONTROL
101200     MOVE SPACES TO RP-PRINT-LINE
101300     WRITE INTAKE-REPORT-RECORD
101400     MOVE 'BATCHES READ                  ' TO TT-CAPTION
101500     MOVE WS-BATCHES-READ TO TT-COUNT
101600     PERFORM 7010-PRINT-TOTAL-LINE
101700     MOVE 'BATCHES PROVED                ' TO TT-CAPTION
101800     MOVE WS-BATCHES-PROVED TO TT-COUNT
101900     PERFORM 7010-PRINT-TOTAL-LINE
102000     MOVE 'BATCHES QUARANTINED           ' TO TT-CAPTION
102100     MOVE WS-BATCHES-QUARANTINED TO TT-COUNT
102200     PERFORM 7010-PRINT-TOTAL-LINE
102300     MOVE 'RECORDS OUTSIDE A BATCH       ' TO TT-CAPTION
102400     MOVE WS-ORPHANS-QUARANTINED TO TT-COUNT
102500     PERFORM 7010-PRINT-TOTAL-LINE
102600     MOVE 'ITEMS MATCHED IN FULL         ' TO TT-CAPTION
102700     MOVE WS-ITEMS-MATCHED TO TT-COUNT
102800     PERFORM 7010-PRINT-TOTAL-LINE
102900     MOVE 'ITEMS MATCHED IN PART         ' TO TT-CAPTION
103000     MOVE WS-ITEMS-PART-MATCHED TO TT-COUNT
103100     PERFORM 7010-PRINT-TOTAL-LINE
103200     MOVE 'ITEMS NOT MATCHED             ' TO TT-CAPTION
103300     MOVE WS-ITEMS-UNMATCHED TO TT-COUNT
103400     PERFORM 7010-PRINT-TOTAL-LINE
103500     MOVE 'SUSPENSE RELEASED BY MATCH    ' TO TT-CAPTION
103600     MOVE WS-SUSP-RELEASED TO TT-COUNT
103700     PERFORM 7010-PRINT-TOTAL-LINE
103800     MOVE 'SUSPENSE APPLIED BY RESOLUTION' TO TT-CAPTION
103900     MOVE WS-SUSP-RESOLVED TO TT-COUNT
104000     PERFORM 7010-PRINT-TOTAL-LINE
104100     MOVE 'SUSPENSE REMOVED BY RESOLUTION' TO TT-CAPTION
104200     MOVE WS-SUSP-REMOVED TO TT-COUNT
104300     PERFORM 7010-PRINT-TOTAL-LINE
104400     MOVE 'RESOLUTIONS NOT APPLIED       ' TO TT-CAPTION
104500     MOVE WS-RSLV-NOT-FOUND TO TT-COUNT
104600     PERFORM 7010-PRINT-TOTAL-LINE
104700     MOVE 'SUSPENSE ITEMS CARRIED        ' TO TT-CAPTION
104800     MOVE WS-SUSP-CARRIED TO TT-COUNT
104900     PERFORM 7010-PRINT-TOTAL-LINE
105000     MOVE 'AMOUNT SENT TO PAYALLOC       ' TO TA-CAPTION
105100     MOVE WS-AMT-TO-PAYALLOC TO TA-AMOUNT
105200     PERFORM 7020-PRINT-AMOUNT-LINE
105300     MOVE 'NEW CASH TO SUSPENSE          ' TO TA-CAPTION
105400     MOVE WS-AMT-TO-SUSPENSE TO TA-AMOUNT
105500     PERFORM 7020-PRINT-AMOUNT-LINE
105600     MOVE 'TOTAL CASH IN SUSPENSE        ' TO TA-CAPTION
105700     MOVE WS-AMT-IN-SUSPENSE TO TA-AMOUNT
105800     PERFORM 7020-PRINT-AMOUNT-LINE.
105900*
106000 7010-PRINT-TOTAL-LINE.
106100     MOVE ' ' TO RP-CARRIAGE-CONTROL
106200     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
106300     WRITE INTAKE-REPORT-RECORD.
106400*
106500 7020-PRINT-AMOUNT-LINE.
106600     MOVE ' ' TO RP-CARRIAGE-CONTROL
106700     MOVE WS-AMOUNT-LINE TO RP-PRINT-LINE
106800     WRITE INTAKE-REPORT-RECORD.
106900*
107000 7100-PRINT-EXCEPTION.
107100     MOVE ' ' TO RP-CARRIAGE-CONTROL
107200     MOVE WS-EXCEPTION-LINE TO RP-PRINT-LINE
107300     WRITE INTAKE-REPORT-RECORD.
107400*
107500 7200-PRINT-WORK-LIST-TOTALS.
107600     MOVE '0' TO WL-CARRIAGE-CONTROL
107700     MOVE SPACES TO WL-PRINT-LINE
107800     WRITE WORK-LIST-RECORD
107900     PERFORM 7210-PRINT-ONE-BUCKET
108000         VARYING WS-BUCKET-SUB FROM 1 BY 1
108100         UNTIL WS-BUCKET-SUB > 4
108200     MOVE 'ITEMS IN SUSPENSE             ' TO TT-CAPTION
108300     MOVE WS-SUSP-CARRIED TO TT-COUNT
108400     MOVE ' ' TO WL-CARRIAGE-CONTROL
108500     MOVE WS-TOTAL-LINE TO WL-PRINT-LINE
108600     WRITE WORK-LIST-RECORD
108700     MOVE 'TOTAL CASH IN SUSPENSE        ' TO TA-CAPTION
108800     MOVE WS-AMT-IN-SUSPENSE TO TA-AMOUNT
108900     MOVE WS-AMOUNT-LINE TO WL-PRINT-LINE
109000     WRITE WORK-LIST-RECORD.
109100*
109200 7210-PRINT-ONE-BUCKET.
109300     MOVE WS-BUCKET-CAPTION (WS-BUCKET-SUB) TO TT-CAPTION
109400     MOVE WS-BUCKET-COUNT (WS-BUCKET-SUB)   TO TT-COUNT
109500     MOVE ' ' TO WL-CARRIAGE-CONTROL
109600     MOVE WS-TOTAL-LINE TO WL-PRINT-LINE
109700     WRITE WORK-LIST-RECORD
109800     MOVE WS-BUCKET-CAPTION (WS-BUCKET-SUB) TO TA-CAPTION
109900     MOVE WS-BUCKET-AMT (WS-BUCKET-SUB)     TO TA-AMOUNT
110000     MOVE WS-AMOUNT-LINE TO WL-PRINT-LINE
110100     WRITE WORK-LIST-RECORD.
110200*
110300*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
110400*    30-DAY MONTHS), AS INVAGING AGES ITS BUCKETS.
110500*
110600 8000-DATE-TO-DAYS.
110700     COMPUTE WS-BILL-DAYS =
110800         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
110900*
111000 9999-EXIT.
111100     CLOSE OLD-SUSP-FILE BANK-FILE NEW-SUSP-FILE LOCKBOX-FILE
111200           QUARANTINE-FILE INTAKE-REPORT WORK-LIST-REPORT
111300     STOP RUN.
