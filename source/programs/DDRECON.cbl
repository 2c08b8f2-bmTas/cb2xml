000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DDRECON.
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
001300*   10/15/26  MO    INITIAL VERSION - PROVES THE BANK CREDITED   *
001400*                   EVERY DIRECT-DEBIT BATCH DDORIG CUT.  EACH   *
001500*                   NEW DDBANKO TRAILER (XC-HASH-TOTAL) OPENS A  *
001600*                   BATCH ON THE RECONCILIATION MASTER           *
001700*                   (DDRECMST.CPY); DDRETURN'S REVERSALS REDUCE  *
001800*                   WHAT THE BATCH SHOULD FETCH, AND THE BANK'S  *
001900*                   DAILY STATEMENT LINES CREDIT IT BY THE       *
002000*                   REFERENCE THE BANK ECHOES FROM THE FILE      *
002100*                   HEADER.  A BATCH RECONCILES WHEN THE NET     *
002200*                   CREDITED EQUALS THE HASH LESS DISHONOURS.    *
002300*                   UNMATCHED CREDITS, BATCHES SHORT OR OVER     *
002400*                   CREDITED, CREDITED LATE OR NOT CREDITED      *
002500*                   WITHIN THE SETTLEMENT DAYS GO ON THE         *
002600*                   EXCEPTION REPORT, AND EACH CHANGE OF STATUS  *
002700*                   IS POSTED TO XMITUPD'S EVENT FEED SO THE     *
002800*                   TRANSMISSION REGISTER SHOWS THE BATCH SENT,  *
002900*                   CREDITED AND RECONCILED.                     *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL PARM-FILE     ASSIGN TO DDRCPARM
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OPTIONAL OLD-MAST-FILE ASSIGN TO DDRCOLD
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT NEW-MAST-FILE    ASSIGN TO DDRCNEW
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL DD-BANK-FILE  ASSIGN TO DDBANKO
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT OPTIONAL REVERSAL-FILE ASSIGN TO DDREVRSL
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT STATEMENT-FILE   ASSIGN TO DDBKSTMT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT EVENT-FILE       ASSIGN TO DDXEVNT
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT RECON-REPORT     ASSIGN TO DDRCRPT
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*
005700*    THE COLLECTION ACCOUNT THE CREDITS LAND IN (ZERO TAKES
005800*    EVERY ACCOUNT ON THE STATEMENT), THE DAYS THE BANK HAS TO
005900*    CREDIT A BATCH, AND THE DAYS A RECONCILED BATCH IS KEPT
006000*    SO A LATE DISHONOUR STILL NETS AGAINST IT.
006100*
006200 FD  PARM-FILE.
006300 01  PARM-RECORD.
006400     05  RP-ACCOUNT-NO           PIC 9(09).
006500     05  RP-SETTLE-DAYS          PIC 9(03).
006600     05  RP-RETAIN-DAYS          PIC 9(03).
006700*
006800 FD  OLD-MAST-FILE.
006900 01  OLD-MAST-RECORD             PIC X(92).
007000*
007100 FD  NEW-MAST-FILE.
007200     COPY "DDRECMST.cpy".
007300*
007400*    DDORIG'S OUTPUT - ONLY ITS EXTCTL TRAILER IS READ HERE.
007500*
007600 FD  DD-BANK-FILE.
007700 01  DD-BANK-RECORD              PIC X(69).
007800     COPY "EXTCTL.cpy".
007900*
008000*    SAME SHAPE AS THE REVERSAL RECORD DDRETURN WRITES.  THE
008100*    ORIGINAL DEBIT DATE IS THE CUT DATE OF ITS BATCH.
008200*
008300 FD  REVERSAL-FILE.
008400 01  REVERSAL-RECORD.
008500     05  RV-PAY-POINT-NUMB       PIC 9(03).
008600     05  RV-REVERSAL-AMT         PIC S9(11)V99.
008700     05  RV-ORIG-DEBIT-DATE      PIC 9(08).
008800     05  RV-RUN-DATE             PIC 9(08).
008900     05  RV-REASON-CODE          PIC X(03).
009000*
009100*    THE BANK'S DAILY STATEMENT.  A DIRECT-DEBIT BATCH CREDIT
009200*    ('DDC') OR DISHONOUR DEBIT ('DDD') CARRIES THE JOB NAME
009300*    AND RUN DATE FROM THE FILE'S HDR RECORD AS ITS REFERENCE.
009400*
009500 FD  STATEMENT-FILE.
009600 01  STATEMENT-RECORD.
009700     05  ST-ACCOUNT-NO           PIC 9(09).
009800     05  ST-POST-DATE            PIC 9(08).
009900     05  ST-TRAN-CODE            PIC X(03).
010000         88  ST-DD-CREDIT        VALUE 'DDC'.
010100         88  ST-DD-DEBIT         VALUE 'DDD'.
010200     05  ST-AMOUNT               PIC 9(11)V99.
010300     05  ST-REFERENCE.
010400         10  ST-REF-JOB-NAME     PIC X(08).
010500         10  ST-REF-CUT-DATE     PIC X(08).
010600     05  ST-NARRATIVE            PIC X(30).
010700*
010800*    SAME SHAPE AS THE EVENT RECORD XMITUPD READS, SO THESE
010900*    EVENTS CONCATENATE ONTO ITS FEED.
011000*
011100 FD  EVENT-FILE.
011200 01  EVENT-RECORD.
011300     05  EV-EXTRACT-NAME         PIC X(08).
011400     05  EV-CUT-DATE             PIC 9(08).
011500     05  EV-EVENT-TYPE           PIC X(01).
011600     05  EV-EVENT-DATE           PIC 9(08).
011700     05  EV-CREDITED-AMT         PIC S9(11)V99.
011800     05  FILLER                  PIC X(07).
011900*
012000 FD  RECON-REPORT.
012100 01  RECON-REPORT-RECORD.
012200     05  RP-CARRIAGE-CONTROL     PIC X(01).
012300     05  RP-PRINT-LINE           PIC X(132).
012400*
012500 WORKING-STORAGE SECTION.
012600*
012700 01  WS-MAST-EOF-SWITCH          PIC X(01) VALUE 'N'.
012800     88  WS-MAST-EOF             VALUE 'Y'.
012900 01  WS-BANK-EOF-SWITCH          PIC X(01) VALUE 'N'.
013000     88  WS-BANK-EOF             VALUE 'Y'.
013100 01  WS-REV-EOF-SWITCH           PIC X(01) VALUE 'N'.
013200     88  WS-REV-EOF              VALUE 'Y'.
013300 01  WS-STMT-EOF-SWITCH          PIC X(01) VALUE 'N'.
013400     88  WS-STMT-EOF             VALUE 'Y'.
013500*
013600 01  WS-RUN-DATE                 PIC 9(08).
013700 01  WS-RUN-DAYS                 PIC 9(09) COMP.
013800 01  WS-CUT-DAYS                 PIC 9(09) COMP.
013900 01  WS-BILL-DAYS                PIC 9(09) COMP.
014000 01  WS-DATE-WORK.
014100     05  WS-DW-YYYY              PIC 9(04).
014200     05  WS-DW-MM                PIC 9(02).
014300     05  WS-DW-DD                PIC 9(02).
014400*
014500 01  WS-ACCOUNT-NO               PIC 9(09) VALUE 0.
014600 01  WS-SETTLE-DAYS              PIC 9(03) VALUE 2.
014700 01  WS-RETAIN-DAYS              PIC 9(03) VALUE 35.
014800 01  WS-DD-EXTRACT-NAME          PIC X(08) VALUE 'DDBANKO'.
014900*
015000 01  WS-DB-SUB                   PIC 9(04) COMP.
015100 01  WS-FIND-JOB-NAME            PIC X(08).
015200 01  WS-FIND-CUT-DATE            PIC 9(08).
015300 01  WS-NEW-STATUS               PIC X(01).
015400 01  WS-EXPECTED-AMT             PIC S9(15)V99.
015500 01  WS-DIFFERENCE-AMT           PIC S9(15)V99.
015600*
015700 01  WS-BATCHES-ON-FILE          PIC 9(07) VALUE 0.
015800 01  WS-BATCHES-NEW              PIC 9(07) VALUE 0.
015900 01  WS-BATCHES-RECONCILED       PIC 9(07) VALUE 0.
016000 01  WS-BATCHES-AWAITING         PIC 9(07) VALUE 0.
016100 01  WS-BATCHES-EXCEPTION        PIC 9(07) VALUE 0.
016200 01  WS-BATCHES-LATE             PIC 9(07) VALUE 0.
016300 01  WS-BATCHES-DROPPED          PIC 9(07) VALUE 0.
016400 01  WS-CREDITS-UNMATCHED        PIC 9(07) VALUE 0.
016500 01  WS-DISHONORS-UNMATCHED      PIC 9(07) VALUE 0.
016600 01  WS-EVENTS-WRITTEN           PIC 9(07) VALUE 0.
016700*
016800*    THE BATCHES UNDER RECONCILIATION, WITH THE STATUS AND
016900*    CREDIT THEY CAME IN WITH SO A CHANGE CAN BE POSTED.
017000*
017100 01  DB-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
017200 01  DB-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
017300 01  DB-TABLE.
017400     05  DB-ENTRY OCCURS 2000 TIMES
017500                  INDEXED BY DB-IDX.
017600         10  DB-JOB-NAME         PIC X(08).
017700         10  DB-CUT-DATE         PIC 9(08).
017800         10  DB-RECORD-COUNT     PIC 9(09).
017900         10  DB-HASH-TOTAL       PIC S9(15)V99 COMP-3.
018000         10  DB-DISHONOR-AMT     PIC S9(13)V99 COMP-3.
018100         10  DB-CREDITED-AMT     PIC S9(15)V99 COMP-3.
018200         10  DB-CREDIT-DATE      PIC 9(08).
018300         10  DB-STATUS           PIC X(01).
018400         10  DB-STATUS-DATE      PIC 9(08).
018500         10  DB-LATE-FLAG        PIC X(01).
018600         10  DB-OLD-STATUS       PIC X(01).
018700         10  DB-OLD-CREDITED-AMT PIC S9(15)V99 COMP-3.
018800*
018900 01  WS-HEADING-LINE.
019000     05  FILLER                  PIC X(44)
019100         VALUE 'DDRECON - DIRECT-DEBIT CLEARANCE EXCEPTIONS '.
019200     05  H1-RUN-DATE             PIC 9(08).
019300     05  FILLER                  PIC X(80) VALUE SPACES.
019400*
019500 01  WS-COLUMN-LINE.
019600     05  FILLER                  PIC X(44)
019700         VALUE 'JOB      CUT DATE            HASH TOTAL     '.
019800     05  FILLER                  PIC X(44)
019900         VALUE '       DISHONOURS              CREDITED     '.
020000     05  FILLER                  PIC X(44)
020100         VALUE '       DIFFERENCE   EXCEPTION               '.
020200*
020300 01  WS-DETAIL-LINE.
020400     05  DL-JOB-NAME             PIC X(08).
020500     05  FILLER                  PIC X(01) VALUE SPACES.
020600     05  DL-CUT-DATE             PIC 9(08).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  DL-HASH-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                  PIC X(01) VALUE SPACES.
021000     05  DL-DISHONOR-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  DL-CREDITED-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021300     05  FILLER                  PIC X(01) VALUE SPACES.
021400     05  DL-DIFFERENCE-AMT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021500     05  FILLER                  PIC X(02) VALUE SPACES.
021600     05  DL-EXCEPTION            PIC X(24).
021700*
021800 01  WS-UNMATCHED-LINE.
021900     05  UL-TEXT                 PIC X(30).
022000     05  UL-REFERENCE            PIC X(16).
022100     05  FILLER                  PIC X(02) VALUE SPACES.
022200     05  UL-DATE                 PIC 9(08).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  UL-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
022500     05  FILLER                  PIC X(53) VALUE SPACES.
022600*
022700 01  WS-TOTAL-LINE.
022800     05  TT-CAPTION              PIC X(30).
022900     05  TT-COUNT                PIC ZZZZZZZZ9.
023000     05  FILLER                  PIC X(93) VALUE SPACES.
023100*
023200 PROCEDURE DIVISION.
023300*
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE
023600     PERFORM 2000-TAKE-ONE-BANK-RECORD
023700         UNTIL WS-BANK-EOF
023800     PERFORM 3000-APPLY-ONE-DISHONOR
023900         UNTIL WS-REV-EOF
024000     PERFORM 4000-APPLY-ONE-STATEMENT-LINE
024100         UNTIL WS-STMT-EOF
024200     PERFORM 5000-RECONCILE-ONE-BATCH
024300         VARYING WS-DB-SUB FROM 1 BY 1
024400         UNTIL WS-DB-SUB > DB-TABLE-COUNT
024500     PERFORM 6000-PRINT-TOTALS
024600     DISPLAY 'DDRECON - BATCHES RECONCILED:   '
024700         WS-BATCHES-RECONCILED
024800     DISPLAY 'DDRECON - BATCHES IN EXCEPTION: '
024900         WS-BATCHES-EXCEPTION
025000     IF WS-BATCHES-EXCEPTION > ZERO
025100         OR WS-CREDITS-UNMATCHED > ZERO
025200         OR WS-DISHONORS-UNMATCHED > ZERO
025300         MOVE 4 TO RETURN-CODE
025400     END-IF
025500     PERFORM 9999-EXIT.
025600*
025700 1000-INITIALIZE.
025800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025900     MOVE WS-RUN-DATE TO WS-DATE-WORK
026000     PERFORM 8000-DATE-TO-DAYS
026100     MOVE WS-BILL-DAYS TO WS-RUN-DAYS
026200     OPEN INPUT PARM-FILE
026300     READ PARM-FILE
026400         AT END
026500             CONTINUE
026600         NOT AT END
026700             MOVE RP-ACCOUNT-NO  TO WS-ACCOUNT-NO
026800             MOVE RP-SETTLE-DAYS TO WS-SETTLE-DAYS
026900             MOVE RP-RETAIN-DAYS TO WS-RETAIN-DAYS
027000     END-READ
027100     CLOSE PARM-FILE
027200     OPEN INPUT OLD-MAST-FILE
027300     READ OLD-MAST-FILE INTO DD-BATCH-RECON-RECORD
027400         AT END MOVE 'Y' TO WS-MAST-EOF-SWITCH
027500     END-READ
027600     PERFORM 1100-LOAD-MASTER-ENTRY
027700         UNTIL WS-MAST-EOF
027800     CLOSE OLD-MAST-FILE
027900     MOVE DB-TABLE-COUNT TO WS-BATCHES-ON-FILE
028000     OPEN INPUT  DD-BANK-FILE
028100     OPEN INPUT  REVERSAL-FILE
028200     OPEN INPUT  STATEMENT-FILE
028300     OPEN OUTPUT NEW-MAST-FILE
028400     OPEN OUTPUT EVENT-FILE
028500     OPEN OUTPUT RECON-REPORT
028600     MOVE WS-RUN-DATE TO H1-RUN-DATE
028700     MOVE '1' TO RP-CARRIAGE-CONTROL
028800     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
028900     WRITE RECON-REPORT-RECORD
029000     MOVE '0' TO RP-CARRIAGE-CONTROL
029100     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
029200     WRITE RECON-REPORT-RECORD
029300     READ DD-BANK-FILE
029400         AT END MOVE 'Y' TO WS-BANK-EOF-SWITCH
029500     END-READ
029600     READ REVERSAL-FILE
029700         AT END MOVE 'Y' TO WS-REV-EOF-SWITCH
029800     END-READ
029900     READ STATEMENT-FILE
030000         AT END MOVE 'Y' TO WS-STMT-EOF-SWITCH
030100     END-READ.
030200*
030300*    A BATCH DROPPED FOR WANT OF ROOM WOULD NEVER BE PROVED,
030400*    SO A FULL TABLE STOPS THE RUN BEFORE ANY OUTPUT.
030500*
030600 1100-LOAD-MASTER-ENTRY.
030700     PERFORM 1200-CHECK-TABLE-ROOM
030800     ADD 1 TO DB-TABLE-COUNT
030900     SET DB-IDX TO DB-TABLE-COUNT
031000     MOVE DR-JOB-NAME     TO DB-JOB-NAME (DB-IDX)
031100     MOVE DR-CUT-DATE     TO DB-CUT-DATE (DB-IDX)
031200     MOVE DR-RECORD-COUNT TO DB-RECORD-COUNT (DB-IDX)
031300     MOVE DR-HASH-TOTAL   TO DB-HASH-TOTAL (DB-IDX)
031400     MOVE DR-DISHONOR-AMT TO DB-DISHONOR-AMT (DB-IDX)
031500     MOVE DR-CREDITED-AMT TO DB-CREDITED-AMT (DB-IDX)
031600     MOVE DR-CREDIT-DATE  TO DB-CREDIT-DATE (DB-IDX)
031700     MOVE DR-STATUS       TO DB-STATUS (DB-IDX)
031800     MOVE DR-STATUS-DATE  TO DB-STATUS-DATE (DB-IDX)
031900     MOVE DR-LATE-FLAG    TO DB-LATE-FLAG (DB-IDX)
032000     MOVE DR-STATUS       TO DB-OLD-STATUS (DB-IDX)
032100     MOVE DR-CREDITED-AMT TO DB-OLD-CREDITED-AMT (DB-IDX)
032200     READ OLD-MAST-FILE INTO DD-BATCH-RECON-RECORD
032300         AT END MOVE 'Y' TO WS-MAST-EOF-SWITCH
032400     END-READ.
032500*
032600 1200-CHECK-TABLE-ROOM.
032700     IF DB-TABLE-COUNT NOT < DB-TABLE-MAX
032800         DISPLAY 'DDRECON - BATCH TABLE FULL AT '
032900             DB-TABLE-MAX ' ENTRIES - NOTHING RECONCILED'
033000         MOVE 8 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300*
033400*    ONLY THE TRAILER OF THE DAY'S DEBIT FILE MATTERS - IT
033500*    CARRIES THE BATCH'S COUNT AND HASH.  A FILE ALREADY ON THE
033600*    MASTER (A RERUN) IS NOT OPENED TWICE.
033700*
033800 2000-TAKE-ONE-BANK-RECORD.
033900     IF XC-TRAILER
034000         MOVE XC-JOB-NAME TO WS-FIND-JOB-NAME
034100         MOVE XC-RUN-DATE TO WS-FIND-CUT-DATE
034200         PERFORM 7000-FIND-BATCH
034300         IF DB-IDX > DB-TABLE-COUNT
034400             PERFORM 2100-OPEN-BATCH
034500         END-IF
034600     END-IF
034700     READ DD-BANK-FILE
034800         AT END MOVE 'Y' TO WS-BANK-EOF-SWITCH
034900     END-READ.
035000*
035100 2100-OPEN-BATCH.
035200     PERFORM 1200-CHECK-TABLE-ROOM
035300     ADD 1 TO WS-BATCHES-NEW
035400     ADD 1 TO DB-TABLE-COUNT
035500     SET DB-IDX TO DB-TABLE-COUNT
035600     MOVE XC-JOB-NAME     TO DB-JOB-NAME (DB-IDX)
035700     MOVE XC-RUN-DATE     TO DB-CUT-DATE (DB-IDX)
035800     MOVE XC-RECORD-COUNT TO DB-RECORD-COUNT (DB-IDX)
035900     MOVE XC-HASH-TOTAL   TO DB-HASH-TOTAL (DB-IDX)
036000     MOVE ZERO            TO DB-DISHONOR-AMT (DB-IDX)
036100     MOVE ZERO            TO DB-CREDITED-AMT (DB-IDX)
036200     MOVE ZERO            TO DB-CREDIT-DATE (DB-IDX)
036300     MOVE 'S'             TO DB-STATUS (DB-IDX)
036400     MOVE WS-RUN-DATE     TO DB-STATUS-DATE (DB-IDX)
036500     MOVE 'N'             TO DB-LATE-FLAG (DB-IDX)
036600     MOVE 'S'             TO DB-OLD-STATUS (DB-IDX)
036700     MOVE ZERO            TO DB-OLD-CREDITED-AMT (DB-IDX).
036800*
036900*    DDRETURN DATES EACH REVERSAL WITH THE ORIGINAL DEBIT DATE,
037000*    WHICH DDORIG SET TO THE BATCH'S CUT DATE.
037100*
037200 3000-APPLY-ONE-DISHONOR.
037300     MOVE 'DDORIG'           TO WS-FIND-JOB-NAME
037400     MOVE RV-ORIG-DEBIT-DATE TO WS-FIND-CUT-DATE
037500     PERFORM 7000-FIND-BATCH
037600     IF DB-IDX > DB-TABLE-COUNT
037700         ADD 1 TO WS-DISHONORS-UNMATCHED
037800         MOVE 'DISHONOUR WITH NO BATCH       ' TO UL-TEXT
037900         MOVE SPACES             TO UL-REFERENCE
038000         MOVE RV-PAY-POINT-NUMB  TO UL-REFERENCE (1:3)
038100         MOVE RV-ORIG-DEBIT-DATE TO UL-DATE
038200         MOVE RV-REVERSAL-AMT    TO UL-AMOUNT
038300         PERFORM 6200-PRINT-UNMATCHED
038400     ELSE
038500         ADD RV-REVERSAL-AMT TO DB-DISHONOR-AMT (DB-IDX)
038600     END-IF
038700     READ REVERSAL-FILE
038800         AT END MOVE 'Y' TO WS-REV-EOF-SWITCH
038900     END-READ.
039000*
039100*    A DIRECT-DEBIT LINE ON THE COLLECTION ACCOUNT IS SET
039200*    AGAINST THE BATCH ITS REFERENCE NAMES; THE FIRST CREDIT
039300*    DATES THE BATCH CREDITED.  ONE NAMING NO BATCH IS CASH
039400*    NOBODY CAN ACCOUNT FOR AND IS REPORTED.
039500*
039600 4000-APPLY-ONE-STATEMENT-LINE.
039700     IF (ST-DD-CREDIT OR ST-DD-DEBIT)
039800         AND (WS-ACCOUNT-NO = ZERO
039900              OR ST-ACCOUNT-NO = WS-ACCOUNT-NO)
040000         PERFORM 4100-POST-STATEMENT-LINE
040100     END-IF
040200     READ STATEMENT-FILE
040300         AT END MOVE 'Y' TO WS-STMT-EOF-SWITCH
040400     END-READ.
040500*
040600 4100-POST-STATEMENT-LINE.
040700     MOVE ST-REF-JOB-NAME TO WS-FIND-JOB-NAME
040800     MOVE ZERO TO WS-FIND-CUT-DATE
040900     IF ST-REF-CUT-DATE IS NUMERIC
041000         MOVE ST-REF-CUT-DATE TO WS-FIND-CUT-DATE
041100     END-IF
041200     PERFORM 7000-FIND-BATCH
041300     IF DB-IDX > DB-TABLE-COUNT
041400         ADD 1 TO WS-CREDITS-UNMATCHED
041500         IF ST-DD-CREDIT
041600             MOVE 'BANK CREDIT WITH NO BATCH     ' TO UL-TEXT
041700         ELSE
041800             MOVE 'BANK DEBIT WITH NO BATCH      ' TO UL-TEXT
041900         END-IF
042000         MOVE ST-REFERENCE TO UL-REFERENCE
042100         MOVE ST-POST-DATE TO UL-DATE
042200         MOVE ST-AMOUNT    TO UL-AMOUNT
042300         PERFORM 6200-PRINT-UNMATCHED
042400     ELSE
042500         IF ST-DD-CREDIT
042600             ADD ST-AMOUNT TO DB-CREDITED-AMT (DB-IDX)
042700             IF DB-CREDIT-DATE (DB-IDX) = ZERO
042800                 MOVE ST-POST-DATE TO DB-CREDIT-DATE (DB-IDX)
042900             END-IF
043000         ELSE
043100             SUBTRACT ST-AMOUNT FROM DB-CREDITED-AMT (DB-IDX)
043200         END-IF
043300     END-IF.
043400*
043500*    THE BATCH SHOULD FETCH ITS HASH TOTAL LESS DISHONOURS.  NO
043600*    CREDIT PAST THE SETTLEMENT DAYS, OR A CREDIT THAT DOES NOT
043700*    AGREE, IS A STANDING EXCEPTION LISTED EVERY RUN UNTIL IT
043800*    CLEARS; A LATE CREDIT IS LISTED ONCE, WHEN IT ARRIVES.
043900*
044000 5000-RECONCILE-ONE-BATCH.
044100     SET DB-IDX TO WS-DB-SUB
044200     MOVE DB-CUT-DATE (DB-IDX) TO WS-DATE-WORK
044300     PERFORM 8000-DATE-TO-DAYS
044400     MOVE WS-BILL-DAYS TO WS-CUT-DAYS
044500     COMPUTE WS-EXPECTED-AMT =
044600         DB-HASH-TOTAL (DB-IDX) - DB-DISHONOR-AMT (DB-IDX)
044700     COMPUTE WS-DIFFERENCE-AMT =
044800         DB-CREDITED-AMT (DB-IDX) - WS-EXPECTED-AMT
044900     MOVE SPACES TO DL-EXCEPTION
045000     EVALUATE TRUE
045100         WHEN DB-CREDIT-DATE (DB-IDX) = ZERO
045200             IF WS-RUN-DAYS - WS-CUT-DAYS > WS-SETTLE-DAYS
045300                 MOVE 'E' TO WS-NEW-STATUS
045400                 MOVE 'NOT CREDITED' TO DL-EXCEPTION
045500             ELSE
045600                 MOVE 'S' TO WS-NEW-STATUS
045700             END-IF
045800         WHEN WS-DIFFERENCE-AMT = ZERO
045900             MOVE 'R' TO WS-NEW-STATUS
046000         WHEN WS-DIFFERENCE-AMT < ZERO
046100             MOVE 'E' TO WS-NEW-STATUS
046200             MOVE 'SHORT CREDITED' TO DL-EXCEPTION
046300         WHEN OTHER
046400             MOVE 'E' TO WS-NEW-STATUS
046500             MOVE 'OVER CREDITED' TO DL-EXCEPTION
046600     END-EVALUATE
046700     IF WS-NEW-STATUS = 'E'
046800         ADD 1 TO WS-BATCHES-EXCEPTION
046900         PERFORM 6100-PRINT-BATCH-EXCEPTION
047000     END-IF
047100     IF DB-CREDIT-DATE (DB-IDX) NOT = ZERO
047200         AND DB-LATE-FLAG (DB-IDX) NOT = 'Y'
047300         MOVE DB-CREDIT-DATE (DB-IDX) TO WS-DATE-WORK
047400         PERFORM 8000-DATE-TO-DAYS
047500         IF WS-BILL-DAYS - WS-CUT-DAYS > WS-SETTLE-DAYS
047600             MOVE 'Y' TO DB-LATE-FLAG (DB-IDX)
047700             ADD 1 TO WS-BATCHES-LATE
047800             MOVE 'CREDITED LATE' TO DL-EXCEPTION
047900             PERFORM 6100-PRINT-BATCH-EXCEPTION
048000         END-IF
048100     END-IF
048200     IF DB-CREDITED-AMT (DB-IDX) NOT =
048300             DB-OLD-CREDITED-AMT (DB-IDX)
048400         MOVE 'K' TO EV-EVENT-TYPE
048500         MOVE DB-CREDIT-DATE (DB-IDX) TO EV-EVENT-DATE
048600         PERFORM 5100-POST-EVENT
048700     END-IF
048800     IF WS-NEW-STATUS NOT = DB-OLD-STATUS (DB-IDX)
048900         MOVE WS-RUN-DATE TO DB-STATUS-DATE (DB-IDX)
049000         IF WS-NEW-STATUS = 'R'
049100             MOVE 'R' TO EV-EVENT-TYPE
049200             MOVE WS-RUN-DATE TO EV-EVENT-DATE
049300             PERFORM 5100-POST-EVENT
049400         END-IF
049500         IF WS-NEW-STATUS = 'E'
049600             MOVE 'X' TO EV-EVENT-TYPE
049700             MOVE WS-RUN-DATE TO EV-EVENT-DATE
049800             PERFORM 5100-POST-EVENT
049900         END-IF
050000     END-IF
050100     MOVE WS-NEW-STATUS TO DB-STATUS (DB-IDX)
050200     EVALUATE WS-NEW-STATUS
050300         WHEN 'R'
050400             ADD 1 TO WS-BATCHES-RECONCILED
050500         WHEN 'S'
050600             ADD 1 TO WS-BATCHES-AWAITING
050700         WHEN OTHER
050800             CONTINUE
050900     END-EVALUATE
051000     MOVE DB-STATUS-DATE (DB-IDX) TO WS-DATE-WORK
051100     PERFORM 8000-DATE-TO-DAYS
051200     IF WS-NEW-STATUS = 'R'
051300         AND WS-RUN-DAYS - WS-BILL-DAYS > WS-RETAIN-DAYS
051400         ADD 1 TO WS-BATCHES-DROPPED
051500     ELSE
051600         PERFORM 5200-WRITE-MASTER
051700     END-IF.
051800*
051900*    THE EVENT NAMES THE DEBIT FILE AS THE TRANSMISSION
052000*    REGISTER KNOWS IT, BY ITS DD NAME AND CUT DATE.
052100*
052200 5100-POST-EVENT.
052300     MOVE WS-DD-EXTRACT-NAME       TO EV-EXTRACT-NAME
052400     MOVE DB-CUT-DATE (DB-IDX)     TO EV-CUT-DATE
052500     MOVE DB-CREDITED-AMT (DB-IDX) TO EV-CREDITED-AMT
052600     WRITE EVENT-RECORD
052700     ADD 1 TO WS-EVENTS-WRITTEN.
052800*
052900 5200-WRITE-MASTER.
053000     MOVE DB-JOB-NAME (DB-IDX)     TO DR-JOB-NAME
053100     MOVE DB-CUT-DATE (DB-IDX)     TO DR-CUT-DATE
053200     MOVE DB-RECORD-COUNT (DB-IDX) TO DR-RECORD-COUNT
053300     MOVE DB-HASH-TOTAL (DB-IDX)   TO DR-HASH-TOTAL
053400     MOVE DB-DISHONOR-AMT (DB-IDX) TO DR-DISHONOR-AMT
053500     MOVE DB-CREDITED-AMT (DB-IDX) TO DR-CREDITED-AMT
053600     MOVE DB-CREDIT-DATE (DB-IDX)  TO DR-CREDIT-DATE
053700     MOVE DB-STATUS (DB-IDX)       TO DR-STATUS
053800     MOVE DB-STATUS-DATE (DB-IDX)  TO DR-STATUS-DATE
053900     MOVE DB-LATE-FLAG (DB-IDX)    TO DR-LATE-FLAG
054000     WRITE DD-BATCH-RECON-RECORD.
054100*
054200 6000-PRINT-TOTALS.
054300     MOVE '0' TO RP-CARRIAGE-CONTROL
054400     MOVE SPACES TO RP-PRINT-LINE
054500     WRITE RECON-REPORT-RECORD
054600     MOVE 'BATCHES BROUGHT FORWARD       ' TO TT-CAPTION
054700     MOVE WS-BATCHES-ON-FILE TO TT-COUNT
054800     PERFORM 6010-PRINT-TOTAL-LINE
054900     MOVE 'NEW BATCHES CUT               ' TO TT-CAPTION
055000     MOVE WS-BATCHES-NEW TO TT-COUNT
055100     PERFORM 6010-PRINT-TOTAL-LINE
055200     MOVE 'BATCHES RECONCILED            ' TO TT-CAPTION
055300     MOVE WS-BATCHES-RECONCILED TO TT-COUNT
055400     PERFORM 6010-PRINT-TOTAL-LINE
055500     MOVE 'BATCHES AWAITING CREDIT       ' TO TT-CAPTION
055600     MOVE WS-BATCHES-AWAITING TO TT-COUNT
055700     PERFORM 6010-PRINT-TOTAL-LINE
055800     MOVE 'BATCHES IN EXCEPTION          ' TO TT-CAPTION
055900     MOVE WS-BATCHES-EXCEPTION TO TT-COUNT
056000     PERFORM 6010-PRINT-TOTAL-LINE
056100     MOVE 'BATCHES CREDITED LATE         ' TO TT-CAPTION
056200     MOVE WS-BATCHES-LATE TO TT-COUNT
056300     PERFORM 6010-PRINT-TOTAL-LINE
056400     MOVE 'BANK LINES WITH NO BATCH      ' TO TT-CAPTION
056500     MOVE WS-CREDITS-UNMATCHED TO TT-COUNT
056600     PERFORM 6010-PRINT-TOTAL-LINE
056700     MOVE 'DISHONOURS WITH NO BATCH      ' TO TT-CAPTION
056800     MOVE WS-DISHONORS-UNMATCHED TO TT-COUNT
056900     PERFORM 6010-PRINT-TOTAL-LINE
057000     MOVE 'RECONCILED BATCHES RETIRED    ' TO TT-CAPTION
057100     MOVE WS-BATCHES-DROPPED TO TT-COUNT
057200     PERFORM 6010-PRINT-TOTAL-LINE
057300     MOVE 'REGISTER EVENTS POSTED        ' TO TT-CAPTION
057400     MOVE WS-EVENTS-WRITTEN TO TT-COUNT
057500     PERFORM 6010-PRINT-TOTAL-LINE.
057600*
057700 6010-PRINT-TOTAL-LINE.
057800     MOVE ' ' TO RP-CARRIAGE-CONTROL
057900     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
058000     WRITE RECON-REPORT-RECORD.
058100*
058200 6100-PRINT-BATCH-EXCEPTION.
058300     MOVE DB-JOB-NAME (DB-IDX)     TO DL-JOB-NAME
058400     MOVE DB-CUT-DATE (DB-IDX)     TO DL-CUT-DATE
058500     MOVE DB-HASH-TOTAL (DB-IDX)   TO DL-HASH-TOTAL
058600     MOVE DB-DISHONOR-AMT (DB-IDX) TO DL-DISHONOR-AMT
058700     MOVE DB-CREDITED-AMT (DB-IDX) TO DL-CREDITED-AMT
058800     MOVE WS-DIFFERENCE-AMT        TO DL-DIFFERENCE-AMT
058900     MOVE ' ' TO RP-CARRIAGE-CONTROL
059000     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
059100     WRITE RECON-REPORT-RECORD.
059200*
059300 6200-PRINT-UNMATCHED.
059400     MOVE ' ' TO RP-CARRIAGE-CONTROL
059500     MOVE WS-UNMATCHED-LINE TO RP-PRINT-LINE
059600     WRITE RECON-REPORT-RECORD.
059700*
059800*    LEAVES DB-IDX PAST THE TABLE COUNT WHEN NO BATCH ON FILE
059900*    HAS THE JOB NAME AND CUT DATE ASKED FOR.
060000*
060100 7000-FIND-BATCH.
060200     SET DB-IDX TO 1
060300     SEARCH DB-ENTRY
060400         AT END
060500             SET DB-IDX TO DB-TABLE-COUNT
060600             SET DB-IDX UP BY 1
060700         WHEN DB-IDX > DB-TABLE-COUNT
060800             CONTINUE
060900         WHEN DB-JOB-NAME (DB-IDX) = WS-FIND-JOB-NAME
061000             AND DB-CUT-DATE (DB-IDX) = WS-FIND-CUT-DATE
061100             CONTINUE
061200     END-SEARCH.
061300*
061400*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
061500*    30-DAY MONTHS), AS INVAGING AGES ITS BUCKETS.
061600*
061700 8000-DATE-TO-DAYS.
061800     COMPUTE WS-BILL-DAYS =
061900         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
062000*
062100 9999-EXIT.
062200     CLOSE DD-BANK-FILE REVERSAL-FILE STATEMENT-FILE
062300           NEW-MAST-FILE EVENT-FILE RECON-REPORT
062400     STOP RUN.
