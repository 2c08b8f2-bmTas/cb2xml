000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OINVLOAD.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - ONLINE SUPPORT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - REFRESH THE KEYED OPEN-    *
001400*                   INVOICE STORE (OPENINV.CPY) AFTER INVAGING   *
001500*                   AND PAYALLOC, THE SAME WAY XREFLOAD KEEPS    *
001600*                   THE CROSS-REFERENCE STORE: EACH OPEN INVOICE *
001700*                   ON THE NEW LEDGER IS WRITTEN, OR REWRITTEN   *
001800*                   IF ALREADY ON FILE, WITH ITS AMOUNTS, AGING  *
001900*                   BUCKET (INVAGING'S DUNPARM THRESHOLDS AND    *
002000*                   DAY COUNT) AND OPEN-DISPUTE FLAG.  THE       *
002100*                   CYCLE'S ALLOCATION JOURNAL STAMPS THE LAST   *
002200*                   PAYMENT DATE.  AN INVOICE PAID OFF, OR NO    *
002300*                   LONGER ON THE LEDGER, IS DELETED, SO THE     *
002400*                   STORE HOLDS ONLY WHAT IS STILL OWED.         *
002500*                   OINVINQ ANSWERS CSO INQUIRIES FROM IT.       *
002520*   10/15/26  MO    AGING THRESHOLDS NOW COME FROM INVAGING'S    *
002540*                   ROWS IN THE BATCH PARAMETER REGISTRY,        *
002560*                   THROUGH PRMGET, AS IN FORCE ON THE RUN       *
002580*                   DATE.  DUNPARM IS RETIRED.                   *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LEDGER-FILE     ASSIGN TO INVLNEW
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PAY-JRNL-FILE   ASSIGN TO PAYJRNL
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT DISPUTE-FILE    ASSIGN TO DSPNEW
003900         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPEN-INV-FILE   ASSIGN TO OINVKSD
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS OI-KEY
004600         ALTERNATE RECORD KEY IS OI-INVOICE-NUM
004700         FILE STATUS IS WS-KEYED-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  LEDGER-FILE.
005100 01  LEDGER-RECORD.
005200     05  LG-INVOICE-NUM          PIC X(11).
005300     05  LG-SYS-PRIN             PIC X(08).
005400     05  LG-ACCT-NUMBER          PIC X(20).
005500     05  LG-BILLED-AMT           PIC S9(11)V99.
005600     05  LG-OPEN-AMT             PIC S9(11)V99.
005700     05  LG-BILL-DATE            PIC 9(08).
005800*
005900 FD  PAY-JRNL-FILE.
006000 01  PAY-JRNL-RECORD.
006100     05  AJ-PAYMENT-ID           PIC 9(08).
006200     05  AJ-REPORT-GROUP         PIC X(08).
006300     05  AJ-INVOICE-NUM          PIC X(11).
006400     05  AJ-ACCT-NUMBER          PIC X(20).
006500     05  AJ-ALLOCATED-AMT        PIC S9(11)V99.
006600     05  AJ-DISPOSITION          PIC X(12).
006700*
006800 FD  DISPUTE-FILE.
006900     COPY "DSPMAST.cpy".
007000*
008000 FD  OPEN-INV-FILE.
008100     COPY "OPENINV.cpy".
008200*
008300 WORKING-STORAGE SECTION.
008400*
008500 01  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE 'N'.
008600     88  WS-LEDGER-EOF           VALUE 'Y'.
008700 01  WS-PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.
008800     88  WS-PAY-EOF              VALUE 'Y'.
008900 01  WS-DSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
009000     88  WS-DSP-EOF              VALUE 'Y'.
009100 01  WS-STORE-EOF-SWITCH         PIC X(01) VALUE 'N'.
009200     88  WS-STORE-EOF            VALUE 'Y'.
009300 01  WS-KEYED-STATUS             PIC X(02).
009400     88  WS-KEYED-OK             VALUE '00' '02'.
009500*
009600 01  WS-RUN-DATE                 PIC 9(08).
009700 01  WS-RUN-DAYS                 PIC 9(09) COMP.
009800 01  WS-BILL-DAYS                PIC 9(09) COMP.
009900 01  WS-AGE-DAYS                 PIC S9(05) COMP-3.
010000 01  WS-DATE-WORK.
010100     05  WS-DW-YYYY              PIC 9(04).
010200     05  WS-DW-MM                PIC 9(02).
010300     05  WS-DW-DD                PIC 9(02).
010400*
010500 01  WS-L1-DAYS                  PIC 9(03) VALUE 30.
010600 01  WS-L2-DAYS                  PIC 9(03) VALUE 60.
010700 01  WS-L3-DAYS                  PIC 9(03) VALUE 90.
010710*
010720 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'INVAGING'.
010730 01  WS-PRM-NAME                 PIC X(16).
010740 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
010750 01  WS-PRM-TEXT-VALUE           PIC X(20).
010760 01  WS-PRM-STATUS               PIC X(01).
010770     88  WS-PRM-FOUND            VALUE 'Y'.
010800*
010900*    THE STORE RECORD IS BUILT HERE SO A REWRITE CAN KEEP THE
011000*    LAST PAYMENT DATE ALREADY ON FILE.
011100*
011200 01  WS-NEW-INVOICE              PIC X(130).
011300 01  WS-KEEP-PAYMENT-DATE        PIC 9(08).
011400*
011500 01  WS-INVOICES-ADDED           PIC 9(09) VALUE 0.
011600 01  WS-INVOICES-REPLACED        PIC 9(09) VALUE 0.
011700 01  WS-INVOICES-CLOSED          PIC 9(09) VALUE 0.
011800 01  WS-INVOICES-FAILED          PIC 9(09) VALUE 0.
011900 01  WS-PAYMENTS-STAMPED         PIC 9(09) VALUE 0.
012000*
012100*    INVOICES WITH A DISPUTE STILL OPEN.
012200*
012300 01  DI-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
012400 01  DI-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
012500 01  DI-TABLE.
012600     05  DI-ENTRY OCCURS 5000 TIMES
012700                  INDEXED BY DI-IDX.
012800         10  DI-INVOICE-NUM      PIC X(11).
012900*
013000 PROCEDURE DIVISION.
013100*
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE
013400     PERFORM 2000-STORE-ONE-INVOICE
013500         UNTIL WS-LEDGER-EOF
013600     PERFORM 3000-STAMP-ONE-PAYMENT
013700         UNTIL WS-PAY-EOF
013800     PERFORM 4000-SWEEP-STALE-INVOICES
013900     DISPLAY 'OINVLOAD - INVOICES ADDED:    ' WS-INVOICES-ADDED
014000     DISPLAY 'OINVLOAD - INVOICES REPLACED: ' WS-INVOICES-REPLACED
014100     DISPLAY 'OINVLOAD - INVOICES CLOSED:   ' WS-INVOICES-CLOSED
014200     DISPLAY 'OINVLOAD - INVOICES FAILED:   ' WS-INVOICES-FAILED
014300     DISPLAY 'OINVLOAD - PAYMENTS STAMPED:  ' WS-PAYMENTS-STAMPED
014400     PERFORM 9999-EXIT.
014500*
014600 1000-INITIALIZE.
014700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014800     MOVE WS-RUN-DATE TO WS-DATE-WORK
014900     PERFORM 8000-DATE-TO-DAYS
015000     MOVE WS-BILL-DAYS TO WS-RUN-DAYS
015050     MOVE 'L1-DAYS' TO WS-PRM-NAME
015100     PERFORM 1200-GET-PARAMETER
015150     IF WS-PRM-FOUND
015200         MOVE WS-PRM-NUMERIC-VALUE TO WS-L1-DAYS
015250     END-IF
015300     MOVE 'L2-DAYS' TO WS-PRM-NAME
015350     PERFORM 1200-GET-PARAMETER
015400     IF WS-PRM-FOUND
015450         MOVE WS-PRM-NUMERIC-VALUE TO WS-L2-DAYS
015500     END-IF
015550     MOVE 'L3-DAYS' TO WS-PRM-NAME
015600     PERFORM 1200-GET-PARAMETER
015650     IF WS-PRM-FOUND
015700         MOVE WS-PRM-NUMERIC-VALUE TO WS-L3-DAYS
015750     END-IF
016100     OPEN INPUT DISPUTE-FILE
016200     READ DISPUTE-FILE
016300         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
016400     END-READ
016500     PERFORM 1100-LOAD-OPEN-DISPUTE
016600         UNTIL WS-DSP-EOF
016700     CLOSE DISPUTE-FILE
016800     OPEN INPUT LEDGER-FILE
016900     OPEN INPUT PAY-JRNL-FILE
017000     OPEN I-O OPEN-INV-FILE
017100     IF NOT WS-KEYED-OK
017200         OPEN OUTPUT OPEN-INV-FILE
017300         CLOSE OPEN-INV-FILE
017400         OPEN I-O OPEN-INV-FILE
017500     END-IF
017600     READ LEDGER-FILE
017700         AT END MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
017800     END-READ
017900     READ PAY-JRNL-FILE
018000         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
018100     END-READ.
018200*
018300*    THE DISPUTE MASTER IS IN INVOICE SEQUENCE, SO AN INVOICE
018400*    WITH SEVERAL OPEN LINES IS TABLED ONCE.  A DISPUTED INVOICE
018500*    DROPPED FOR WANT OF ROOM WOULD SHOW THE CSO AS UNDISPUTED,
018600*    SO A FULL TABLE STOPS THE RUN.
018700*
018800 1100-LOAD-OPEN-DISPUTE.
018900     IF DS-OPEN
019000         AND (DI-TABLE-COUNT = ZERO
019100             OR DS-INVOICE-NUM NOT =
019200                 DI-INVOICE-NUM (DI-TABLE-COUNT))
019300         IF DI-TABLE-COUNT NOT < DI-TABLE-MAX
019400             DISPLAY 'OINVLOAD - DISPUTE TABLE FULL AT '
019500                 DI-TABLE-MAX ' INVOICES - STORE NOT REFRESHED'
019600             MOVE 8 TO RETURN-CODE
019700             STOP RUN
019800         END-IF
019900         ADD 1 TO DI-TABLE-COUNT
020000         MOVE DS-INVOICE-NUM TO DI-INVOICE-NUM (DI-TABLE-COUNT)
020100     END-IF
020200     READ DISPUTE-FILE
020300         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
020400     END-READ.
020410*
020420 1200-GET-PARAMETER.
020430     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
020440         WS-RUN-DATE WS-PRM-NUMERIC-VALUE
020450         WS-PRM-TEXT-VALUE WS-PRM-STATUS
020460     IF NOT WS-PRM-FOUND
020470         DISPLAY 'OINVLOAD - NO PARAMETER ROW FOR ' WS-PRM-NAME
020480             ', DEFAULT USED'
020490     END-IF.
020500*
020600******************************************************************
020700*    ONE LEDGER INVOICE.  STILL OWING - ADD OR REPLACE IT; PAID  *
020800*    OFF - DELETE IT IF IT IS ON FILE.                           *
020900******************************************************************
021000 2000-STORE-ONE-INVOICE.
021100     PERFORM 2100-BUILD-STORE-KEY
021200     IF LG-OPEN-AMT > ZERO
021300         PERFORM 2200-BUILD-STORE-RECORD
021400         MOVE OPEN-INVOICE-RECORD TO WS-NEW-INVOICE
021500         WRITE OPEN-INVOICE-RECORD
021600             INVALID KEY
021700                 PERFORM 2300-REPLACE-EXISTING-INVOICE
021800             NOT INVALID KEY
021900                 ADD 1 TO WS-INVOICES-ADDED
022000         END-WRITE
022100     ELSE
022200         DELETE OPEN-INV-FILE RECORD
022300             INVALID KEY
022400                 CONTINUE
022500             NOT INVALID KEY
022600                 ADD 1 TO WS-INVOICES-CLOSED
022700         END-DELETE
022800     END-IF
022900     READ LEDGER-FILE
023000         AT END MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
023100     END-READ.
023200*
023300*    THE 20-BYTE ACCT NUMBER CARRIES THE PARTNER IN ITS FIRST
023400*    EIGHT DIGITS AND THE MEMBER STEM IN THE NEXT TWELVE; THE
023500*    MEMBER ID'S LOW-ORDER CHECK POSITION IS ZERO, AS ON HOLDS.
023600*
023700 2100-BUILD-STORE-KEY.
023800     MOVE LG-ACCT-NUMBER (1:8)  TO OI-PARTNER-ID
023900     MOVE LG-ACCT-NUMBER (9:12) TO OI-MEMBER-ID (1:12)
024000     MOVE ZERO                  TO OI-MEMBER-ID (13:1)
024100     MOVE LG-INVOICE-NUM        TO OI-INVOICE-NUM.
024200*
024300 2200-BUILD-STORE-RECORD.
024400     MOVE LG-SYS-PRIN    TO OI-SYS-PRIN
024500     MOVE LG-ACCT-NUMBER TO OI-ACCT-NUMBER
024600     MOVE LG-BILL-DATE   TO OI-BILL-DATE
024700     MOVE LG-BILLED-AMT  TO OI-ORIGINAL-AMT
024800     COMPUTE OI-RELIEVED-AMT = LG-BILLED-AMT - LG-OPEN-AMT
024900     MOVE LG-OPEN-AMT    TO OI-BALANCE-AMT
025000     MOVE LG-BILL-DATE   TO WS-DATE-WORK
025100     PERFORM 8000-DATE-TO-DAYS
025200     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-BILL-DAYS
025300     IF WS-AGE-DAYS < ZERO
025400         MOVE ZERO TO WS-AGE-DAYS
025500     END-IF
025600     MOVE WS-AGE-DAYS    TO OI-AGE-DAYS
025700     EVALUATE TRUE
025800         WHEN WS-AGE-DAYS >= WS-L3-DAYS
025900             MOVE '3' TO OI-AGING-BUCKET
026000         WHEN WS-AGE-DAYS >= WS-L2-DAYS
026100             MOVE '2' TO OI-AGING-BUCKET
026200         WHEN WS-AGE-DAYS >= WS-L1-DAYS
026300             MOVE '1' TO OI-AGING-BUCKET
026400         WHEN OTHER
026500             MOVE 'C' TO OI-AGING-BUCKET
026600     END-EVALUATE
026700     MOVE 'N' TO OI-DISPUTE-FLAG
026800     SET DI-IDX TO 1
026900     SEARCH DI-ENTRY
027000         AT END
027100             CONTINUE
027200         WHEN DI-IDX > DI-TABLE-COUNT
027300             CONTINUE
027400         WHEN DI-INVOICE-NUM (DI-IDX) = LG-INVOICE-NUM
027500             MOVE 'Y' TO OI-DISPUTE-FLAG
027600     END-SEARCH
027700     MOVE ZERO        TO OI-LAST-PAYMENT-DATE
027800     MOVE WS-RUN-DATE TO OI-LAST-MAINT-DATE.
027900*
028000*    ALREADY ON FILE - READ IT FOR ITS LAST PAYMENT DATE, THEN
028100*    REPLACE IT.
028200*
028300 2300-REPLACE-EXISTING-INVOICE.
028400     READ OPEN-INV-FILE
028500         INVALID KEY
028600             MOVE ZERO TO WS-KEEP-PAYMENT-DATE
028700         NOT INVALID KEY
028800             MOVE OI-LAST-PAYMENT-DATE TO WS-KEEP-PAYMENT-DATE
028900     END-READ
029000     MOVE WS-NEW-INVOICE TO OPEN-INVOICE-RECORD
029100     MOVE WS-KEEP-PAYMENT-DATE TO OI-LAST-PAYMENT-DATE
029200     REWRITE OPEN-INVOICE-RECORD
029300         INVALID KEY
029400             ADD 1 TO WS-INVOICES-FAILED
029500             DISPLAY 'OINVLOAD - INVOICE FAILED: ' OI-INVOICE-NUM
029600         NOT INVALID KEY
029700             ADD 1 TO WS-INVOICES-REPLACED
029800     END-REWRITE.
029900*
030000*    A PAYMENT ALLOCATED THIS CYCLE TO AN INVOICE STILL OPEN.
030100*    ONE PAID OFF HAS ALREADY GONE FROM THE STORE.
030200*
030300 3000-STAMP-ONE-PAYMENT.
030400     IF AJ-DISPOSITION (1:9) = 'ALLOCATED'
030500         MOVE AJ-INVOICE-NUM TO OI-INVOICE-NUM
030600         READ OPEN-INV-FILE
030700             KEY IS OI-INVOICE-NUM
030800             INVALID KEY
030900                 CONTINUE
031000             NOT INVALID KEY
031100                 PERFORM 3100-REWRITE-PAYMENT-DATE
031200         END-READ
031300     END-IF
031400     READ PAY-JRNL-FILE
031500         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
031600     END-READ.
031700*
031800 3100-REWRITE-PAYMENT-DATE.
031900     MOVE WS-RUN-DATE TO OI-LAST-PAYMENT-DATE
032000     REWRITE OPEN-INVOICE-RECORD
032100         INVALID KEY
032200             ADD 1 TO WS-INVOICES-FAILED
032300         NOT INVALID KEY
032400             ADD 1 TO WS-PAYMENTS-STAMPED
032500     END-REWRITE.
032600*
032700*    ANY INVOICE NOT TOUCHED THIS RUN HAS LEFT THE LEDGER.
032800*
032900 4000-SWEEP-STALE-INVOICES.
033000     MOVE LOW-VALUES TO OI-KEY
033100     START OPEN-INV-FILE
033200         KEY IS NOT LESS THAN OI-KEY
033300         INVALID KEY
033400             MOVE 'Y' TO WS-STORE-EOF-SWITCH
033500     END-START
033600     PERFORM 4100-CHECK-ONE-STORED-INVOICE
033700         UNTIL WS-STORE-EOF.
033800*
033900 4100-CHECK-ONE-STORED-INVOICE.
034000     READ OPEN-INV-FILE NEXT RECORD
034100         AT END
034200             MOVE 'Y' TO WS-STORE-EOF-SWITCH
034300         NOT AT END
034400             IF OI-LAST-MAINT-DATE < WS-RUN-DATE
034500                 DELETE OPEN-INV-FILE RECORD
034600                     INVALID KEY
034700                         ADD 1 TO WS-INVOICES-FAILED
034800                     NOT INVALID KEY
034900                         ADD 1 TO WS-INVOICES-CLOSED
035000                 END-DELETE
035100             END-IF
035200     END-READ.
035300*
035400*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
035500*    30-DAY MONTHS), AS INVAGING AGES ITS BUCKETS.
035600*
035700 8000-DATE-TO-DAYS.
035800     COMPUTE WS-BILL-DAYS =
035900         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
036000*
036100 9999-EXIT.
036200     CLOSE LEDGER-FILE PAY-JRNL-FILE OPEN-INV-FILE
036300     STOP RUN.
