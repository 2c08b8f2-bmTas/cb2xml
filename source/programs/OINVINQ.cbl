000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OINVINQ.
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
001300*   10/15/26  MO    INITIAL VERSION - CSO BALANCE INQUIRY        *
001400*                   AGAINST THE KEYED OPEN-INVOICE STORE BUILT   *
001500*                   BY OINVLOAD, THE SAME WAY XREFINQ ANSWERS    *
001600*                   ARRANGEMENT LOOKUPS.  A REQUEST NAMES EITHER *
001700*                   A MEMBER (PARTNER AND MEMBER ID) OR A SINGLE *
001800*                   INVOICE NUMBER.  EACH OPEN INVOICE FOUND IS  *
001900*                   ANSWERED WITH ITS ORIGINAL AMOUNT, AMOUNT    *
002000*                   RELIEVED, BALANCE, AGING BUCKET, DISPUTE     *
002100*                   FLAG AND LAST PAYMENT DATE; A MEMBER REQUEST *
002200*                   ENDS WITH A TOTAL LINE FOR THE MEMBER.       *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT INQUIRY-REQ-FILE  ASSIGN TO OINVREQ
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT OPEN-INV-FILE     ASSIGN TO OINVKSD
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS OI-KEY
003700         ALTERNATE RECORD KEY IS OI-INVOICE-NUM
003800         FILE STATUS IS WS-KEYED-STATUS.
003900     SELECT INQUIRY-RESP-FILE ASSIGN TO OINVRESP
004000         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  INQUIRY-REQ-FILE.
004400 01  INQUIRY-REQ-RECORD.
004500     05  OQ-REQUEST-TYPE         PIC X(01).
004600         88  OQ-BY-MEMBER        VALUE 'M'.
004700         88  OQ-BY-INVOICE       VALUE 'I'.
004800     05  OQ-PARTNER-ID           PIC 9(08).
004900     05  OQ-MEMBER-ID            PIC 9(13).
005000     05  OQ-INVOICE-NUM          PIC X(11).
005100*
005200 FD  OPEN-INV-FILE.
005300     COPY "OPENINV.cpy".
005400*
005500*    ONE LINE PER OPEN INVOICE ('I'), A MEMBER TOTAL ('T') AFTER
005600*    A MEMBER'S INVOICES, OR A SINGLE NOT-FOUND LINE ('N') THAT
005700*    ECHOES THE REQUEST KEY.
005800*
005900 FD  INQUIRY-RESP-FILE.
006000 01  INQUIRY-RESP-RECORD.
006100     05  OR-REQUEST-TYPE         PIC X(01).
006200     05  OR-LINE-TYPE            PIC X(01).
006300         88  OR-INVOICE-LINE     VALUE 'I'.
006400         88  OR-TOTAL-LINE       VALUE 'T'.
006500         88  OR-NOT-FOUND        VALUE 'N'.
006600     05  OR-PARTNER-ID           PIC 9(08).
006700     05  OR-MEMBER-ID            PIC 9(13).
006800     05  OR-INVOICE-NUM          PIC X(11).
006900     05  OR-ACCT-NUMBER          PIC X(20).
007000     05  OR-BILL-DATE            PIC 9(08).
007100     05  OR-ORIGINAL-AMT         PIC S9(11)V99.
007200     05  OR-RELIEVED-AMT         PIC S9(11)V99.
007300     05  OR-BALANCE-AMT          PIC S9(11)V99.
007400     05  OR-AGE-DAYS             PIC 9(05).
007500     05  OR-AGING-BUCKET         PIC X(01).
007600     05  OR-DISPUTE-FLAG         PIC X(01).
007700     05  OR-LAST-PAYMENT-DATE    PIC 9(08).
007800     05  OR-INVOICE-COUNT        PIC 9(05).
007900*
008000 WORKING-STORAGE SECTION.
008100*
008200 01  WS-REQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
008300     88  WS-REQ-EOF              VALUE 'Y'.
008400 01  WS-MEMBER-END-SWITCH        PIC X(01) VALUE 'N'.
008500     88  WS-MEMBER-END           VALUE 'Y'.
008600 01  WS-KEYED-STATUS             PIC X(02).
008700*
008800 01  WS-MEMBER-COUNT             PIC 9(05) VALUE 0.
008900 01  WS-MEMBER-ORIGINAL          PIC S9(11)V99 VALUE 0.
009000 01  WS-MEMBER-RELIEVED          PIC S9(11)V99 VALUE 0.
009100 01  WS-MEMBER-BALANCE           PIC S9(11)V99 VALUE 0.
009200*
009300 01  WS-INQUIRIES-ANSWERED       PIC 9(07) VALUE 0.
009400 01  WS-INQUIRIES-NOT-FOUND      PIC 9(07) VALUE 0.
009500 01  WS-INQUIRIES-REJECTED       PIC 9(07) VALUE 0.
009600*
009700 PROCEDURE DIVISION.
009800*
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE
010100     PERFORM 2000-ANSWER-ONE-INQUIRY
010200         UNTIL WS-REQ-EOF
010300     DISPLAY 'OINVINQ - INQUIRIES ANSWERED:  '
010400         WS-INQUIRIES-ANSWERED
010500     DISPLAY 'OINVINQ - INQUIRIES NOT FOUND: '
010600         WS-INQUIRIES-NOT-FOUND
010700     DISPLAY 'OINVINQ - INQUIRIES REJECTED:  '
010800         WS-INQUIRIES-REJECTED
010900     PERFORM 9999-EXIT.
011000*
011100 1000-INITIALIZE.
011200     OPEN INPUT  INQUIRY-REQ-FILE
011300     OPEN INPUT  OPEN-INV-FILE
011400     OPEN OUTPUT INQUIRY-RESP-FILE
011500     READ INQUIRY-REQ-FILE
011600         AT END MOVE 'Y' TO WS-REQ-EOF-SWITCH
011700     END-READ.
011800*
011900 2000-ANSWER-ONE-INQUIRY.
012000     EVALUATE TRUE
012100         WHEN OQ-BY-MEMBER
012200             PERFORM 2100-ANSWER-BY-MEMBER
012300         WHEN OQ-BY-INVOICE
012400             PERFORM 2200-ANSWER-BY-INVOICE
012500         WHEN OTHER
012600             ADD 1 TO WS-INQUIRIES-REJECTED
012700             DISPLAY 'OINVINQ - REQUEST TYPE NOT M OR I: '
012800                 INQUIRY-REQ-RECORD
012900     END-EVALUATE
013000     READ INQUIRY-REQ-FILE
013100         AT END MOVE 'Y' TO WS-REQ-EOF-SWITCH
013200     END-READ.
013300*
013400******************************************************************
013500*    EVERY OPEN INVOICE FOR THE MEMBER, FROM THE FIRST KEY AT    *
013600*    OR AFTER PARTNER/MEMBER, THEN THE MEMBER TOTAL.  THE STORE  *
013700*    HOLDS MEMBERS WITH CHECK POSITION ZERO, SO THE REQUEST IS   *
013800*    MATCHED ON THE TWELVE-DIGIT STEM.                           *
013900******************************************************************
014000 2100-ANSWER-BY-MEMBER.
014100     MOVE ZERO TO WS-MEMBER-COUNT
014200     MOVE ZERO TO WS-MEMBER-ORIGINAL
014300     MOVE ZERO TO WS-MEMBER-RELIEVED
014400     MOVE ZERO TO WS-MEMBER-BALANCE
014500     MOVE 'N'  TO WS-MEMBER-END-SWITCH
014600     MOVE OQ-PARTNER-ID       TO OI-PARTNER-ID
014700     MOVE OQ-MEMBER-ID (1:12) TO OI-MEMBER-ID (1:12)
014800     MOVE ZERO                TO OI-MEMBER-ID (13:1)
014900     MOVE LOW-VALUES          TO OI-INVOICE-NUM
015000     START OPEN-INV-FILE
015100         KEY IS NOT LESS THAN OI-KEY
015200         INVALID KEY
015300             MOVE 'Y' TO WS-MEMBER-END-SWITCH
015400     END-START
015500     PERFORM 2110-NEXT-MEMBER-INVOICE
015600         UNTIL WS-MEMBER-END
015700     IF WS-MEMBER-COUNT = ZERO
015800         PERFORM 2900-ANSWER-NOT-FOUND
015900     ELSE
016000         ADD 1 TO WS-INQUIRIES-ANSWERED
016100         PERFORM 2120-WRITE-MEMBER-TOTAL
016200     END-IF.
016300*
016400 2110-NEXT-MEMBER-INVOICE.
016500     READ OPEN-INV-FILE NEXT RECORD
016600         AT END
016700             MOVE 'Y' TO WS-MEMBER-END-SWITCH
016800     END-READ
016900     IF NOT WS-MEMBER-END
017000         IF OI-PARTNER-ID NOT = OQ-PARTNER-ID
017100             OR OI-MEMBER-ID (1:12) NOT = OQ-MEMBER-ID (1:12)
017200             MOVE 'Y' TO WS-MEMBER-END-SWITCH
017300         ELSE
017400             ADD 1              TO WS-MEMBER-COUNT
017500             ADD OI-ORIGINAL-AMT TO WS-MEMBER-ORIGINAL
017600             ADD OI-RELIEVED-AMT TO WS-MEMBER-RELIEVED
017700             ADD OI-BALANCE-AMT  TO WS-MEMBER-BALANCE
017800             PERFORM 2800-WRITE-INVOICE-LINE
017900         END-IF
018000     END-IF.
018100*
018200 2120-WRITE-MEMBER-TOTAL.
018300     MOVE SPACES              TO INQUIRY-RESP-RECORD
018400     MOVE OQ-REQUEST-TYPE     TO OR-REQUEST-TYPE
018500     MOVE 'T'                 TO OR-LINE-TYPE
018600     MOVE OQ-PARTNER-ID       TO OR-PARTNER-ID
018700     MOVE OQ-MEMBER-ID        TO OR-MEMBER-ID
018800     MOVE ZERO                TO OR-BILL-DATE
018900     MOVE WS-MEMBER-ORIGINAL  TO OR-ORIGINAL-AMT
019000     MOVE WS-MEMBER-RELIEVED  TO OR-RELIEVED-AMT
019100     MOVE WS-MEMBER-BALANCE   TO OR-BALANCE-AMT
019200     MOVE ZERO                TO OR-AGE-DAYS
019300     MOVE ZERO                TO OR-LAST-PAYMENT-DATE
019400     MOVE WS-MEMBER-COUNT     TO OR-INVOICE-COUNT
019500     WRITE INQUIRY-RESP-RECORD.
019600*
019700*    A SINGLE INVOICE, THROUGH THE ALTERNATE KEY.
019800*
019900 2200-ANSWER-BY-INVOICE.
020000     MOVE OQ-INVOICE-NUM TO OI-INVOICE-NUM
020100     READ OPEN-INV-FILE
020200         KEY IS OI-INVOICE-NUM
020300         INVALID KEY
020400             PERFORM 2900-ANSWER-NOT-FOUND
020500         NOT INVALID KEY
020600             ADD 1 TO WS-INQUIRIES-ANSWERED
020700             PERFORM 2800-WRITE-INVOICE-LINE
020800     END-READ.
020900*
021000 2800-WRITE-INVOICE-LINE.
021100     MOVE OQ-REQUEST-TYPE      TO OR-REQUEST-TYPE
021200     MOVE 'I'                  TO OR-LINE-TYPE
021300     MOVE OI-PARTNER-ID        TO OR-PARTNER-ID
021400     MOVE OI-MEMBER-ID         TO OR-MEMBER-ID
021500     MOVE OI-INVOICE-NUM       TO OR-INVOICE-NUM
021600     MOVE OI-ACCT-NUMBER       TO OR-ACCT-NUMBER
021700     MOVE OI-BILL-DATE         TO OR-BILL-DATE
021800     MOVE OI-ORIGINAL-AMT      TO OR-ORIGINAL-AMT
021900     MOVE OI-RELIEVED-AMT      TO OR-RELIEVED-AMT
022000     MOVE OI-BALANCE-AMT       TO OR-BALANCE-AMT
022100     MOVE OI-AGE-DAYS          TO OR-AGE-DAYS
022200     MOVE OI-AGING-BUCKET      TO OR-AGING-BUCKET
022300     MOVE OI-DISPUTE-FLAG      TO OR-DISPUTE-FLAG
022400     MOVE OI-LAST-PAYMENT-DATE TO OR-LAST-PAYMENT-DATE
022500     MOVE 1                    TO OR-INVOICE-COUNT
022600     WRITE INQUIRY-RESP-RECORD.
022700*
022800 2900-ANSWER-NOT-FOUND.
022900     ADD 1 TO WS-INQUIRIES-NOT-FOUND
023000     MOVE SPACES              TO INQUIRY-RESP-RECORD
023100     MOVE OQ-REQUEST-TYPE     TO OR-REQUEST-TYPE
023200     MOVE 'N'                 TO OR-LINE-TYPE
023300     MOVE OQ-PARTNER-ID       TO OR-PARTNER-ID
023400     MOVE OQ-MEMBER-ID        TO OR-MEMBER-ID
023500     MOVE OQ-INVOICE-NUM      TO OR-INVOICE-NUM
023600     MOVE ZERO                TO OR-BILL-DATE
023700     MOVE ZERO                TO OR-ORIGINAL-AMT
023800     MOVE ZERO                TO OR-RELIEVED-AMT
023900     MOVE ZERO                TO OR-BALANCE-AMT
024000     MOVE ZERO                TO OR-AGE-DAYS
024100     MOVE ZERO                TO OR-LAST-PAYMENT-DATE
024200     MOVE ZERO                TO OR-INVOICE-COUNT
024300     WRITE INQUIRY-RESP-RECORD.
024400*
024500 9999-EXIT.
024600     CLOSE INQUIRY-REQ-FILE OPEN-INV-FILE INQUIRY-RESP-FILE
024700     STOP RUN.
