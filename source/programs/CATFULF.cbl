000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CATFULF.
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
001300*   10/15/26  MO    INITIAL VERSION - APPLY THE FULFILMENT       *
001400*                   HOUSE'S DISPATCH/RETURN FILE TO THE          *
001500*                   CATALOGUE ORDER REGISTER (CATOREG.CPY).  A   *
001600*                   DISPATCH CLOSES AN OPEN ORDER.  A RETURN OR  *
001700*                   AN UNDELIVERABLE PARCEL GIVES THE MEMBER     *
001800*                   THEIR POINTS BACK AS A CODE-10 CREDIT IN     *
001900*                   DTAR119 FORMAT AND CUTS A CATMNT STOCK       *
002000*                   MOVEMENT TO PUT THE ITEM BACK ON THE SHELF.  *
002100*                   AN ORDER IS NEVER REFUNDED TWICE.  EVERY     *
002200*                   EVENT GOES TO THE JOURNAL WITH WHAT WAS      *
002300*                   DONE WITH IT.                                *
002320*   10/15/26  MO    STOCK MOVEMENTS CARRY CATFULF AS THE         *
002340*                   OPERATOR, WHICH CATMNT CHECKS AGAINST THE    *
002360*                   OPERATOR AUTHORITY MASTER LIKE ANY OTHER.    *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DISPATCH-IN-FILE ASSIGN TO CATDISP
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT SORT-WORK-FILE  ASSIGN TO SRTWK01.
003500     SELECT SORTED-EVENT-FILE ASSIGN TO CATDSRT
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OLD-REGISTER-FILE ASSIGN TO CATROLD
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT NEW-REGISTER-FILE ASSIGN TO CATRNEW
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT CREDIT-TRAN-FILE ASSIGN TO CATRTRNO
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT STOCK-TRAN-FILE ASSIGN TO CATSTKTR
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT JOURNAL-FILE    ASSIGN TO CATFJRNL
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000*    INBOUND FROM THE FULFILMENT HOUSE - ONE EXTCTL 'HDR'
005100*    FIRST, ONE 'TRL' LAST, ONE RECORD PER PARCEL EVENT
005200*    BETWEEN.
005300*
005400 FD  DISPATCH-IN-FILE.
005500 01  DISPATCH-IN-RECORD          PIC X(45).
005600 01  DISPATCH-IN-CONTROL-VIEW.
005700     05  DI-RECORD-TAG           PIC X(03).
005800         88  DI-CONTROL-RECORD   VALUE 'HDR' 'TRL'.
005900     05  FILLER                  PIC X(42).
006000*
006100 SD  SORT-WORK-FILE.
006200 01  SORT-WORK-RECORD.
006300     05  SW-ORDER-ID             PIC X(12).
006400     05  FILLER                  PIC X(33).
006500*
006600 FD  SORTED-EVENT-FILE.
006700 01  SORTED-EVENT-RECORD.
006800     05  DE-ORDER-ID             PIC X(12).
006900     05  DE-EVENT-CODE           PIC X(01).
007000         88  DE-DISPATCHED       VALUE 'D'.
007100         88  DE-RETURNED         VALUE 'R'.
007200         88  DE-UNDELIVERABLE    VALUE 'U'.
007300     05  DE-EVENT-DATE           PIC 9(07).
007400     05  DE-CARRIER-REF          PIC X(20).
007500     05  FILLER                  PIC X(05).
007600*
007700 FD  OLD-REGISTER-FILE.
007800     COPY "CATOREG.cpy" REPLACING ==CATALOGUE-ORDER-RECORD==
007900                         BY ==OLD-REGISTER-RECORD==.
008000*
008100 FD  NEW-REGISTER-FILE.
008200     COPY "CATOREG.cpy" REPLACING ==CATALOGUE-ORDER-RECORD==
008300                         BY ==NEW-REGISTER-RECORD==.
008400*
008500*    REFUND CREDITS CARRY THE SAME BYTE LAYOUT AS DTAR119.cbl,
008600*    CODE 10 WITH POSITIVE POINTS, STORE AND TERMINAL 000.
008700*
008800 FD  CREDIT-TRAN-FILE.
008900 01  CREDIT-TRAN-RECORD.
009000     05  CR-STORE-NO             PIC 9(03)     COMP-3.
009100     05  CR-TRANS-DATE           PIC 9(07)     COMP-3.
009200     05  CR-TRANS-CODE           PIC 9(02)     COMP-3.
009300     05  CR-CARD-NO              PIC 9(16).
009400     05  CR-TERMINAL-ID          PIC 9(03).
009500     05  CR-TRANS-NO             PIC 9(04).
009600     05  CR-BONUS-POINTS         PIC S9(06)    COMP-3.
009700     05  CR-KEYCODE              PIC 9(08)     COMP-3.
009800     05  CR-KEYCODE-AMT          PIC S9(07)V99 COMP-3.
009900     05  CR-KEYCODE-QTY          PIC S9(07)V99 COMP-3.
010000     05  CR-PROM-NO              PIC 9(05)     COMP-3.
010100*
010200 FD  STOCK-TRAN-FILE.
010300     COPY "CATTRAN.cpy".
010400*
010500 FD  JOURNAL-FILE.
010600 01  JOURNAL-RECORD.
010700     05  FJ-RUN-DAY              PIC 9(07).
010800     05  FJ-ORDER-ID             PIC X(12).
010900     05  FJ-EVENT-CODE           PIC X(01).
011000     05  FJ-EVENT-DATE           PIC 9(07).
011100     05  FJ-CARRIER-REF          PIC X(20).
011200     05  FJ-CARD-NO              PIC 9(16).
011300     05  FJ-ITEM-NO              PIC 9(06).
011400     05  FJ-QUANTITY             PIC 9(03).
011500     05  FJ-POINTS-CREDITED      PIC 9(07).
011600     05  FJ-DISPOSITION          PIC X(25).
011700*
011800 WORKING-STORAGE SECTION.
011900*
012000 01  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
012100     88  WS-IN-EOF               VALUE 'Y'.
012200 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
012300     88  WS-REG-EOF              VALUE 'Y'.
012400 01  WS-EVENT-EOF-SWITCH         PIC X(01) VALUE 'N'.
012500     88  WS-EVENT-EOF            VALUE 'Y'.
012600 01  WS-ON-FILE-SWITCH           PIC X(01).
012700     88  WS-ON-FILE              VALUE 'Y'.
012800*
012900 01  WS-CATALOGUE-CODE           PIC 9(02) VALUE 10.
013000*
013100*    CATORDR NUMBERS THE DAY'S CODE-10 DEBITS UP TO 5000, SO
013200*    REFUND CREDITS START AT 5001 AND NEVER SHARE A HEAD-OFFICE
013300*    TRANSACTION NUMBER WITH THEM.
013400*
013500 01  WS-TRANS-NO                 PIC 9(04) VALUE 5000.
013600 01  WS-LAST-CREDIT-TRANS-NO     PIC 9(04) VALUE 9999.
013700*
013800 01  WS-RUN-DAY                  PIC 9(07).
013850 01  WS-BATCH-OPER-ID            PIC X(08) VALUE 'CATFULF'.
013900 01  WS-DISPATCHED-COUNT         PIC 9(07) VALUE 0.
014000 01  WS-REFUNDED-COUNT           PIC 9(07) VALUE 0.
014100 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
014200 01  WS-POINTS-REFUNDED          PIC 9(11) VALUE 0.
014300*
014400*    AN ORDER ID HIGHER THAN ANY REAL ONE, USED AS THE AT-END
014500*    KEY SO THE MATCH-MERGE DRAINS BOTH FILES CLEANLY.
014600*
014700 01  WS-REG-KEY                  PIC X(12).
014800 01  WS-EVENT-KEY                PIC X(12).
014900 01  WS-CURRENT-KEY              PIC X(12).
015000 01  WS-HIGH-VALUE-KEY           PIC X(12) VALUE HIGH-VALUES.
015100*
015200 PROCEDURE DIVISION.
015300*
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE
015600     PERFORM 2000-MATCH-ONE-KEY
015700         UNTIL WS-REG-EOF AND WS-EVENT-EOF
015800     DISPLAY 'CATFULF - ORDERS DISPATCHED: ' WS-DISPATCHED-COUNT
015900     DISPLAY 'CATFULF - ORDERS REFUNDED:   ' WS-REFUNDED-COUNT
016000     DISPLAY 'CATFULF - EVENTS REJECTED:   ' WS-REJECTED-COUNT
016100     DISPLAY 'CATFULF - POINTS REFUNDED:   ' WS-POINTS-REFUNDED
016200     PERFORM 9999-EXIT.
016300*
016400*    EVENTS ARE SORTED BY ORDER, KEEPING THE HOUSE'S OWN
016500*    SEQUENCE, SO A DISPATCH AND A LATER RETURN OF THE SAME
016600*    ORDER IN ONE FILE ARE APPLIED IN THAT ORDER.
016700*
016800 1000-INITIALIZE.
016900     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
017000     SORT SORT-WORK-FILE
017100         ON ASCENDING KEY SW-ORDER-ID
017200         WITH DUPLICATES IN ORDER
017300         INPUT PROCEDURE IS 1100-RELEASE-EVENTS
017400         GIVING SORTED-EVENT-FILE
017500     OPEN INPUT  OLD-REGISTER-FILE
017600                 SORTED-EVENT-FILE
017700     OPEN OUTPUT NEW-REGISTER-FILE
017800                 CREDIT-TRAN-FILE
017900                 STOCK-TRAN-FILE
018000                 JOURNAL-FILE
018100     PERFORM 8000-READ-REGISTER
018200     PERFORM 8100-READ-EVENT.
018300*
018400*    THE HOUSE'S OWN HEADER AND TRAILER WERE PROVED BY
018500*    EXTVERFY; HERE THEY ARE SIMPLY STEPPED OVER.
018600*
018700 1100-RELEASE-EVENTS.
018800     OPEN INPUT DISPATCH-IN-FILE
018900     READ DISPATCH-IN-FILE
019000         AT END MOVE 'Y' TO WS-IN-EOF-SWITCH
019100     END-READ
019200     PERFORM 1110-RELEASE-ONE-EVENT
019300         UNTIL WS-IN-EOF
019400     CLOSE DISPATCH-IN-FILE.
019500*
019600 1110-RELEASE-ONE-EVENT.
019700     IF NOT DI-CONTROL-RECORD
019800         MOVE DISPATCH-IN-RECORD TO SORT-WORK-RECORD
019900         RELEASE SORT-WORK-RECORD
020000     END-IF
020100     READ DISPATCH-IN-FILE
020200         AT END MOVE 'Y' TO WS-IN-EOF-SWITCH
020300     END-READ.
020400*
020500 2000-MATCH-ONE-KEY.
020600     IF WS-REG-KEY < WS-EVENT-KEY
020700         PERFORM 2100-KEEP-OLD-RECORD
020800     ELSE
020900         PERFORM 2200-APPLY-KEY-EVENTS
021000     END-IF.
021100*
021200 2100-KEEP-OLD-RECORD.
021300     MOVE OLD-REGISTER-RECORD TO NEW-REGISTER-RECORD
021400     WRITE NEW-REGISTER-RECORD
021500     PERFORM 8000-READ-REGISTER.
021600*
021700*    ALL OF THE ORDER'S EVENTS ARE APPLIED IN TURN TO THE
021800*    RECORD HELD IN NEW-REGISTER-RECORD, WHICH IS WRITTEN ONCE
021900*    THEY ARE DONE.
022000*
022100 2200-APPLY-KEY-EVENTS.
022200     MOVE WS-EVENT-KEY TO WS-CURRENT-KEY
022300     IF WS-REG-KEY = WS-EVENT-KEY
022400         MOVE OLD-REGISTER-RECORD TO NEW-REGISTER-RECORD
022500         MOVE 'Y' TO WS-ON-FILE-SWITCH
022600         PERFORM 8000-READ-REGISTER
022700     ELSE
022800         MOVE 'N' TO WS-ON-FILE-SWITCH
022900     END-IF
023000     PERFORM 2300-APPLY-ONE-EVENT
023100         UNTIL WS-EVENT-KEY NOT = WS-CURRENT-KEY
023200     IF WS-ON-FILE
023300         WRITE NEW-REGISTER-RECORD
023400     END-IF.
023500*
023600 2300-APPLY-ONE-EVENT.
023700     MOVE 0 TO FJ-POINTS-CREDITED
023800     EVALUATE TRUE
023900         WHEN NOT WS-ON-FILE
024000             MOVE 'REJECTED - UNKNOWN ORDER' TO FJ-DISPOSITION
024100             ADD 1 TO WS-REJECTED-COUNT
024200         WHEN DE-DISPATCHED
024300             AND CO-OPEN OF NEW-REGISTER-RECORD
024400             PERFORM 2400-CLOSE-DISPATCHED
024500         WHEN DE-DISPATCHED
024600             MOVE 'REJECTED - NOT OPEN' TO FJ-DISPOSITION
024700             ADD 1 TO WS-REJECTED-COUNT
024800         WHEN (DE-RETURNED OR DE-UNDELIVERABLE)
024900             AND CO-REFUNDED OF NEW-REGISTER-RECORD
025000             MOVE 'REJECTED - REFUNDED' TO FJ-DISPOSITION
025100             ADD 1 TO WS-REJECTED-COUNT
025200         WHEN (DE-RETURNED OR DE-UNDELIVERABLE)
025300             AND WS-TRANS-NO NOT < WS-LAST-CREDIT-TRANS-NO
025400             MOVE 'REJECTED - DAILY LIMIT' TO FJ-DISPOSITION
025500             ADD 1 TO WS-REJECTED-COUNT
025600         WHEN DE-RETURNED OR DE-UNDELIVERABLE
025700             PERFORM 2500-REFUND-ORDER
025800         WHEN OTHER
025900             MOVE 'REJECTED - BAD EVENT CODE' TO FJ-DISPOSITION
026000             ADD 1 TO WS-REJECTED-COUNT
026100     END-EVALUATE
026200     PERFORM 3000-WRITE-JOURNAL
026300     PERFORM 8100-READ-EVENT.
026400*
026500 2400-CLOSE-DISPATCHED.
026600     ADD 1 TO WS-DISPATCHED-COUNT
026700     MOVE 'D' TO CO-STATUS OF NEW-REGISTER-RECORD
026800     MOVE DE-EVENT-DATE
026900         TO CO-STATUS-DATE OF NEW-REGISTER-RECORD
027000     MOVE DE-CARRIER-REF
027100         TO CO-CARRIER-REF OF NEW-REGISTER-RECORD
027200     MOVE 'DISPATCHED' TO FJ-DISPOSITION.
027300*
027400*    THE ITEM COMES BACK TO THE HOUSE EITHER WAY, SO A RETURN
027500*    AND AN UNDELIVERABLE PARCEL ARE BOTH RESTOCKED.  THE
027600*    STOCK MOVEMENT CARRIES THE ORDER ID AS ITS REFERENCE FOR
027700*    THE CATMNT AUDIT.
027800*
027900 2500-REFUND-ORDER.
028000     ADD 1 TO WS-REFUNDED-COUNT
028100     ADD CO-POINTS OF NEW-REGISTER-RECORD TO WS-POINTS-REFUNDED
028200     MOVE CO-POINTS OF NEW-REGISTER-RECORD TO FJ-POINTS-CREDITED
028300     ADD 1 TO WS-TRANS-NO
028400     MOVE 0                 TO CR-STORE-NO
028500     MOVE WS-RUN-DAY        TO CR-TRANS-DATE
028600     MOVE WS-CATALOGUE-CODE TO CR-TRANS-CODE
028700     MOVE CO-CARD-NO OF NEW-REGISTER-RECORD TO CR-CARD-NO
028800     MOVE 0                 TO CR-TERMINAL-ID
028900     MOVE WS-TRANS-NO       TO CR-TRANS-NO
029000     MOVE CO-POINTS OF NEW-REGISTER-RECORD TO CR-BONUS-POINTS
029100     MOVE 0                 TO CR-KEYCODE
029200     MOVE 0                 TO CR-KEYCODE-AMT
029300     MOVE 0                 TO CR-KEYCODE-QTY
029400     MOVE 0                 TO CR-PROM-NO
029500     WRITE CREDIT-TRAN-RECORD
029600     MOVE SPACES TO CATALOGUE-TRAN-RECORD
029700     MOVE 'S'    TO CT-ACTION-CODE
029800     MOVE CO-ITEM-NO OF NEW-REGISTER-RECORD TO CT-ITEM-NO
029900     MOVE 0      TO CT-POINTS-PRICE
030000     MOVE 0      TO CT-START-DATE
030100     MOVE 0      TO CT-END-DATE
030200     MOVE CO-QUANTITY OF NEW-REGISTER-RECORD TO CT-STOCK-QTY
030300     MOVE DE-ORDER-ID TO CT-REFERENCE
030350     MOVE WS-BATCH-OPER-ID TO CT-OPER-ID
030400     WRITE CATALOGUE-TRAN-RECORD
030500     MOVE DE-EVENT-CODE TO CO-STATUS OF NEW-REGISTER-RECORD
030600     MOVE DE-EVENT-DATE
030700         TO CO-STATUS-DATE OF NEW-REGISTER-RECORD
030800     IF DE-CARRIER-REF NOT = SPACES
030900         MOVE DE-CARRIER-REF
031000             TO CO-CARRIER-REF OF NEW-REGISTER-RECORD
031100     END-IF
031200     MOVE 'POINTS REFUNDED' TO FJ-DISPOSITION.
031300*
031400 3000-WRITE-JOURNAL.
031500     MOVE WS-RUN-DAY     TO FJ-RUN-DAY
031600     MOVE DE-ORDER-ID    TO FJ-ORDER-ID
031700     MOVE DE-EVENT-CODE  TO FJ-EVENT-CODE
031800     MOVE DE-EVENT-DATE  TO FJ-EVENT-DATE
031900     MOVE DE-CARRIER-REF TO FJ-CARRIER-REF
032000     IF WS-ON-FILE
032100         MOVE CO-CARD-NO OF NEW-REGISTER-RECORD TO FJ-CARD-NO
032200         MOVE CO-ITEM-NO OF NEW-REGISTER-RECORD TO FJ-ITEM-NO
032300         MOVE CO-QUANTITY OF NEW-REGISTER-RECORD
032400             TO FJ-QUANTITY
032500     ELSE
032600         MOVE 0 TO FJ-CARD-NO
032700         MOVE 0 TO FJ-ITEM-NO
032800         MOVE 0 TO FJ-QUANTITY
032900     END-IF
033000     WRITE JOURNAL-RECORD.
033100*
033200 8000-READ-REGISTER.
033300     READ OLD-REGISTER-FILE
033400         AT END
033500             MOVE 'Y' TO WS-REG-EOF-SWITCH
033600             MOVE WS-HIGH-VALUE-KEY TO WS-REG-KEY
033700         NOT AT END
033800             MOVE CO-ORDER-ID OF OLD-REGISTER-RECORD
033900                 TO WS-REG-KEY
034000     END-READ.
034100*
034200 8100-READ-EVENT.
034300     READ SORTED-EVENT-FILE
034400         AT END
034500             MOVE 'Y' TO WS-EVENT-EOF-SWITCH
034600             MOVE WS-HIGH-VALUE-KEY TO WS-EVENT-KEY
034700         NOT AT END
034800             MOVE DE-ORDER-ID TO WS-EVENT-KEY
034900     END-READ.
035000*
035100 9999-EXIT.
035200     CLOSE OLD-REGISTER-FILE SORTED-EVENT-FILE
035300           NEW-REGISTER-FILE CREDIT-TRAN-FILE
035400           STOCK-TRAN-FILE JOURNAL-FILE
035500     STOP RUN.
