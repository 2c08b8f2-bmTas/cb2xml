000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CATMNT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - REFERENCE MAINTENANCE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MAINTAIN THE REWARDS       *
001400*                   CATALOGUE MASTER (CATMAST.CPY) FROM          *
001500*                   MARKETING'S ADD/CHANGE/DELETE TRANSACTIONS   *
001600*                   AND STOCK MOVEMENTS (CATTRAN.CPY), INCLUDING *
001700*                   THE RESTOCKS CATFULF CUTS FOR RETURNED       *
001800*                   ORDERS.  THE TRANSACTIONS ARE SORTED BY      *
001900*                   ITEM, KEEPING THEIR ARRIVAL ORDER, AND       *
002000*                   MATCH-MERGED TO THE MASTER SO SEVERAL CAN    *
002100*                   APPLY TO ONE ITEM IN A RUN.  EVERY           *
002200*                   TRANSACTION, APPLIED OR REJECTED, GOES TO    *
002300*                   THE AUDIT TRAIL WITH THE STOCK AND PRICE     *
002400*                   BEFORE AND AFTER.                            *
002410*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
002420*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
002430*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
002440*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
002450*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
002460*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
002470*                   THE OPERATOR.                                *
002475*   10/15/26  MO    THE AUDIT RECORD NOW ENDS WITH THE RUN DATE  *
002480*                   (YYYYMMDD) AND TIME, SO AUDNORM CAN TAKE THE *
002485*                   TRAIL INTO THE AUDIT STORE.                  *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OLD-CATALOGUE-FILE ASSIGN TO CATOLD
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT CATALOGUE-TRAN-FILE ASSIGN TO CATTRAN
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
003800     SELECT SORTED-TRAN-FILE ASSIGN TO CATTSRT
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT NEW-CATALOGUE-FILE ASSIGN TO CATNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT CATALOGUE-AUDIT-FILE ASSIGN TO CATAUDT
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  OLD-CATALOGUE-FILE.
004700     COPY "CATMAST.cpy" REPLACING ==CATALOGUE-MASTER-RECORD== BY
004800                                  ==OLD-CATALOGUE-RECORD==.
004900*
005000 FD  CATALOGUE-TRAN-FILE.
005100 01  CATALOGUE-TRAN-IN-RECORD    PIC X(85).
005200*
005300 SD  SORT-WORK-FILE.
005400 01  SORT-WORK-RECORD.
005500     05  FILLER                  PIC X(01).
005600     05  SW-ITEM-NO              PIC 9(06).
005700     05  FILLER                  PIC X(78).
005800*
005900 FD  SORTED-TRAN-FILE.
006000     COPY "CATTRAN.cpy".
006100*
006200 FD  NEW-CATALOGUE-FILE.
006300     COPY "CATMAST.cpy" REPLACING ==CATALOGUE-MASTER-RECORD== BY
006400                                  ==NEW-CATALOGUE-RECORD==.
006500*
006600 FD  CATALOGUE-AUDIT-FILE.
006700 01  CATALOGUE-AUDIT-RECORD.
006800     05  CU-RUN-DAY              PIC 9(07).
006900     05  CU-ACTION-CODE          PIC X(01).
007000     05  CU-ITEM-NO              PIC 9(06).
007100     05  CU-REFERENCE            PIC X(12).
007200     05  CU-OLD-STOCK            PIC 9(07).
007300     05  CU-NEW-STOCK            PIC 9(07).
007400     05  CU-OLD-PRICE            PIC 9(07).
007500     05  CU-NEW-PRICE            PIC 9(07).
007600     05  CU-DISPOSITION          PIC X(30).
007650     05  CU-OPER-ID              PIC X(08).
007660     05  CU-RUN-DATE             PIC 9(08).
007670     05  CU-RUN-TIME             PIC 9(06).
007700*
007800 WORKING-STORAGE SECTION.
007900*
008000 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
008100     88  WS-OLD-EOF              VALUE 'Y'.
008200 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
008300     88  WS-TRAN-EOF             VALUE 'Y'.
008400*
008500*    SET WHILE THE ITEM BEING WORKED ON IS HELD IN
008600*    NEW-CATALOGUE-RECORD, WAITING TO BE WRITTEN.
008700*
008800 01  WS-ON-FILE-SWITCH           PIC X(01) VALUE 'N'.
008900     88  WS-ON-FILE              VALUE 'Y'.
009000*
009100 01  WS-RUN-DAY                  PIC 9(07).
009150 01  WS-RUN-DATE                 PIC 9(08).
009170 01  WS-RUN-TIME                 PIC 9(08).
009200 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
009300 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
009305 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
009310*
009315*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
009320*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
009325*
009330 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'CATMAST'.
009335 01  WS-AUTH-ACTION              PIC X(01).
009340 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
009345 01  WS-AUTH-STATUS              PIC X(01).
009350     88  WS-AUTH-GRANTED         VALUE 'Y'.
009355 01  WS-AUTH-DISPOSITION         PIC X(25).
009360 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
009365     88  WS-TRAN-SCREENED        VALUE 'Y'.
009400 01  WS-NEW-STOCK                PIC S9(09) COMP-3.
009500*
009600*    AN ITEM NUMBER HIGHER THAN ANY REAL ITEM, USED AS THE
009700*    AT-END KEY SO THE MATCH-MERGE DRAINS BOTH FILES CLEANLY.
009800*
009900 01  WS-OLD-KEY                  PIC 9(06).
010000 01  WS-TRAN-KEY                 PIC 9(06).
010100 01  WS-CURRENT-KEY              PIC 9(06).
010200 01  WS-HIGH-VALUE-KEY           PIC 9(06) VALUE 999999.
010300*
010400 PROCEDURE DIVISION.
010500*
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
010800     PERFORM 2000-MATCH-ONE-KEY
010900         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
011000     DISPLAY 'CATMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
011100     DISPLAY 'CATMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
011150     DISPLAY 'CATMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
011200     PERFORM 9999-EXIT.
011300*
011400 1000-INITIALIZE.
011500     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
011550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011570     ACCEPT WS-RUN-TIME FROM TIME
011600     SORT SORT-WORK-FILE
011700         ON ASCENDING KEY SW-ITEM-NO
011800         WITH DUPLICATES IN ORDER
011900         USING CATALOGUE-TRAN-FILE
012000         GIVING SORTED-TRAN-FILE
012100     OPEN INPUT  OLD-CATALOGUE-FILE
012200     OPEN INPUT  SORTED-TRAN-FILE
012300     OPEN OUTPUT NEW-CATALOGUE-FILE
012400     OPEN OUTPUT CATALOGUE-AUDIT-FILE
012500     PERFORM 8000-READ-OLD-CATALOGUE
012600     PERFORM 8100-READ-CATALOGUE-TRAN.
012700*
012800 2000-MATCH-ONE-KEY.
012900     IF WS-OLD-KEY < WS-TRAN-KEY
013000         PERFORM 2100-KEEP-OLD-RECORD
013100     ELSE
013200         PERFORM 2200-APPLY-KEY-TRANS
013300     END-IF.
013400*
013500 2100-KEEP-OLD-RECORD.
013600     MOVE OLD-CATALOGUE-RECORD TO NEW-CATALOGUE-RECORD
013700     WRITE NEW-CATALOGUE-RECORD
013800     PERFORM 8000-READ-OLD-CATALOGUE.
013900*
014000*    ALL OF THE ITEM'S TRANSACTIONS ARE APPLIED IN TURN TO THE
014100*    RECORD HELD IN NEW-CATALOGUE-RECORD, WHICH IS WRITTEN ONCE
014200*    THEY ARE DONE IF THE ITEM IS STILL ON FILE.
014300*
014400 2200-APPLY-KEY-TRANS.
014500     MOVE WS-TRAN-KEY TO WS-CURRENT-KEY
014600     IF WS-OLD-KEY = WS-TRAN-KEY
014700         MOVE OLD-CATALOGUE-RECORD TO NEW-CATALOGUE-RECORD
014800         MOVE 'Y' TO WS-ON-FILE-SWITCH
014900         PERFORM 8000-READ-OLD-CATALOGUE
015000     ELSE
015100         MOVE 'N' TO WS-ON-FILE-SWITCH
015200     END-IF
015300     PERFORM 2300-APPLY-ONE-TRAN
015400         UNTIL WS-TRAN-KEY NOT = WS-CURRENT-KEY
015500     IF WS-ON-FILE
015600         WRITE NEW-CATALOGUE-RECORD
015700     END-IF.
015800*
015900 2300-APPLY-ONE-TRAN.
016000     IF WS-ON-FILE
016100         MOVE CM-STOCK-ON-HAND OF NEW-CATALOGUE-RECORD
016200             TO CU-OLD-STOCK
016300         MOVE CM-POINTS-PRICE OF NEW-CATALOGUE-RECORD
016400             TO CU-OLD-PRICE
016500     ELSE
016600         MOVE 0 TO CU-OLD-STOCK
016700         MOVE 0 TO CU-OLD-PRICE
016800     END-IF
016900     EVALUATE TRUE
017000         WHEN CT-ADD AND WS-ON-FILE
017100             MOVE 'REJECTED - ALREADY ON FILE' TO CU-DISPOSITION
017200             PERFORM 3100-WRITE-AUDIT-REJECTED
017300         WHEN CT-ADD
017400             PERFORM 2400-ADD-ITEM
017500         WHEN NOT WS-ON-FILE
017600             AND (CT-CHANGE OR CT-DELETE OR CT-STOCK-MOVE)
017700             MOVE 'REJECTED - ITEM NOT FOUND' TO CU-DISPOSITION
017800             PERFORM 3100-WRITE-AUDIT-REJECTED
017900         WHEN CT-CHANGE
018000             PERFORM 2500-CHANGE-ITEM
018100         WHEN CT-DELETE
018200             PERFORM 2600-DELETE-ITEM
018300         WHEN CT-STOCK-MOVE
018400             PERFORM 2700-MOVE-STOCK
018500         WHEN OTHER
018600             MOVE 'REJECTED - BAD ACTION CODE' TO CU-DISPOSITION
018700             PERFORM 3100-WRITE-AUDIT-REJECTED
018800     END-EVALUATE
018900     PERFORM 8100-READ-CATALOGUE-TRAN.
019000*
019100*    A NEW ITEM NEEDS A DESCRIPTION, A PRICE AND A START DATE
019200*    NO LATER THAN ITS END DATE; OPENING STOCK MAY BE ZERO.
019300*
019400 2400-ADD-ITEM.
019500     IF CT-DESCRIPTION = SPACES
019600         OR CT-POINTS-PRICE = ZERO
019700         OR CT-START-DATE = ZERO
019800         OR (CT-END-DATE NOT = ZERO
019900             AND CT-END-DATE < CT-START-DATE)
020000         OR CT-STOCK-QTY < ZERO
020100         MOVE 'REJECTED - BAD ITEM DATA' TO CU-DISPOSITION
020200         PERFORM 3100-WRITE-AUDIT-REJECTED
020300     ELSE
020400         MOVE CT-ITEM-NO TO CM-ITEM-NO OF NEW-CATALOGUE-RECORD
020500         MOVE CT-STOCK-QTY
020600             TO CM-STOCK-ON-HAND OF NEW-CATALOGUE-RECORD
020700         PERFORM 2410-MOVE-ITEM-DETAILS
020800         MOVE 'Y' TO WS-ON-FILE-SWITCH
020900         MOVE 'ADDED' TO CU-DISPOSITION
021000         PERFORM 3000-WRITE-AUDIT-APPLIED
021100     END-IF.
021200*
021300 2410-MOVE-ITEM-DETAILS.
021400     MOVE CT-DESCRIPTION
021500         TO CM-DESCRIPTION OF NEW-CATALOGUE-RECORD
021600     MOVE CT-POINTS-PRICE
021700         TO CM-POINTS-PRICE OF NEW-CATALOGUE-RECORD
021800     MOVE CT-START-DATE   TO CM-START-DATE OF NEW-CATALOGUE-RECORD
021900     MOVE CT-END-DATE     TO CM-END-DATE OF NEW-CATALOGUE-RECORD
022000     MOVE WS-RUN-DAY
022100         TO CM-LAST-UPDATE-DATE OF NEW-CATALOGUE-RECORD.
022200*
022300*    A CHANGE REPLACES THE DESCRIPTION, PRICE AND DATES; STOCK
022400*    ONLY EVER MOVES THROUGH AN S TRANSACTION OR AN ORDER.
022500*
022600 2500-CHANGE-ITEM.
022700     IF CT-DESCRIPTION = SPACES
022800         OR CT-POINTS-PRICE = ZERO
022900         OR CT-START-DATE = ZERO
023000         OR (CT-END-DATE NOT = ZERO
023100             AND CT-END-DATE < CT-START-DATE)
023200         MOVE 'REJECTED - BAD ITEM DATA' TO CU-DISPOSITION
023300         PERFORM 3100-WRITE-AUDIT-REJECTED
023400     ELSE
023500         PERFORM 2410-MOVE-ITEM-DETAILS
023600         MOVE 'CHANGED' TO CU-DISPOSITION
023700         PERFORM 3000-WRITE-AUDIT-APPLIED
023800     END-IF.
023900*
024000*    AN ITEM STILL HOLDING STOCK IS NOT DELETED - END-DATE IT
024100*    AND WRITE THE STOCK OFF FIRST.
024200*
024300 2600-DELETE-ITEM.
024400     IF CM-STOCK-ON-HAND OF NEW-CATALOGUE-RECORD > ZERO
024500         MOVE 'REJECTED - STOCK ON HAND' TO CU-DISPOSITION
024600         PERFORM 3100-WRITE-AUDIT-REJECTED
024700     ELSE
024800         MOVE 'N' TO WS-ON-FILE-SWITCH
024900         MOVE 'DELETED' TO CU-DISPOSITION
025000         PERFORM 3000-WRITE-AUDIT-APPLIED
025100     END-IF.
025200*
025300 2700-MOVE-STOCK.
025400     COMPUTE WS-NEW-STOCK =
025500         CM-STOCK-ON-HAND OF NEW-CATALOGUE-RECORD + CT-STOCK-QTY
025600     IF WS-NEW-STOCK < ZERO
025700         OR WS-NEW-STOCK > 9999999
025800         MOVE 'REJECTED - BAD STOCK QTY' TO CU-DISPOSITION
025900         PERFORM 3100-WRITE-AUDIT-REJECTED
026000     ELSE
026100         MOVE WS-NEW-STOCK
026200             TO CM-STOCK-ON-HAND OF NEW-CATALOGUE-RECORD
026300         MOVE WS-RUN-DAY
026400             TO CM-LAST-UPDATE-DATE OF NEW-CATALOGUE-RECORD
026500         MOVE 'STOCK MOVED' TO CU-DISPOSITION
026600         PERFORM 3000-WRITE-AUDIT-APPLIED
026700     END-IF.
026800*
026900 3000-WRITE-AUDIT-APPLIED.
027000     ADD 1 TO WS-APPLIED-COUNT
027100     IF WS-ON-FILE
027200         MOVE CM-STOCK-ON-HAND OF NEW-CATALOGUE-RECORD
027300             TO CU-NEW-STOCK
027400         MOVE CM-POINTS-PRICE OF NEW-CATALOGUE-RECORD
027500             TO CU-NEW-PRICE
027600     ELSE
027700         MOVE 0 TO CU-NEW-STOCK
027800         MOVE 0 TO CU-NEW-PRICE
027900     END-IF
028000     PERFORM 3200-WRITE-AUDIT-RECORD.
028100*
028200 3100-WRITE-AUDIT-REJECTED.
028300     ADD 1 TO WS-REJECTED-COUNT
028400     MOVE CU-OLD-STOCK TO CU-NEW-STOCK
028500     MOVE CU-OLD-PRICE TO CU-NEW-PRICE
028600     PERFORM 3200-WRITE-AUDIT-RECORD.
028700*
028800 3200-WRITE-AUDIT-RECORD.
028900     MOVE WS-RUN-DAY     TO CU-RUN-DAY
029000     MOVE CT-ACTION-CODE TO CU-ACTION-CODE
029100     MOVE CT-ITEM-NO     TO CU-ITEM-NO
029200     MOVE CT-REFERENCE   TO CU-REFERENCE
029250     MOVE CT-OPER-ID     TO CU-OPER-ID
029260     MOVE WS-RUN-DATE    TO CU-RUN-DATE
029270     MOVE WS-RUN-TIME (1:6) TO CU-RUN-TIME
029300     WRITE CATALOGUE-AUDIT-RECORD.
029400*
029500 8000-READ-OLD-CATALOGUE.
029600     READ OLD-CATALOGUE-FILE
029700         AT END
029800             MOVE 'Y' TO WS-OLD-EOF-SWITCH
029900             MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
030000         NOT AT END
030100             MOVE CM-ITEM-NO OF OLD-CATALOGUE-RECORD
030200                 TO WS-OLD-KEY
030300     END-READ.
030400*
030500 8100-READ-CATALOGUE-TRAN.
030510     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
030520     PERFORM 8110-READ-AND-SCREEN
030530         UNTIL WS-TRAN-SCREENED.
030540*
030550 8110-READ-AND-SCREEN.
030600     READ SORTED-TRAN-FILE
030700         AT END
030800             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
030900             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
031000         NOT AT END
031100             MOVE CT-ITEM-NO TO WS-TRAN-KEY
031105     END-READ
031110     IF WS-TRAN-EOF
031115         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
031120     ELSE
031125         PERFORM 8200-CHECK-AUTHORITY
031130     END-IF.
031135*
031140*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
031145*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
031150*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.  A
031155*    STOCK MOVEMENT CHANGES THE ITEM, SO IT NEEDS CHANGE
031158*    AUTHORITY.
031160*
031165 8200-CHECK-AUTHORITY.
031170     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
031175     IF CT-ADD OR CT-CHANGE OR CT-DELETE OR CT-STOCK-MOVE
031180         IF CT-STOCK-MOVE
031185             MOVE 'C' TO WS-AUTH-ACTION
031190         ELSE
031195             MOVE CT-ACTION-CODE TO WS-AUTH-ACTION
031200         END-IF
031205         CALL 'OPRCHK' USING CT-OPER-ID WS-AUTH-MASTER-FILE
031210             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
031215             WS-AUTH-STATUS WS-AUTH-DISPOSITION
031220         IF NOT WS-AUTH-GRANTED
031225             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
031230             MOVE WS-AUTH-DISPOSITION TO CU-DISPOSITION
031235             MOVE 0 TO CU-OLD-STOCK
031240             MOVE 0 TO CU-OLD-PRICE
031245             ADD 1 TO WS-UNAUTH-COUNT
031250             PERFORM 3100-WRITE-AUDIT-REJECTED
031255         END-IF
031260     END-IF.
031300*
031400 9999-EXIT.
031500     CLOSE OLD-CATALOGUE-FILE SORTED-TRAN-FILE
031600           NEW-CATALOGUE-FILE CATALOGUE-AUDIT-FILE
031700     STOP RUN.
