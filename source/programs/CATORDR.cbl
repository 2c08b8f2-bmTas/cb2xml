000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CATORDR.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - DAILY LOAD.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - AUTHORIZE THE DAY'S        *
001400*                   REWARDS CATALOGUE ORDERS.  EACH ORDER IS     *
001500*                   CHECKED AGAINST THE CATALOGUE (ITEM ON SALE, *
001600*                   STOCK ENOUGH) AND AGAINST THE MEMBER'S       *
001700*                   AVAILABLE BALANCE, BUILT AS REDMAUTH BUILDS  *
001800*                   IT - THE POINTS BALANCE MASTER LESS PENDING  *
001900*                   EXPIRIES AND PENDING AIRLINE TRANSFERS.  AN  *
002000*                   ACCEPTED ORDER TAKES ITS STOCK, POSTS A      *
002100*                   RESERVED CODE-10 DTAR119-FORMAT DEBIT, IS    *
002200*                   ADDED OPEN TO THE ORDER REGISTER             *
002300*                   (CATOREG.CPY) AND GOES TO THE FULFILMENT     *
002400*                   HOUSE ON AN EXTCTL ORDER FILE (HASH OVER     *
002500*                   QUANTITY).  REJECTED ORDERS GO TO A REJECT   *
002600*                   FILE WITH THE REASON.  AN ORDER ID ALREADY   *
002700*                   ON THE REGISTER IS NEVER CHARGED TWICE.      *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ORDER-REQUEST-FILE ASSIGN TO CATREQ
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT SORT-WORK-FILE  ASSIGN TO SRTWK01.
003900     SELECT SORTED-REQUEST-FILE ASSIGN TO CATRSRT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT CATALOGUE-IN-FILE ASSIGN TO CATMIN
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT CATALOGUE-OUT-FILE ASSIGN TO CATMOUT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT BALANCE-FILE    ASSIGN TO PTSBNEW
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT EXPIRY-TRAN-FILE ASSIGN TO EXPTRANO
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL PEND-REG-FILE ASSIGN TO XFRPENDN
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT OPTIONAL OLD-REGISTER-FILE ASSIGN TO CATROLD
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT NEW-REGISTER-FILE ASSIGN TO CATRNEW
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT DEBIT-TRAN-FILE ASSIGN TO CATLTRNO
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT FULFIL-ORDER-FILE ASSIGN TO CATFORD
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT REJECT-FILE     ASSIGN TO CATORJ
006000         ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400*    ONE RECORD PER ORDER PLACED ON THE WEB SITE OR WITH THE
006500*    CONTACT CENTRE.  THE ORDER ID IS THE ORDER-TAKING SYSTEM'S
006600*    OWN AND IS UNIQUE FOR ALL TIME.  THE SHIP-TO ADDRESS IS
006700*    CAPTURED WITH THE ORDER - THE SUITE HOLDS NO ADDRESSES.
006800*
006900 FD  ORDER-REQUEST-FILE.
007000 01  ORDER-REQUEST-RECORD        PIC X(162).
007100*
007200 SD  SORT-WORK-FILE.
007300 01  SORT-WORK-RECORD.
007400     05  SW-ORDER-ID             PIC X(12).
007500     05  FILLER                  PIC X(150).
007600*
007700 FD  SORTED-REQUEST-FILE.
007800 01  SORTED-REQUEST-RECORD.
007900     05  OR-ORDER-ID             PIC X(12).
008000     05  OR-CARD-NO              PIC 9(16).
008100     05  OR-ITEM-NO              PIC 9(06).
008200     05  OR-QUANTITY             PIC 9(03).
008300     05  OR-REQUEST-DATE         PIC 9(07).
008400     05  OR-SHIP-TO.
008500         10  OR-SHIP-NAME        PIC X(30).
008600         10  OR-SHIP-ADDRESS-1   PIC X(30).
008700         10  OR-SHIP-ADDRESS-2   PIC X(30).
008800         10  OR-SHIP-TOWN        PIC X(20).
008900         10  OR-SHIP-POSTCODE    PIC X(08).
009000*
009100 FD  CATALOGUE-IN-FILE.
009200     COPY "CATMAST.cpy" REPLACING ==CATALOGUE-MASTER-RECORD==
009300                         BY ==CATALOGUE-IN-RECORD==.
009400*
009500 FD  CATALOGUE-OUT-FILE.
009600     COPY "CATMAST.cpy" REPLACING ==CATALOGUE-MASTER-RECORD==
009700                         BY ==CATALOGUE-OUT-RECORD==.
009800*
009900 FD  BALANCE-FILE.
010000     COPY "PTSBAL.cpy".
010100*
010200*    THE PENDING EXPIRY FILE CARRIES THE SAME BYTE LAYOUT AS
010300*    DTAR119, CUT BY PTSEXPRY AT MONTH-END.
010400*
010500 FD  EXPIRY-TRAN-FILE.
010600 01  EXPIRY-TRAN-RECORD.
010700     05  XT-STORE-NO             PIC 9(03)     COMP-3.
010800     05  XT-TRANS-DATE           PIC 9(07)     COMP-3.
010900     05  XT-TRANS-CODE           PIC 9(02)     COMP-3.
011000     05  XT-CARD-NO              PIC 9(16).
011100     05  XT-TERMINAL-ID          PIC 9(03).
011200     05  XT-TRANS-NO             PIC 9(04).
011300     05  XT-BONUS-POINTS         PIC S9(06)    COMP-3.
011400     05  FILLER                  PIC X(18).
011500*
011600 FD  PEND-REG-FILE.
011700     COPY "XFRPEND.cpy".
011800*
011900 FD  OLD-REGISTER-FILE.
012000     COPY "CATOREG.cpy" REPLACING ==CATALOGUE-ORDER-RECORD==
012100                         BY ==OLD-REGISTER-RECORD==.
012200*
012300 FD  NEW-REGISTER-FILE.
012400     COPY "CATOREG.cpy" REPLACING ==CATALOGUE-ORDER-RECORD==
012500                         BY ==NEW-REGISTER-RECORD==.
012600*
012700*    POSTED DEBITS CARRY THE SAME BYTE LAYOUT AS DTAR119.cbl,
012800*    CODE 10, STORE AND TERMINAL 000 (HEAD OFFICE), AS XFRCONF
012900*    POSTS ITS CODE-07 DEBITS.
013000*
013100 FD  DEBIT-TRAN-FILE.
013200 01  DEBIT-TRAN-RECORD.
013300     05  DT-STORE-NO             PIC 9(03)     COMP-3.
013400     05  DT-TRANS-DATE           PIC 9(07)     COMP-3.
013500     05  DT-TRANS-CODE           PIC 9(02)     COMP-3.
013600     05  DT-CARD-NO              PIC 9(16).
013700     05  DT-TERMINAL-ID          PIC 9(03).
013800     05  DT-TRANS-NO             PIC 9(04).
013900     05  DT-BONUS-POINTS         PIC S9(06)    COMP-3.
014000     05  DT-KEYCODE              PIC 9(08)     COMP-3.
014100     05  DT-KEYCODE-AMT          PIC S9(07)V99 COMP-3.
014200     05  DT-KEYCODE-QTY          PIC S9(07)V99 COMP-3.
014300     05  DT-PROM-NO              PIC 9(05)     COMP-3.
014400*
014500*    OUTBOUND TO THE FULFILMENT HOUSE - ONE EXTCTL 'HDR' FIRST,
014600*    ONE 'TRL' LAST, ONE RECORD PER ACCEPTED ORDER BETWEEN.
014700*
014800 FD  FULFIL-ORDER-FILE.
014900 01  FULFIL-ORDER-RECORD.
015000     05  FO-ORDER-ID             PIC X(12).
015100     05  FO-ORDER-DATE           PIC 9(07).
015200     05  FO-ITEM-NO              PIC 9(06).
015300     05  FO-DESCRIPTION          PIC X(30).
015400     05  FO-QUANTITY             PIC 9(03).
015500     05  FO-SHIP-TO              PIC X(118).
015600     COPY "EXTCTL.cpy".
015700*
015800 FD  REJECT-FILE.
015900 01  REJECT-RECORD.
016000     05  RJ-ORDER-ID             PIC X(12).
016100     05  RJ-CARD-NO              PIC 9(16).
016200     05  RJ-ITEM-NO              PIC 9(06).
016300     05  RJ-QUANTITY             PIC 9(03).
016400     05  RJ-POINTS-REQUESTED     PIC 9(09).
016500     05  RJ-POINTS-AVAILABLE     PIC S9(11).
016600     05  RJ-REASON               PIC X(25).
016700*
016800 WORKING-STORAGE SECTION.
016900*
017000 01  WS-CAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
017100     88  WS-CAT-EOF              VALUE 'Y'.
017200 01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
017300     88  WS-BAL-EOF              VALUE 'Y'.
017400 01  WS-EXP-EOF-SWITCH           PIC X(01) VALUE 'N'.
017500     88  WS-EXP-EOF              VALUE 'Y'.
017600 01  WS-PEND-EOF-SWITCH          PIC X(01) VALUE 'N'.
017700     88  WS-PEND-EOF             VALUE 'Y'.
017800 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
017900     88  WS-REG-EOF              VALUE 'Y'.
018000 01  WS-REQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
018100     88  WS-REQ-EOF              VALUE 'Y'.
018200 01  WS-ITEM-FOUND-SWITCH        PIC X(01).
018300     88  WS-ITEM-FOUND           VALUE 'Y'.
018400 01  WS-CARD-FOUND-SWITCH        PIC X(01).
018500     88  WS-CARD-FOUND           VALUE 'Y'.
018600*
018700 01  WS-CATALOGUE-CODE           PIC 9(02) VALUE 10.
018800*
018900*    CATFULF NUMBERS ITS CODE-10 REFUND CREDITS FROM 5001, SO
019000*    THE DAY'S DEBITS STOP AT 5000 AND THE TWO NEVER SHARE A
019100*    HEAD-OFFICE TRANSACTION NUMBER.
019200*
019300 01  WS-TRANS-NO                 PIC 9(04) VALUE 0.
019400 01  WS-LAST-DEBIT-TRANS-NO      PIC 9(04) VALUE 5000.
019500*
019600 01  WS-RUN-DATE                 PIC 9(08).
019700 01  WS-RUN-DAY                  PIC 9(07).
019800 01  WS-ORDER-POINTS             PIC 9(09).
019900 01  WS-MAX-DEBIT-POINTS         PIC 9(09) VALUE 999999.
020000 01  WS-PREVIOUS-ORDER-ID        PIC X(12) VALUE SPACES.
020100 01  WS-ACCEPTED-COUNT           PIC 9(07) VALUE 0.
020200 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
020300 01  WS-POINTS-DEBITED           PIC 9(11) VALUE 0.
020400 01  WS-RECORD-COUNT             PIC 9(09) VALUE 0.
020500 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
020600 01  WS-CI-SUB                   PIC 9(05) COMP.
020700*
020800*    AN ORDER ID HIGHER THAN ANY REAL ONE, USED AS THE AT-END
020900*    KEY SO THE MATCH-MERGE DRAINS BOTH FILES CLEANLY.
021000*
021100 01  WS-REG-KEY                  PIC X(12).
021200 01  WS-REQ-KEY                  PIC X(12).
021300 01  WS-HIGH-VALUE-KEY           PIC X(12) VALUE HIGH-VALUES.
021400*
021500*    THE WHOLE CATALOGUE, UPDATED FOR STOCK AS ORDERS ARE
021600*    ACCEPTED AND WRITTEN BACK AT THE END.
021700*
021800 01  CI-TABLE-MAX                PIC 9(05) COMP VALUE 2000.
021900 01  CI-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
022000 01  CI-TABLE.
022100     05  CI-ENTRY OCCURS 2000 TIMES
022200                  INDEXED BY CI-IDX.
022300         10  CI-ITEM-NO          PIC 9(06).
022400         10  CI-DESCRIPTION      PIC X(30).
022500         10  CI-POINTS-PRICE     PIC 9(07).
022600         10  CI-STOCK-ON-HAND    PIC 9(07).
022700         10  CI-START-DATE       PIC 9(07).
022800         10  CI-END-DATE         PIC 9(07).
022900         10  CI-LAST-UPDATE-DATE PIC 9(07).
023000*
023100*    ONE AVAILABLE-BALANCE ENTRY PER CARD ON THE BALANCE
023200*    MASTER, AS IN REDMAUTH.
023300*
023400 01  AV-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
023500 01  AV-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
023600 01  AV-TABLE.
023700     05  AV-ENTRY OCCURS 20000 TIMES
023800                  INDEXED BY AV-IDX.
023900         10  AV-CARD-NO          PIC 9(16).
024000         10  AV-AVAILABLE        PIC S9(11) COMP-3.
024100*
024200 PROCEDURE DIVISION.
024300*
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600     PERFORM 2000-MATCH-ONE-KEY
024700         UNTIL WS-REG-EOF AND WS-REQ-EOF
024800     PERFORM 4000-WRITE-CATALOGUE
024900         VARYING WS-CI-SUB FROM 1 BY 1
025000         UNTIL WS-CI-SUB > CI-TABLE-COUNT
025100     DISPLAY 'CATORDR - ORDERS ACCEPTED:  ' WS-ACCEPTED-COUNT
025200     DISPLAY 'CATORDR - ORDERS REJECTED:  ' WS-REJECTED-COUNT
025300     DISPLAY 'CATORDR - POINTS DEBITED:   ' WS-POINTS-DEBITED
025400     PERFORM 9999-EXIT.
025500*
025600 1000-INITIALIZE.
025700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025800     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
025900     OPEN INPUT CATALOGUE-IN-FILE
026000     READ CATALOGUE-IN-FILE
026100         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
026200     END-READ
026300     PERFORM 1100-LOAD-CATALOGUE-ENTRY
026400         UNTIL WS-CAT-EOF
026500     CLOSE CATALOGUE-IN-FILE
026600     OPEN INPUT BALANCE-FILE
026700     READ BALANCE-FILE
026800         AT END MOVE 'Y' TO WS-BAL-EOF-SWITCH
026900     END-READ
027000     PERFORM 1200-LOAD-BALANCE-ENTRY
027100         UNTIL WS-BAL-EOF
027200     CLOSE BALANCE-FILE
027300     OPEN INPUT EXPIRY-TRAN-FILE
027400     READ EXPIRY-TRAN-FILE
027500         AT END MOVE 'Y' TO WS-EXP-EOF-SWITCH
027600     END-READ
027700     PERFORM 1300-APPLY-PENDING-EXPIRY
027800         UNTIL WS-EXP-EOF
027900     CLOSE EXPIRY-TRAN-FILE
028000     OPEN INPUT PEND-REG-FILE
028100     READ PEND-REG-FILE
028200         AT END MOVE 'Y' TO WS-PEND-EOF-SWITCH
028300     END-READ
028400     PERFORM 1400-APPLY-PENDING-TRANSFER
028500         UNTIL WS-PEND-EOF
028600     CLOSE PEND-REG-FILE
028700     SORT SORT-WORK-FILE
028800         ON ASCENDING KEY SW-ORDER-ID
028900         WITH DUPLICATES IN ORDER
029000         USING ORDER-REQUEST-FILE
029100         GIVING SORTED-REQUEST-FILE
029200     OPEN INPUT  SORTED-REQUEST-FILE
029300                 OLD-REGISTER-FILE
029400     OPEN OUTPUT NEW-REGISTER-FILE
029500                 CATALOGUE-OUT-FILE
029600                 DEBIT-TRAN-FILE
029700                 FULFIL-ORDER-FILE
029800                 REJECT-FILE
029900     MOVE 'HDR'       TO XC-RECORD-TAG
030000     MOVE WS-RUN-DATE TO XC-RUN-DATE
030100     MOVE 'CATORDR'   TO XC-JOB-NAME
030200     MOVE ZERO        TO XC-RECORD-COUNT
030300     MOVE ZERO        TO XC-HASH-TOTAL
030400     WRITE EXTRACT-CONTROL-RECORD
030500     PERFORM 8000-READ-REGISTER
030600     PERFORM 8100-READ-REQUEST.
030700*
030800 1100-LOAD-CATALOGUE-ENTRY.
030900     IF CI-TABLE-COUNT NOT < CI-TABLE-MAX
031000         DISPLAY 'CATORDR - CATALOGUE TABLE FULL AT '
031100             CI-TABLE-MAX ' ENTRIES - NO ORDERS PROCESSED'
031200         MOVE 8 TO RETURN-CODE
031300         STOP RUN
031400     END-IF
031500     ADD 1 TO CI-TABLE-COUNT
031600     SET CI-IDX TO CI-TABLE-COUNT
031700     MOVE CATALOGUE-IN-RECORD TO CI-ENTRY (CI-IDX)
031800     READ CATALOGUE-IN-FILE
031900         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
032000     END-READ.
032100*
032200 1200-LOAD-BALANCE-ENTRY.
032300     IF AV-TABLE-COUNT NOT < AV-TABLE-MAX
032400         DISPLAY 'CATORDR - BALANCE TABLE FULL AT '
032500             AV-TABLE-MAX ' ENTRIES - NO ORDERS PROCESSED'
032600         MOVE 8 TO RETURN-CODE
032700         STOP RUN
032800     END-IF
032900     ADD 1 TO AV-TABLE-COUNT
033000     SET AV-IDX TO AV-TABLE-COUNT
033100     MOVE PB-CARD-NO         TO AV-CARD-NO (AV-IDX)
033200     MOVE PB-CURRENT-BALANCE TO AV-AVAILABLE (AV-IDX)
033300     READ BALANCE-FILE
033400         AT END MOVE 'Y' TO WS-BAL-EOF-SWITCH
033500     END-READ.
033600*
033700*    PENDING EXPIRY TRANSACTIONS CARRY NEGATIVE POINTS, SO
033800*    ADDING THEM REDUCES THE AVAILABLE BALANCE.
033900*
034000 1300-APPLY-PENDING-EXPIRY.
034100     SET AV-IDX TO 1
034200     SEARCH AV-ENTRY
034300         AT END
034400             CONTINUE
034500         WHEN AV-IDX > AV-TABLE-COUNT
034600             CONTINUE
034700         WHEN AV-CARD-NO (AV-IDX) = XT-CARD-NO
034800             ADD XT-BONUS-POINTS TO AV-AVAILABLE (AV-IDX)
034900     END-SEARCH
035000     READ EXPIRY-TRAN-FILE
035100         AT END MOVE 'Y' TO WS-EXP-EOF-SWITCH
035200     END-READ.
035300*
035400 1400-APPLY-PENDING-TRANSFER.
035500     IF XF-PENDING
035600         SET AV-IDX TO 1
035700         SEARCH AV-ENTRY
035800             AT END
035900                 CONTINUE
036000             WHEN AV-IDX > AV-TABLE-COUNT
036100                 CONTINUE
036200             WHEN AV-CARD-NO (AV-IDX) = XF-CARD-NO
036300                 SUBTRACT XF-POINTS FROM AV-AVAILABLE (AV-IDX)
036400         END-SEARCH
036500     END-IF
036600     READ PEND-REG-FILE
036700         AT END MOVE 'Y' TO WS-PEND-EOF-SWITCH
036800     END-READ.
036900*
037000******************************************************************
037100*    REGISTER AND ORDERS BOTH IN ORDER-ID SEQUENCE.  AN ORDER    *
037200*    MATCHING THE REGISTER, OR REPEATED IN THE DAY'S FILE, IS A  *
037300*    RESEND AND IS REJECTED WITHOUT A SECOND DEBIT.              *
037400******************************************************************
037500 2000-MATCH-ONE-KEY.
037600     IF WS-REG-KEY < WS-REQ-KEY
037700         MOVE OLD-REGISTER-RECORD TO NEW-REGISTER-RECORD
037800         WRITE NEW-REGISTER-RECORD
037900         PERFORM 8000-READ-REGISTER
038000     ELSE
038100         IF WS-REG-KEY = WS-REQ-KEY
038200             OR OR-ORDER-ID = WS-PREVIOUS-ORDER-ID
038300             MOVE 0 TO WS-ORDER-POINTS
038400             MOVE 0 TO RJ-POINTS-AVAILABLE
038500             MOVE 'DUPLICATE ORDER ID' TO RJ-REASON
038600             PERFORM 3900-WRITE-REJECT
038700         ELSE
038800             PERFORM 3000-AUTHORIZE-ORDER
038900         END-IF
039000         MOVE OR-ORDER-ID TO WS-PREVIOUS-ORDER-ID
039100         PERFORM 8100-READ-REQUEST
039200     END-IF.
039300*
039400 3000-AUTHORIZE-ORDER.
039500     MOVE 'N' TO WS-ITEM-FOUND-SWITCH
039600     MOVE 'N' TO WS-CARD-FOUND-SWITCH
039700     MOVE 0 TO WS-ORDER-POINTS
039800     MOVE 0 TO RJ-POINTS-AVAILABLE
039900     SET CI-IDX TO 1
040000     SEARCH CI-ENTRY
040100         AT END
040200             CONTINUE
040300         WHEN CI-IDX > CI-TABLE-COUNT
040400             CONTINUE
040500         WHEN CI-ITEM-NO (CI-IDX) = OR-ITEM-NO
040600             MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
040700     END-SEARCH
040800     SET AV-IDX TO 1
040900     SEARCH AV-ENTRY
041000         AT END
041100             CONTINUE
041200         WHEN AV-IDX > AV-TABLE-COUNT
041300             CONTINUE
041400         WHEN AV-CARD-NO (AV-IDX) = OR-CARD-NO
041500             MOVE 'Y' TO WS-CARD-FOUND-SWITCH
041600             MOVE AV-AVAILABLE (AV-IDX) TO RJ-POINTS-AVAILABLE
041700     END-SEARCH
041800     IF WS-ITEM-FOUND
041900         AND OR-QUANTITY NUMERIC
042000         COMPUTE WS-ORDER-POINTS =
042100             CI-POINTS-PRICE (CI-IDX) * OR-QUANTITY
042200     END-IF
042300     EVALUATE TRUE
042400         WHEN OR-QUANTITY NOT NUMERIC
042500             OR OR-QUANTITY = ZERO
042600             MOVE 'BAD QUANTITY' TO RJ-REASON
042700             PERFORM 3900-WRITE-REJECT
042800         WHEN NOT WS-ITEM-FOUND
042900             MOVE 'ITEM NOT IN CATALOGUE' TO RJ-REASON
043000             PERFORM 3900-WRITE-REJECT
043100         WHEN WS-RUN-DAY < CI-START-DATE (CI-IDX)
043200             OR (CI-END-DATE (CI-IDX) NOT = ZERO
043300                 AND WS-RUN-DAY > CI-END-DATE (CI-IDX))
043400             MOVE 'ITEM NOT ON SALE' TO RJ-REASON
043500             PERFORM 3900-WRITE-REJECT
043600         WHEN OR-QUANTITY > CI-STOCK-ON-HAND (CI-IDX)
043700             MOVE 'OUT OF STOCK' TO RJ-REASON
043800             PERFORM 3900-WRITE-REJECT
043900         WHEN WS-ORDER-POINTS > WS-MAX-DEBIT-POINTS
044000             MOVE 'OVER POINTS LIMIT' TO RJ-REASON
044100             PERFORM 3900-WRITE-REJECT
044200         WHEN NOT WS-CARD-FOUND
044300             MOVE 'NO POINTS BALANCE' TO RJ-REASON
044400             PERFORM 3900-WRITE-REJECT
044500         WHEN WS-ORDER-POINTS > AV-AVAILABLE (AV-IDX)
044600             MOVE 'INSUFFICIENT POINTS' TO RJ-REASON
044700             PERFORM 3900-WRITE-REJECT
044800         WHEN WS-TRANS-NO NOT < WS-LAST-DEBIT-TRANS-NO
044900             MOVE 'DAILY ORDER LIMIT' TO RJ-REASON
045000             PERFORM 3900-WRITE-REJECT
045100         WHEN OTHER
045200             PERFORM 3100-ACCEPT-ORDER
045300     END-EVALUATE.
045400*
045500 3100-ACCEPT-ORDER.
045600     ADD 1 TO WS-ACCEPTED-COUNT
045700     ADD WS-ORDER-POINTS TO WS-POINTS-DEBITED
045800     SUBTRACT WS-ORDER-POINTS FROM AV-AVAILABLE (AV-IDX)
045900     SUBTRACT OR-QUANTITY FROM CI-STOCK-ON-HAND (CI-IDX)
046000     MOVE WS-RUN-DAY TO CI-LAST-UPDATE-DATE (CI-IDX)
046100     ADD 1 TO WS-TRANS-NO
046200     MOVE 0                 TO DT-STORE-NO
046300     MOVE WS-RUN-DAY        TO DT-TRANS-DATE
046400     MOVE WS-CATALOGUE-CODE TO DT-TRANS-CODE
046500     MOVE OR-CARD-NO        TO DT-CARD-NO
046600     MOVE 0                 TO DT-TERMINAL-ID
046700     MOVE WS-TRANS-NO       TO DT-TRANS-NO
046800     COMPUTE DT-BONUS-POINTS = 0 - WS-ORDER-POINTS
046900     MOVE 0                 TO DT-KEYCODE
047000     MOVE 0                 TO DT-KEYCODE-AMT
047100     MOVE 0                 TO DT-KEYCODE-QTY
047200     MOVE 0                 TO DT-PROM-NO
047300     WRITE DEBIT-TRAN-RECORD
047400     MOVE OR-ORDER-ID       TO CO-ORDER-ID OF NEW-REGISTER-RECORD
047500     MOVE OR-CARD-NO        TO CO-CARD-NO OF NEW-REGISTER-RECORD
047600     MOVE OR-ITEM-NO        TO CO-ITEM-NO OF NEW-REGISTER-RECORD
047700     MOVE OR-QUANTITY       TO CO-QUANTITY OF NEW-REGISTER-RECORD
047800     MOVE WS-ORDER-POINTS   TO CO-POINTS OF NEW-REGISTER-RECORD
047900     MOVE WS-RUN-DAY
048000         TO CO-ORDER-DATE OF NEW-REGISTER-RECORD
048100     MOVE 'O'               TO CO-STATUS OF NEW-REGISTER-RECORD
048200     MOVE WS-RUN-DAY
048300         TO CO-STATUS-DATE OF NEW-REGISTER-RECORD
048400     MOVE SPACES
048500         TO CO-CARRIER-REF OF NEW-REGISTER-RECORD
048600     WRITE NEW-REGISTER-RECORD
048700     MOVE OR-ORDER-ID       TO FO-ORDER-ID
048800     MOVE WS-RUN-DAY        TO FO-ORDER-DATE
048900     MOVE OR-ITEM-NO        TO FO-ITEM-NO
049000     MOVE CI-DESCRIPTION (CI-IDX) TO FO-DESCRIPTION
049100     MOVE OR-QUANTITY       TO FO-QUANTITY
049200     MOVE OR-SHIP-TO        TO FO-SHIP-TO
049300     WRITE FULFIL-ORDER-RECORD
049400     ADD 1 TO WS-RECORD-COUNT
049500     ADD FO-QUANTITY TO WS-HASH-TOTAL.
049600*
049700 3900-WRITE-REJECT.
049800     ADD 1 TO WS-REJECTED-COUNT
049900     MOVE OR-ORDER-ID     TO RJ-ORDER-ID
050000     MOVE OR-CARD-NO      TO RJ-CARD-NO
050100     MOVE OR-ITEM-NO      TO RJ-ITEM-NO
050200     MOVE OR-QUANTITY     TO RJ-QUANTITY
050300     MOVE WS-ORDER-POINTS TO RJ-POINTS-REQUESTED
050400     WRITE REJECT-RECORD.
050500*
050600 4000-WRITE-CATALOGUE.
050700     MOVE CI-ENTRY (WS-CI-SUB) TO CATALOGUE-OUT-RECORD
050800     WRITE CATALOGUE-OUT-RECORD.
050900*
051000 8000-READ-REGISTER.
051100     READ OLD-REGISTER-FILE
051200         AT END
051300             MOVE 'Y' TO WS-REG-EOF-SWITCH
051400             MOVE WS-HIGH-VALUE-KEY TO WS-REG-KEY
051500         NOT AT END
051600             MOVE CO-ORDER-ID OF OLD-REGISTER-RECORD
051700                 TO WS-REG-KEY
051800     END-READ.
051900*
052000 8100-READ-REQUEST.
052100     READ SORTED-REQUEST-FILE
052200         AT END
052300             MOVE 'Y' TO WS-REQ-EOF-SWITCH
052400             MOVE WS-HIGH-VALUE-KEY TO WS-REQ-KEY
052500         NOT AT END
052600             MOVE OR-ORDER-ID TO WS-REQ-KEY
052700     END-READ.
052800*
052900 9999-EXIT.
053000     MOVE 'TRL'           TO XC-RECORD-TAG
053100     MOVE WS-RUN-DATE     TO XC-RUN-DATE
053200     MOVE 'CATORDR'       TO XC-JOB-NAME
053300     MOVE WS-RECORD-COUNT TO XC-RECORD-COUNT
053400     MOVE WS-HASH-TOTAL   TO XC-HASH-TOTAL
053500     WRITE EXTRACT-CONTROL-RECORD
053600     CLOSE SORTED-REQUEST-FILE OLD-REGISTER-FILE
053700           NEW-REGISTER-FILE CATALOGUE-OUT-FILE
053800           DEBIT-TRAN-FILE FULFIL-ORDER-FILE REJECT-FILE
053900     STOP RUN.
