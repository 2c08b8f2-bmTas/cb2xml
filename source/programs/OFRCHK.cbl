000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OFRCHK.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  STATEMENT BILLING BATCH - PRE-PRINT VALIDATION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - CYCLE-START CHECK OF THE   *
001400*                   OFFER, PRODUCT AND PRICE-PLAN IDS ON THE     *
001500*                   STATEMENT STREAM AGAINST THE CATALOGUE       *
001600*                   (OFRMAST.CPY, MAINTAINED BY OFRMNT).  A PARM *
001700*                   LINE WHOSE OFFER/PRODUCT/PLAN IS NOT         *
001800*                   CATALOGUED, OR A PRORATE LINE WHOSE OFFER    *
001900*                   AND PLAN ARE NOT, IS REJECTED; SO IS ONE     *
002000*                   WHOSE PLAN IS OUTSIDE ITS EFFECTIVE WINDOW   *
002100*                   ON THE CYCLE DATE (THE PRORATE BILL DATE     *
002200*                   WHERE THE LINE CARRIES ONE).  A PRORATE      *
002300*                   MONTHLY RATE THAT DISAGREES WITH THE         *
002400*                   CATALOGUE IS A WARNING.  REJECTS AND         *
002500*                   WARNINGS GO TO SEPARATE EXCEPTION FILES FOR  *
002600*                   THE MORNING DASHBOARD; ANY REJECT SETS       *
002700*                   RETURN-CODE 8 SO THE CYCLE DOES NOT PRINT,   *
002800*                   WARNINGS ALONE SET 4.                        *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT CATALOGUE-FILE   ASSIGN TO OFRNEW
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT REJECT-FILE      ASSIGN TO OFRCHKRJ
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT WARNING-FILE     ASSIGN TO OFRCHKWN
004400         ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STMT-DETAIL-FILE.
004800     COPY "cpyUnxdetail.cbl".
004900*
005000 FD  CATALOGUE-FILE.
005100     COPY "OFRMAST.cpy".
005200*
005300*    REJECTS AND WARNINGS SHARE ONE LAYOUT.
005400*
005500 FD  REJECT-FILE.
005600 01  REJECT-RECORD               PIC X(104).
005700*
005800 FD  WARNING-FILE.
005900 01  WARNING-RECORD              PIC X(104).
006000*
006100 WORKING-STORAGE SECTION.
006200*
006300 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
006400     88  WS-EOF                  VALUE 'Y'.
006500 01  WS-CAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
006600     88  WS-CAT-EOF              VALUE 'Y'.
006700 01  WS-ANY-PRODUCT-SWITCH       PIC X(01).
006800     88  WS-ANY-PRODUCT          VALUE 'Y'.
006900 01  WS-LOOKUP-RESULT            PIC X(01).
007000     88  WS-PLAN-CURRENT         VALUE 'C'.
007100     88  WS-PLAN-OUT-OF-WINDOW   VALUE 'W'.
007200     88  WS-PLAN-UNKNOWN         VALUE 'U'.
007300*
007400 01  WS-RUN-DATE                 PIC 9(08).
007500 01  WS-CHECK-DATE               PIC 9(08).
007600 01  WS-LOOK-OFFER-ID            PIC 9(10).
007700 01  WS-LOOK-PRODUCT-ID          PIC 9(10).
007800 01  WS-LOOK-PLAN-ID             PIC 9(10).
007900 01  WS-LINES-CHECKED            PIC 9(09) VALUE 0.
008000 01  WS-REJECT-COUNT             PIC 9(07) VALUE 0.
008100 01  WS-WARNING-COUNT            PIC 9(07) VALUE 0.
008200*
008300 01  OC-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
008400 01  OC-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
008500 01  OC-TABLE.
008600     05  OC-ENTRY OCCURS 5000 TIMES
008700                  INDEXED BY OC-IDX.
008800         10  OC-T-OFFER-ID       PIC 9(10).
008900         10  OC-T-PRODUCT-ID     PIC 9(10).
009000         10  OC-T-PRICE-PLAN-ID  PIC 9(10).
009100         10  OC-T-MONTHLY-RATE   PIC 9(11)V99.
009200         10  OC-T-EFF-FROM-DATE  PIC 9(08).
009300         10  OC-T-EFF-TO-DATE    PIC 9(08).
009400*
009500 01  WS-EXCEPTION-RECORD.
009600     05  PX-INVOICE-NUM          PIC X(11).
009700     05  PX-DETAIL-NUM           PIC 9(07).
009800     05  PX-DETAIL-TYPE          PIC X(05).
009900     05  PX-OFFER-ID             PIC 9(10).
010000     05  PX-PRODUCT-ID           PIC 9(10).
010100     05  PX-PRICE-PLAN-ID        PIC 9(10).
010200     05  PX-STREAM-RATE          PIC 9(11)V99.
010300     05  PX-CATALOGUE-RATE       PIC 9(11)V99.
010400     05  PX-REASON               PIC X(25).
010500*
010600 PROCEDURE DIVISION.
010700*
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE
011000     PERFORM 2000-CHECK-ONE-RECORD
011100         UNTIL WS-EOF
011200     DISPLAY 'OFRCHK - PLANS CATALOGUED:  ' OC-TABLE-COUNT
011300     DISPLAY 'OFRCHK - LINES CHECKED:     ' WS-LINES-CHECKED
011400     DISPLAY 'OFRCHK - LINES REJECTED:    ' WS-REJECT-COUNT
011500     DISPLAY 'OFRCHK - RATE WARNINGS:     ' WS-WARNING-COUNT
011600     IF WS-REJECT-COUNT > ZERO
011700         MOVE 8 TO RETURN-CODE
011800     ELSE
011900         IF WS-WARNING-COUNT > ZERO
012000             MOVE 4 TO RETURN-CODE
012100         END-IF
012200     END-IF
012300     PERFORM 9999-EXIT.
012400*
012500 1000-INITIALIZE.
012600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012700     OPEN INPUT CATALOGUE-FILE
012800     READ CATALOGUE-FILE
012900         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
013000     END-READ
013100     PERFORM 1100-LOAD-ONE-PLAN
013200         UNTIL WS-CAT-EOF
013300     CLOSE CATALOGUE-FILE
013400     OPEN INPUT  STMT-DETAIL-FILE
013500     OPEN OUTPUT REJECT-FILE
013600     OPEN OUTPUT WARNING-FILE
013700     READ STMT-DETAIL-FILE
013800         AT END MOVE 'Y' TO WS-EOF-SWITCH
013900     END-READ.
014000*
014100*    A CATALOGUE LARGER THAN THE TABLE WOULD REJECT GOOD PLANS,
014200*    SO IT STOPS THE RUN.
014300*
014400 1100-LOAD-ONE-PLAN.
014500     IF OC-TABLE-COUNT NOT < OC-TABLE-MAX
014600         DISPLAY 'OFRCHK - CATALOGUE TABLE FULL AT '
014700             OC-TABLE-MAX ' ENTRIES - NOT CHECKED'
014800         MOVE 8 TO RETURN-CODE
014900         STOP RUN
015000     END-IF
015100     ADD 1 TO OC-TABLE-COUNT
015200     SET OC-IDX TO OC-TABLE-COUNT
015300     MOVE OC-OFFER-ID      TO OC-T-OFFER-ID (OC-IDX)
015400     MOVE OC-PRODUCT-ID    TO OC-T-PRODUCT-ID (OC-IDX)
015500     MOVE OC-PRICE-PLAN-ID TO OC-T-PRICE-PLAN-ID (OC-IDX)
015600     MOVE OC-MONTHLY-RATE  TO OC-T-MONTHLY-RATE (OC-IDX)
015700     MOVE OC-EFF-FROM-DATE TO OC-T-EFF-FROM-DATE (OC-IDX)
015800     MOVE OC-EFF-TO-DATE   TO OC-T-EFF-TO-DATE (OC-IDX)
015900     READ CATALOGUE-FILE
016000         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
016100     END-READ.
016200*
016300 2000-CHECK-ONE-RECORD.
016400     IF UNX-DTL-REC-TYPE = 'DTL'
016500         EVALUATE TRUE
016600             WHEN UNX-DTL-DETAIL-CATEGORY = 'PM'
016700                 PERFORM 2100-CHECK-PARM-LINE
016800             WHEN UNX-DTL-DETAIL-CATEGORY = 'PR'
016900                 PERFORM 2200-CHECK-PRORATE-LINE
017000             WHEN OTHER
017100                 CONTINUE
017200         END-EVALUATE
017300     END-IF
017400     READ STMT-DETAIL-FILE
017500         AT END MOVE 'Y' TO WS-EOF-SWITCH
017600     END-READ.
017700*
017800*    PARM LINES THAT CARRY NO IDS AT ALL (MESSAGE AND TEXT
017900*    LINES) HAVE NOTHING TO CHECK.
018000*
018100 2100-CHECK-PARM-LINE.
018200     IF UNX-DTL-PARM-OFFER-ID > ZERO
018300         OR UNX-DTL-PARM-PRODUCT-ID > ZERO
018400         OR UNX-DTL-PARM-PRICE-PLAN-ID > ZERO
018500         ADD 1 TO WS-LINES-CHECKED
018600         MOVE UNX-DTL-PARM-OFFER-ID      TO WS-LOOK-OFFER-ID
018700         MOVE UNX-DTL-PARM-PRODUCT-ID    TO WS-LOOK-PRODUCT-ID
018800         MOVE UNX-DTL-PARM-PRICE-PLAN-ID TO WS-LOOK-PLAN-ID
018900         MOVE 'N' TO WS-ANY-PRODUCT-SWITCH
019000         MOVE WS-RUN-DATE TO WS-CHECK-DATE
019100         PERFORM 3000-LOOK-UP-PLAN
019200         MOVE ZERO TO PX-STREAM-RATE
019300         IF NOT WS-PLAN-CURRENT
019400             PERFORM 4000-WRITE-REJECT
019500         END-IF
019600     END-IF.
019700*
019800*    THE PRORATE OVERLAY NAMES NO PRODUCT, SO ANY CATALOGUED
019900*    PRODUCT UNDER THE OFFER AND PLAN WILL DO.
020000*
020100 2200-CHECK-PRORATE-LINE.
020200     IF UNX-PROPARA-OFFER-ID > ZERO
020300         OR UNX-PROPARA-PRICE-PLAN-ID > ZERO
020400         ADD 1 TO WS-LINES-CHECKED
020500         MOVE UNX-PROPARA-OFFER-ID      TO WS-LOOK-OFFER-ID
020600         MOVE ZERO                      TO WS-LOOK-PRODUCT-ID
020700         MOVE UNX-PROPARA-PRICE-PLAN-ID TO WS-LOOK-PLAN-ID
020800         MOVE 'Y' TO WS-ANY-PRODUCT-SWITCH
020900         IF UNX-PROPARA-BILL-DATE > ZERO
021000             MOVE UNX-PROPARA-BILL-DATE TO WS-CHECK-DATE
021100         ELSE
021200             MOVE WS-RUN-DATE TO WS-CHECK-DATE
021300         END-IF
021400         PERFORM 3000-LOOK-UP-PLAN
021500         MOVE UNX-PROPARA-MONTHLY-RATE TO PX-STREAM-RATE
021600         IF NOT WS-PLAN-CURRENT
021700             PERFORM 4000-WRITE-REJECT
021800         ELSE
021900             IF UNX-PROPARA-MONTHLY-RATE
022000                     NOT = OC-T-MONTHLY-RATE (OC-IDX)
022100                 PERFORM 4100-WRITE-WARNING
022200             END-IF
022300         END-IF
022400     END-IF.
022500*
022600******************************************************************
022700*    FIRST LOOKS FOR THE PLAN IN FORCE ON WS-CHECK-DATE; FAILING *
022800*    THAT, FOR THE PLAN AT ANY DATE, SO AN EXPIRED OR NOT-YET-   *
022900*    EFFECTIVE PLAN IS TOLD APART FROM AN UNKNOWN ONE.  OC-IDX   *
023000*    IS LEFT ON THE ENTRY FOUND.                                 *
023100******************************************************************
023200 3000-LOOK-UP-PLAN.
023300     MOVE 'U' TO WS-LOOKUP-RESULT
023400     SET OC-IDX TO 1
023500     SEARCH OC-ENTRY
023600         AT END
023700             CONTINUE
023800         WHEN OC-IDX > OC-TABLE-COUNT
023900             CONTINUE
024000         WHEN OC-T-OFFER-ID (OC-IDX) = WS-LOOK-OFFER-ID
024100          AND OC-T-PRICE-PLAN-ID (OC-IDX) = WS-LOOK-PLAN-ID
024200          AND (WS-ANY-PRODUCT
024300               OR OC-T-PRODUCT-ID (OC-IDX) = WS-LOOK-PRODUCT-ID)
024400          AND OC-T-EFF-FROM-DATE (OC-IDX) NOT > WS-CHECK-DATE
024500          AND OC-T-EFF-TO-DATE (OC-IDX) NOT < WS-CHECK-DATE
024600             MOVE 'C' TO WS-LOOKUP-RESULT
024700     END-SEARCH
024800     IF NOT WS-PLAN-CURRENT
024900         SET OC-IDX TO 1
025000         SEARCH OC-ENTRY
025100             AT END
025200                 CONTINUE
025300             WHEN OC-IDX > OC-TABLE-COUNT
025400                 CONTINUE
025500             WHEN OC-T-OFFER-ID (OC-IDX) = WS-LOOK-OFFER-ID
025600              AND OC-T-PRICE-PLAN-ID (OC-IDX) = WS-LOOK-PLAN-ID
025700              AND (WS-ANY-PRODUCT
025800                   OR OC-T-PRODUCT-ID (OC-IDX)
025850                      = WS-LOOK-PRODUCT-ID)
025900                 MOVE 'W' TO WS-LOOKUP-RESULT
026000         END-SEARCH
026100     END-IF.
026200*
026300 4000-WRITE-REJECT.
026400     ADD 1 TO WS-REJECT-COUNT
026500     PERFORM 4200-BUILD-EXCEPTION
026600     IF WS-PLAN-UNKNOWN
026700         MOVE ZERO TO PX-CATALOGUE-RATE
026800         MOVE 'NOT IN CATALOGUE' TO PX-REASON
026900     ELSE
027000         IF OC-T-EFF-TO-DATE (OC-IDX) < WS-CHECK-DATE
027100             MOVE 'PLAN EXPIRED' TO PX-REASON
027200         ELSE
027300             MOVE 'PLAN NOT YET EFFECTIVE' TO PX-REASON
027400         END-IF
027500     END-IF
027600     WRITE REJECT-RECORD FROM WS-EXCEPTION-RECORD.
027700*
027800 4100-WRITE-WARNING.
027900     ADD 1 TO WS-WARNING-COUNT
028000     PERFORM 4200-BUILD-EXCEPTION
028100     MOVE 'RATE DIFFERS FROM CATALOG' TO PX-REASON
028200     WRITE WARNING-RECORD FROM WS-EXCEPTION-RECORD.
028300*
028400 4200-BUILD-EXCEPTION.
028500     MOVE UNX-DTL-INVOICE-NUM     TO PX-INVOICE-NUM
028600     MOVE UNX-DTL-DETAIL-NUM      TO PX-DETAIL-NUM
028700     MOVE UNX-DTL-DETAIL-TYPE     TO PX-DETAIL-TYPE
028800     MOVE WS-LOOK-OFFER-ID        TO PX-OFFER-ID
028900     MOVE WS-LOOK-PRODUCT-ID      TO PX-PRODUCT-ID
029000     MOVE WS-LOOK-PLAN-ID         TO PX-PRICE-PLAN-ID
029100     IF NOT WS-PLAN-UNKNOWN
029200         MOVE OC-T-MONTHLY-RATE (OC-IDX) TO PX-CATALOGUE-RATE
029300     END-IF.
029400*
029500 9999-EXIT.
029600     CLOSE STMT-DETAIL-FILE REJECT-FILE WARNING-FILE
029700     STOP RUN.
