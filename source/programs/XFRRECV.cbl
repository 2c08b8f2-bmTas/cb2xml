000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XFRRECV.
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
001300*   10/15/26  MO    INITIAL VERSION - RECEIVE THE AIRLINE        *
001400*                   PARTNER'S MILES-TO-POINTS CONVERSIONS,       *
001500*                   REPLACING THE HAND-KEYED ADJPOST             *
001600*                   ADJUSTMENTS.  THE INBOUND FILE CARRIES THE   *
001700*                   EXTCTL HEADER/TRAILER (HASH OVER MILES) AND  *
001800*                   IS PROVED BY EXTVERFY BEFORE THIS STEP.      *
001900*                   EACH REQUEST IS CHECKED AGAINST THE TIER     *
002000*                   MASTER AND THE HOT-CARD LIST AND CONVERTED   *
002100*                   AT THE CONTRACTED RATE ON XCNVPARM.  GOOD    *
002200*                   REQUESTS POST AS RESERVED CODE-09 DTAR119-   *
002300*                   FORMAT CREDITS; BAD ONES GO BACK TO THE      *
002400*                   PARTNER ON AN EXTCTL REJECT FILE.  A         *
002500*                   SETTLEMENT RECORD GIVES FINANCE THE RUN'S    *
002600*                   BILLABLE TOTAL.                              *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONV-PARM-FILE ASSIGN TO XCNVPARM
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CONV-IN-FILE   ASSIGN TO XCNVIN
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT TIER-MAST-FILE ASSIGN TO TIERNEW
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT HOT-LIST-FILE  ASSIGN TO HOTLIST
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT OPTIONAL CONV-REG-FILE ASSIGN TO XCNVREG
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT CONV-TRAN-FILE ASSIGN TO XCNVTRNO
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT REJECT-FILE    ASSIGN TO XCNVREJ
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT SETTLE-FILE    ASSIGN TO XCNVSETL
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*
005400*    THE CONTRACTED RATES.  THERE IS NO SAFE DEFAULT FOR
005500*    EITHER, SO A MISSING PARAMETER STOPS THE RUN.
005600*
005700 FD  CONV-PARM-FILE.
005800 01  CONV-PARM-RECORD.
005900     05  CP-POINTS-PER-MILE      PIC 9(02)V9(04).
006000     05  CP-BILL-PER-POINT       PIC 9(01)V9(06).
006100     05  CP-MINIMUM-MILES        PIC 9(07).
006200*
006300*    INBOUND PARTNER FILE - ONE EXTCTL 'HDR' FIRST, ONE 'TRL'
006400*    LAST, DATA RECORDS BETWEEN.
006500*
006600 FD  CONV-IN-FILE.
006700 01  CONV-IN-RECORD.
006800     05  CI-PARTNER-REF          PIC X(12).
006900     05  CI-PARTNER-MEMBER-NO    PIC X(12).
007000     05  CI-CARD-NO              PIC 9(16).
007100     05  CI-MILES                PIC 9(07).
007200 01  CONV-IN-CONTROL-VIEW.
007300     05  CI-RECORD-TAG           PIC X(03).
007400         88  CI-CONTROL-RECORD   VALUE 'HDR' 'TRL'.
007500     05  FILLER                  PIC X(44).
007600*
007700 FD  TIER-MAST-FILE.
007800     COPY "TIERMAST.cpy".
007900*
008000 FD  HOT-LIST-FILE.
008100     COPY "HOTCARD.cpy".
008200*
008300*    STANDING REGISTER OF EVERY CONVERSION POSTED, KEPT SO A
008400*    PARTNER RESEND OR A RERUN CANNOT CREDIT A REQUEST TWICE.
008500*
008600 FD  CONV-REG-FILE.
008700 01  CONV-REG-RECORD.
008800     05  CR-PARTNER-REF          PIC X(12).
008900     05  CR-CARD-NO              PIC 9(16).
009000     05  CR-MILES                PIC 9(07).
009100     05  CR-POINTS               PIC 9(07).
009200     05  CR-POSTED-DATE          PIC 9(07).
009300*
009400*    POSTED CREDITS CARRY THE SAME BYTE LAYOUT AS DTAR119.cbl,
009500*    CODE 09, STORE AND TERMINAL 000 (HEAD OFFICE), AS XFRCONF
009600*    POSTS ITS CODE-07 DEBITS.
009700*
009800 FD  CONV-TRAN-FILE.
009900 01  CONV-TRAN-RECORD.
010000     05  CT-STORE-NO             PIC 9(03)     COMP-3.
010100     05  CT-TRANS-DATE           PIC 9(07)     COMP-3.
010200     05  CT-TRANS-CODE           PIC 9(02)     COMP-3.
010300     05  CT-CARD-NO              PIC 9(16).
010400     05  CT-TERMINAL-ID          PIC 9(03).
010500     05  CT-TRANS-NO             PIC 9(04).
010600     05  CT-BONUS-POINTS         PIC S9(06)    COMP-3.
010700     05  CT-KEYCODE              PIC 9(08)     COMP-3.
010800     05  CT-KEYCODE-AMT          PIC S9(07)V99 COMP-3.
010900     05  CT-KEYCODE-QTY          PIC S9(07)V99 COMP-3.
011000     05  CT-PROM-NO              PIC 9(05)     COMP-3.
011100*
011200 FD  REJECT-FILE.
011300 01  REJECT-RECORD.
011400     05  RJ-PARTNER-REF          PIC X(12).
011500     05  RJ-PARTNER-MEMBER-NO    PIC X(12).
011600     05  RJ-CARD-NO              PIC 9(16).
011700     05  RJ-MILES                PIC 9(07).
011800     05  RJ-REASON               PIC X(25).
011900*
012000*    COMMON OUTBOUND EXTRACT CONTROL RECORD, FIRST AND LAST
012100*    ON THE REJECT FILE.
012200*
012300     COPY "EXTCTL.cpy".
012400*
012500 FD  SETTLE-FILE.
012600 01  SETTLE-RECORD.
012700     05  ST-RUN-DATE             PIC 9(08).
012800     05  ST-REQUESTS-READ        PIC 9(07).
012900     05  ST-ACCEPTED-COUNT       PIC 9(07).
013000     05  ST-REJECTED-COUNT       PIC 9(07).
013100     05  ST-MILES-CONVERTED      PIC 9(11).
013200     05  ST-POINTS-ISSUED        PIC 9(11).
013300     05  ST-BILL-PER-POINT       PIC 9(01)V9(06).
013400     05  ST-AMOUNT-BILLED        PIC 9(09)V99.
013500*
013600 WORKING-STORAGE SECTION.
013700*
013800 01  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
013900     88  WS-IN-EOF               VALUE 'Y'.
014000 01  WS-TIER-EOF-SWITCH          PIC X(01) VALUE 'N'.
014100     88  WS-TIER-EOF             VALUE 'Y'.
014200 01  WS-HOT-EOF-SWITCH           PIC X(01) VALUE 'N'.
014300     88  WS-HOT-EOF              VALUE 'Y'.
014400 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
014500     88  WS-REG-EOF              VALUE 'Y'.
014600 01  WS-TIER-FOUND-SWITCH        PIC X(01).
014700     88  WS-TIER-FOUND           VALUE 'Y'.
014800 01  WS-DUP-FOUND-SWITCH         PIC X(01).
014900     88  WS-DUP-FOUND            VALUE 'Y'.
015000 01  WS-HOT-CARD-SWITCH          PIC X(01).
015100     88  WS-HOT-CARD-CLEAR       VALUE 'N'.
015200     88  WS-HOT-CARD-REDIRECTED  VALUE 'R'.
015300     88  WS-HOT-CARD-BLOCKED     VALUE 'B'.
015400*
015500 01  WS-HOT-BLOCK-TYPE           PIC X(01).
015600     88  WS-HOT-REDIRECT         VALUE 'R' 'M'.
015700*
015800 01  WS-CONVERSION-CODE          PIC 9(02) VALUE 09.
015900*
016000*    ONE CONVERSION MAY NOT EXCEED WHAT A DTAR119 POINTS FIELD
016100*    CAN CARRY.
016200*
016300 01  WS-MAXIMUM-POINTS           PIC 9(07) VALUE 999999.
016400*
016500 01  WS-RUN-DATE                 PIC 9(08).
016600 01  WS-RUN-DAY                  PIC 9(07).
016700 01  WS-TRANS-NO                 PIC 9(04) VALUE 0.
016800 01  WS-CARD-NO                  PIC 9(16).
016900 01  WS-POINTS                   PIC 9(09).
017000 01  WS-POINTS-PER-MILE          PIC 9(02)V9(04).
017100 01  WS-BILL-PER-POINT           PIC 9(01)V9(06).
017200 01  WS-MINIMUM-MILES            PIC 9(07).
017300 01  WS-REQUESTS-READ            PIC 9(07) VALUE 0.
017400 01  WS-ACCEPTED-COUNT           PIC 9(07) VALUE 0.
017500 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
017600 01  WS-REDIRECTED-COUNT         PIC 9(07) VALUE 0.
017700 01  WS-MILES-CONVERTED          PIC 9(11) VALUE 0.
017800 01  WS-POINTS-ISSUED            PIC 9(11) VALUE 0.
017900 01  WS-AMOUNT-BILLED            PIC 9(09)V99 VALUE 0.
018000 01  WS-RECORD-COUNT             PIC 9(07) COMP-3 VALUE 0.
018100 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
018200*
018300 01  TR-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
018400 01  TR-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
018500 01  TR-TABLE.
018600     05  TR-ENTRY OCCURS 20000 TIMES
018700                  INDEXED BY TR-IDX.
018800         10  TR-CARD-NO          PIC 9(16).
018900*
019000 01  HT-TABLE-MAX                PIC 9(05) COMP VALUE 10000.
019100 01  HT-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
019200 01  HT-TABLE.
019300     05  HT-ENTRY OCCURS 10000 TIMES
019400                  INDEXED BY HT-IDX.
019500         10  HT-CARD-NO          PIC 9(16).
019600         10  HT-BLOCK-TYPE       PIC X(01).
019700         10  HT-SUCCESSOR-CARD   PIC 9(16).
019800*
019900 01  RG-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
020000 01  RG-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
020100 01  RG-TABLE.
020200     05  RG-ENTRY OCCURS 20000 TIMES
020300                  INDEXED BY RG-IDX.
020400         10  RG-PARTNER-REF      PIC X(12).
020500*
020600 PROCEDURE DIVISION.
020700*
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE
021000     PERFORM 2000-CONVERT-ONE-REQUEST
021100         UNTIL WS-IN-EOF
021200     PERFORM 3000-WRITE-SETTLEMENT
021300     DISPLAY 'XFRRECV - REQUESTS READ:    ' WS-REQUESTS-READ
021400     DISPLAY 'XFRRECV - CONVERTED:        ' WS-ACCEPTED-COUNT
021500     DISPLAY 'XFRRECV - REDIRECTED CARDS: ' WS-REDIRECTED-COUNT
021600     DISPLAY 'XFRRECV - REJECTED:         ' WS-REJECTED-COUNT
021700     DISPLAY 'XFRRECV - MILES CONVERTED:  ' WS-MILES-CONVERTED
021800     DISPLAY 'XFRRECV - POINTS ISSUED:    ' WS-POINTS-ISSUED
021900     DISPLAY 'XFRRECV - AMOUNT TO BILL:   ' WS-AMOUNT-BILLED
022000     PERFORM 9999-EXIT.
022100*
022200 1000-INITIALIZE.
022300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022400     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
022500     OPEN INPUT CONV-PARM-FILE
022600     READ CONV-PARM-FILE
022700         AT END
022800             DISPLAY 'XFRRECV - PARM MISSING, NO CONTRACTED RATE'
022900             MOVE 8 TO RETURN-CODE
023000             STOP RUN
023100     END-READ
023200     MOVE CP-POINTS-PER-MILE TO WS-POINTS-PER-MILE
023300     MOVE CP-BILL-PER-POINT  TO WS-BILL-PER-POINT
023400     MOVE CP-MINIMUM-MILES   TO WS-MINIMUM-MILES
023500     CLOSE CONV-PARM-FILE
023600     OPEN INPUT TIER-MAST-FILE
023700     READ TIER-MAST-FILE
023800         AT END MOVE 'Y' TO WS-TIER-EOF-SWITCH
023900     END-READ
024000     PERFORM 1100-LOAD-TIER-ENTRY
024100         UNTIL WS-TIER-EOF
024200     CLOSE TIER-MAST-FILE
024300     OPEN INPUT HOT-LIST-FILE
024400     READ HOT-LIST-FILE
024500         AT END MOVE 'Y' TO WS-HOT-EOF-SWITCH
024600     END-READ
024700     PERFORM 1200-LOAD-HOT-CARD
024800         UNTIL WS-HOT-EOF
024900     CLOSE HOT-LIST-FILE
025000     OPEN INPUT CONV-REG-FILE
025100     READ CONV-REG-FILE
025200         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
025300     END-READ
025400     PERFORM 1300-LOAD-REGISTER-ENTRY
025500         UNTIL WS-REG-EOF
025600     CLOSE CONV-REG-FILE
025700     OPEN INPUT  CONV-IN-FILE
025800     OPEN EXTEND CONV-REG-FILE
025900     OPEN OUTPUT CONV-TRAN-FILE
026000     OPEN OUTPUT REJECT-FILE
026100     OPEN OUTPUT SETTLE-FILE
026200     MOVE 'HDR'       TO XC-RECORD-TAG
026300     MOVE WS-RUN-DATE TO XC-RUN-DATE
026400     MOVE 'XFRRECV'   TO XC-JOB-NAME
026500     MOVE ZERO        TO XC-RECORD-COUNT
026600     MOVE ZERO        TO XC-HASH-TOTAL
026700     WRITE EXTRACT-CONTROL-RECORD
026800     PERFORM 8100-READ-REQUEST.
026900*
027000*    A TABLE THAT CANNOT HOLD THE WHOLE FILE WOULD REJECT GOOD
027100*    CARDS OR LET A BLOCKED ONE THROUGH, SO IT STOPS THE RUN.
027200*
027300 1100-LOAD-TIER-ENTRY.
027400     IF TR-TABLE-COUNT NOT < TR-TABLE-MAX
027500         DISPLAY 'XFRRECV - TIER TABLE FULL AT ' TR-TABLE-MAX
027600             ' ENTRIES - NOTHING CONVERTED'
027700         MOVE 8 TO RETURN-CODE
027800         STOP RUN
027900     END-IF
028000     ADD 1 TO TR-TABLE-COUNT
028100     SET TR-IDX TO TR-TABLE-COUNT
028200     MOVE TM-CARD-NO TO TR-CARD-NO (TR-IDX)
028300     READ TIER-MAST-FILE
028400         AT END MOVE 'Y' TO WS-TIER-EOF-SWITCH
028500     END-READ.
028600*
028700 1200-LOAD-HOT-CARD.
028800     IF HT-TABLE-COUNT NOT < HT-TABLE-MAX
028900         DISPLAY 'XFRRECV - HOT-CARD TABLE FULL AT ' HT-TABLE-MAX
029000             ' ENTRIES - NOTHING CONVERTED'
029100         MOVE 8 TO RETURN-CODE
029200         STOP RUN
029300     END-IF
029400     ADD 1 TO HT-TABLE-COUNT
029500     SET HT-IDX TO HT-TABLE-COUNT
029600     MOVE HC-CARD-NO        TO HT-CARD-NO (HT-IDX)
029700     MOVE HC-BLOCK-TYPE     TO HT-BLOCK-TYPE (HT-IDX)
029800     MOVE HC-SUCCESSOR-CARD TO HT-SUCCESSOR-CARD (HT-IDX)
029900     READ HOT-LIST-FILE
030000         AT END MOVE 'Y' TO WS-HOT-EOF-SWITCH
030100     END-READ.
030200*
030300 1300-LOAD-REGISTER-ENTRY.
030400     PERFORM 1400-ADD-REGISTER-ENTRY
030500     MOVE CR-PARTNER-REF TO RG-PARTNER-REF (RG-IDX)
030600     READ CONV-REG-FILE
030700         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
030800     END-READ.
030900*
031000 1400-ADD-REGISTER-ENTRY.
031100     IF RG-TABLE-COUNT NOT < RG-TABLE-MAX
031200         DISPLAY 'XFRRECV - REGISTER TABLE FULL AT '
031300             RG-TABLE-MAX ' ENTRIES - RUN STOPPED'
031400         MOVE 8 TO RETURN-CODE
031500         STOP RUN
031600     END-IF
031700     ADD 1 TO RG-TABLE-COUNT
031800     SET RG-IDX TO RG-TABLE-COUNT.
031900*
032000 2000-CONVERT-ONE-REQUEST.
032100     ADD 1 TO WS-REQUESTS-READ
032200     MOVE CI-CARD-NO TO WS-CARD-NO
032300     MOVE ZERO TO WS-POINTS
032400     PERFORM 2100-CHECK-HOT-CARD
032500     PERFORM 2200-FIND-TIER-CARD
032600     PERFORM 2300-FIND-EARLIER-REQUEST
032700     IF CI-MILES IS NUMERIC
032800         COMPUTE WS-POINTS ROUNDED =
032900             CI-MILES * WS-POINTS-PER-MILE
033000     END-IF
033100     EVALUATE TRUE
033200         WHEN CI-MILES NOT NUMERIC
033300             MOVE 'REJECTED - MILES INVALID' TO RJ-REASON
033400             PERFORM 2600-WRITE-REJECT
033500         WHEN CI-MILES < WS-MINIMUM-MILES
033600             MOVE 'REJECTED - UNDER MINIMUM' TO RJ-REASON
033700             PERFORM 2600-WRITE-REJECT
033800         WHEN WS-POINTS = ZERO
033900             MOVE 'REJECTED - NO POINTS DUE' TO RJ-REASON
034000             PERFORM 2600-WRITE-REJECT
034100         WHEN WS-POINTS > WS-MAXIMUM-POINTS
034200             MOVE 'REJECTED - OVER MAXIMUM' TO RJ-REASON
034300             PERFORM 2600-WRITE-REJECT
034400         WHEN WS-DUP-FOUND
034500             MOVE 'REJECTED - ALREADY POSTED' TO RJ-REASON
034600             PERFORM 2600-WRITE-REJECT
034700         WHEN WS-HOT-CARD-BLOCKED
034800             MOVE 'REJECTED - CARD BLOCKED' TO RJ-REASON
034900             PERFORM 2600-WRITE-REJECT
035000         WHEN NOT WS-TIER-FOUND
035100             MOVE 'REJECTED - CARD NOT ON FILE' TO RJ-REASON
035200             PERFORM 2600-WRITE-REJECT
035300         WHEN OTHER
035400             PERFORM 2500-POST-CONVERSION
035500     END-EVALUATE
035600     PERFORM 8100-READ-REQUEST.
035700*
035800*    A REPLACED OR MERGED CARD IS CREDITED ON THE LIVE CARD AT
035900*    THE END OF ITS CHAIN, AS AT INTAKE; A PURGED OR
036000*    FRAUD-BLOCKED ONE IS REJECTED.
036100*
036200 2100-CHECK-HOT-CARD.
036300     MOVE 'N' TO WS-HOT-CARD-SWITCH
036400     SET HT-IDX TO 1
036500     SEARCH HT-ENTRY
036600         AT END
036700             CONTINUE
036800         WHEN HT-IDX > HT-TABLE-COUNT
036900             CONTINUE
037000         WHEN HT-CARD-NO (HT-IDX) = WS-CARD-NO
037100             MOVE HT-BLOCK-TYPE (HT-IDX) TO WS-HOT-BLOCK-TYPE
037200             IF WS-HOT-REDIRECT
037300                 MOVE 'R' TO WS-HOT-CARD-SWITCH
037400                 MOVE HT-SUCCESSOR-CARD (HT-IDX) TO WS-CARD-NO
037500             ELSE
037600                 MOVE 'B' TO WS-HOT-CARD-SWITCH
037700             END-IF
037800     END-SEARCH.
037900*
038000 2200-FIND-TIER-CARD.
038100     MOVE 'N' TO WS-TIER-FOUND-SWITCH
038200     SET TR-IDX TO 1
038300     SEARCH TR-ENTRY
038400         AT END
038500             CONTINUE
038600         WHEN TR-IDX > TR-TABLE-COUNT
038700             CONTINUE
038800         WHEN TR-CARD-NO (TR-IDX) = WS-CARD-NO
038900             MOVE 'Y' TO WS-TIER-FOUND-SWITCH
039000     END-SEARCH.
039100*
039200 2300-FIND-EARLIER-REQUEST.
039300     MOVE 'N' TO WS-DUP-FOUND-SWITCH
039400     SET RG-IDX TO 1
039500     SEARCH RG-ENTRY
039600         AT END
039700             CONTINUE
039800         WHEN RG-IDX > RG-TABLE-COUNT
039900             CONTINUE
040000         WHEN RG-PARTNER-REF (RG-IDX) = CI-PARTNER-REF
040100             MOVE 'Y' TO WS-DUP-FOUND-SWITCH
040200     END-SEARCH.
040300*
040400 2500-POST-CONVERSION.
040500     ADD 1 TO WS-ACCEPTED-COUNT
040600     IF WS-HOT-CARD-REDIRECTED
040700         ADD 1 TO WS-REDIRECTED-COUNT
040800     END-IF
040900     ADD 1 TO WS-TRANS-NO
041000     MOVE ZERO               TO CT-STORE-NO
041100     MOVE WS-RUN-DAY         TO CT-TRANS-DATE
041200     MOVE WS-CONVERSION-CODE TO CT-TRANS-CODE
041300     MOVE WS-CARD-NO         TO CT-CARD-NO
041400     MOVE ZERO               TO CT-TERMINAL-ID
041500     MOVE WS-TRANS-NO        TO CT-TRANS-NO
041600     MOVE WS-POINTS          TO CT-BONUS-POINTS
041700     MOVE ZERO               TO CT-KEYCODE
041800     MOVE ZERO               TO CT-KEYCODE-AMT
041900     MOVE ZERO               TO CT-KEYCODE-QTY
042000     MOVE ZERO               TO CT-PROM-NO
042100     WRITE CONV-TRAN-RECORD
042200     MOVE CI-PARTNER-REF     TO CR-PARTNER-REF
042300     MOVE WS-CARD-NO         TO CR-CARD-NO
042400     MOVE CI-MILES           TO CR-MILES
042500     MOVE WS-POINTS          TO CR-POINTS
042600     MOVE WS-RUN-DAY         TO CR-POSTED-DATE
042700     WRITE CONV-REG-RECORD
042800     PERFORM 1400-ADD-REGISTER-ENTRY
042900     MOVE CI-PARTNER-REF     TO RG-PARTNER-REF (RG-IDX)
043000     ADD CI-MILES  TO WS-MILES-CONVERTED
043100     ADD WS-POINTS TO WS-POINTS-ISSUED.
043200*
043300 2600-WRITE-REJECT.
043400     ADD 1 TO WS-REJECTED-COUNT
043500     MOVE CI-PARTNER-REF       TO RJ-PARTNER-REF
043600     MOVE CI-PARTNER-MEMBER-NO TO RJ-PARTNER-MEMBER-NO
043700     MOVE CI-CARD-NO           TO RJ-CARD-NO
043800     MOVE CI-MILES             TO RJ-MILES
043900     WRITE REJECT-RECORD
044000     ADD 1 TO WS-RECORD-COUNT
044100     IF CI-MILES IS NUMERIC
044200         ADD CI-MILES TO WS-HASH-TOTAL
044300     END-IF.
044400*
044500*    THE PARTNER IS BILLED FOR THE POINTS ISSUED, AT THE
044600*    CONTRACTED PRICE PER POINT.
044700*
044800 3000-WRITE-SETTLEMENT.
044900     COMPUTE WS-AMOUNT-BILLED ROUNDED =
045000         WS-POINTS-ISSUED * WS-BILL-PER-POINT
045100     MOVE WS-RUN-DATE        TO ST-RUN-DATE
045200     MOVE WS-REQUESTS-READ   TO ST-REQUESTS-READ
045300     MOVE WS-ACCEPTED-COUNT  TO ST-ACCEPTED-COUNT
045400     MOVE WS-REJECTED-COUNT  TO ST-REJECTED-COUNT
045500     MOVE WS-MILES-CONVERTED TO ST-MILES-CONVERTED
045600     MOVE WS-POINTS-ISSUED   TO ST-POINTS-ISSUED
045700     MOVE WS-BILL-PER-POINT  TO ST-BILL-PER-POINT
045800     MOVE WS-AMOUNT-BILLED   TO ST-AMOUNT-BILLED
045900     WRITE SETTLE-RECORD.
046000*
046100*    THE PARTNER'S OWN HEADER AND TRAILER WERE PROVED BY
046200*    EXTVERFY; HERE THEY ARE SIMPLY STEPPED OVER.
046300*
046400 8100-READ-REQUEST.
046500     PERFORM 8110-READ-IN-RECORD
046600     PERFORM 8110-READ-IN-RECORD
046700         UNTIL WS-IN-EOF
046800         OR NOT CI-CONTROL-RECORD.
046900*
047000 8110-READ-IN-RECORD.
047100     READ CONV-IN-FILE
047200         AT END MOVE 'Y' TO WS-IN-EOF-SWITCH
047300     END-READ.
047400*
047500 9999-EXIT.
047600     MOVE 'TRL'           TO XC-RECORD-TAG
047700     MOVE WS-RUN-DATE     TO XC-RUN-DATE
047800     MOVE 'XFRRECV'       TO XC-JOB-NAME
047900     MOVE WS-RECORD-COUNT TO XC-RECORD-COUNT
048000     MOVE WS-HASH-TOTAL   TO XC-HASH-TOTAL
048100     WRITE EXTRACT-CONTROL-RECORD
048200     CLOSE CONV-IN-FILE CONV-REG-FILE CONV-TRAN-FILE
048300           REJECT-FILE SETTLE-FILE
048400     STOP RUN.
