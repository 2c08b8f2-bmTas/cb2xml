002691*                   FIELD NIBBLE EDIT RUNS AHEAD OF THE CARD     *
002692*                   CHECK SO THE REPAIR RECORD ONLY EVER         *
002693*                   CONVERTS PROVEN-CLEAN PACKED BYTES.          *
002694*   10/15/26  MO    A CARD THAT PASSES THE CHECK DIGIT IS NOW    *
002695*                   LOOKED UP ON THE NIGHTLY HOT-CARD LIST       *
002696*                   (HOTCARD.CPY).  A REPLACED OR MERGED CARD IS *
002697*                   REDIRECTED TO ITS LIVE SUCCESSOR; A PURGED   *
002698*                   OR FRAUD-BLOCKED CARD IS DIVERTED TO THE     *
002699*                   REPAIR QUEUE WITH ITS OWN REASON.            *
002700*   10/15/26  MO    THE BATCH REGISTER NOW CARRIES THE NUMBER OF *
002710*                   DETAILS EACH BATCH APPENDED TO THE           *
002720*                   CUMULATIVE FILE, SO A DETAIL'S POSITION      *
002730*                   THERE NAMES THE BATCH THAT ADMITTED IT.      *
002740*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004200         ORGANIZATION IS SEQUENTIAL.
004210     SELECT REPAIR-QUEUE-FILE ASSIGN TO CARDRPRQ
004220         ORGANIZATION IS SEQUENTIAL.
004240     SELECT HOT-LIST-FILE  ASSIGN TO HOTLIST
004260         ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*
007300     05  BR-DEPOSIT-TIME         PIC 9(06).
007400     05  BR-RECORD-COUNT         PIC 9(05).
007500     05  BR-STATUS               PIC X(12).
007505     05  BR-APPENDED-COUNT       PIC 9(05).
007510*
007520 FD  REPAIR-QUEUE-FILE.
007530     COPY "CARDRPR.cpy".
007540*
007550 FD  HOT-LIST-FILE.
007560     COPY "HOTCARD.cpy".
007600*
007700 WORKING-STORAGE SECTION.
007800*
008200     88  WS-BATCH-OPEN           VALUE 'Y'.
008210 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
008220     88  WS-REG-EOF              VALUE 'Y'.
008240 01  WS-HOT-EOF-SWITCH           PIC X(01) VALUE 'N'.
008260     88  WS-HOT-EOF              VALUE 'Y'.
008300 01  WS-BATCH-CLEAN-SWITCH       PIC X(01).
008400     88  WS-BATCH-CLEAN          VALUE 'Y'.
008500*
009398 01  WS-LUHN-RESULT              PIC X(01).
009399 01  WS-CARDS-DIVERTED           PIC 9(05) VALUE 0.
009400 01  WS-BATCH-DIVERTED-COUNT     PIC 9(05) VALUE 0.
009405*
009410*    HOT-CARD LIST, LOADED ONCE PER RUN.  THE SWITCH SAYS WHAT
009415*    THE LOOK-UP FOUND FOR THE DETAIL IN HAND.
009420*
009425 01  WS-HOT-CARD-SWITCH          PIC X(01).
009430     88  WS-HOT-CARD-CLEAR       VALUE 'N'.
009435     88  WS-HOT-CARD-REDIRECTED  VALUE 'R'.
009440     88  WS-HOT-CARD-BLOCKED     VALUE 'B'.
009445 01  WS-HOT-BLOCK-TYPE           PIC X(01).
009450 01  WS-CARDS-REDIRECTED         PIC 9(05) VALUE 0.
009455 01  HT-TABLE-MAX                PIC 9(05) COMP VALUE 10000.
009460 01  HT-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
009465 01  HT-TABLE.
009470     05  HT-ENTRY OCCURS 10000 TIMES
009475                  INDEXED BY HT-IDX.
009480         10  HT-CARD-NO          PIC 9(16).
009485         10  HT-BLOCK-TYPE       PIC X(01).
009490         10  HT-SUCCESSOR-CARD   PIC 9(16).
009495*
009500*    NIBBLE DECODING WORK AREA, AS IN HEXVALRP.
009600*
009700 01  WS-BYTE-GROUP.
012920         WS-ORPHANS-QUARANTINED
012930     DISPLAY 'MICROBAT - CARDS TO REPAIR Q:   '
012940         WS-CARDS-DIVERTED
012960     DISPLAY 'MICROBAT - CARDS REDIRECTED:    '
012980         WS-CARDS-REDIRECTED
013000     PERFORM 9999-EXIT.
013100*
013200 1000-INITIALIZE.
013350     PERFORM 1100-SEED-FROM-ONE-REGISTER
013360         UNTIL WS-REG-EOF
013370     CLOSE BATCH-REG-FILE
013372     OPEN INPUT HOT-LIST-FILE
013374     READ HOT-LIST-FILE
013376         AT END MOVE 'Y' TO WS-HOT-EOF-SWITCH
013378     END-READ
013380     PERFORM 1200-LOAD-HOT-CARD
013382         UNTIL WS-HOT-EOF
013384     CLOSE HOT-LIST-FILE
013400     OPEN INPUT  LANDING-FILE
013500     OPEN EXTEND CUMULATIVE-FILE
013600     OPEN OUTPUT QUARANTINE-FILE
014192         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
014193     END-READ.
014194*
014195*    A HOT LIST THAT WILL NOT FIT WOULD LET A DEAD CARD EARN,
014196*    SO THE RUN STOPS BEFORE ANY BATCH IS TAKEN.
014197*
014198 1200-LOAD-HOT-CARD.
014199     IF HT-TABLE-COUNT NOT < HT-TABLE-MAX
014200         DISPLAY 'MICROBAT - HOT-CARD TABLE FULL AT '
014201             HT-TABLE-MAX ' ENTRIES - INTAKE REFUSED'
014202         MOVE 8 TO RETURN-CODE
014203         STOP RUN
014204     END-IF
014205     ADD 1 TO HT-TABLE-COUNT
014206     SET HT-IDX TO HT-TABLE-COUNT
014207     MOVE HC-CARD-NO        TO HT-CARD-NO (HT-IDX)
014208     MOVE HC-BLOCK-TYPE     TO HT-BLOCK-TYPE (HT-IDX)
014209     MOVE HC-SUCCESSOR-CARD TO HT-SUCCESSOR-CARD (HT-IDX)
014210     READ HOT-LIST-FILE
014211         AT END MOVE 'Y' TO WS-HOT-EOF-SWITCH
014212     END-READ.
014213*
014214*    A DETAIL WITH NO OPEN BATCH, OR A RECORD OF UNKNOWN TYPE,
014215*    GOES STRAIGHT TO QUARANTINE - NOTHING ON THE LANDING FILE
014220*    IS EVER DROPPED SILENTLY.
014230*
014240 2000-TAKE-ONE-RECORD.
016543*    HAS NOT PROVED CLEAN.  A DETAIL WITH CORRUPT PACKED
016544*    FIELDS HOLDS WITH ITS BATCH AND QUARANTINES WHOLE, AS
016545*    ALWAYS; ONLY A CLEAN DETAIL WITH A BAD CARD DIVERTS.
016546*    A GOOD CARD IS THEN CHECKED AGAINST THE HOT-CARD LIST;
016547*    A REDIRECTED DETAIL HOLDS WITH ITS SUCCESSOR CARD IN
016548*    PLACE, AND A BLOCKED ONE DIVERTS LIKE A BAD CARD.
016549*
016550 2200-HOLD-ONE-DETAIL.
016560     MOVE LD-PAYLOAD TO CW-DETAIL-WORK
016562     PERFORM 2300-EDIT-PACKED-FIELDS
016564     MOVE 'Y' TO WS-LUHN-RESULT
016565     MOVE 'N' TO WS-HOT-CARD-SWITCH
016566     IF WS-FIELD-OK
016570         PERFORM 2600-CHECK-CARD-NUMBER
016572     END-IF
016574     IF WS-FIELD-OK AND WS-LUHN-RESULT = 'Y'
016576         PERFORM 2650-CHECK-HOT-CARD
016578     END-IF
016580     IF WS-LUHN-RESULT NOT = 'Y' OR WS-HOT-CARD-BLOCKED
016590         PERFORM 2700-DIVERT-TO-REPAIR-QUEUE
016591     ELSE
016600     IF BD-TABLE-COUNT < BD-TABLE-MAX
016700         ADD 1 TO BD-TABLE-COUNT
016800         MOVE CW-DETAIL-WORK TO BD-DETAIL (BD-TABLE-COUNT)
017000     ELSE
017100         MOVE 'N' TO WS-BATCH-CLEAN-SWITCH
017110         ADD 1 TO WS-BATCH-OVERFLOW-COUNT
017264         CALL 'LUHNCHK' USING CW-CARD-NO-NUM WS-LUHN-RESULT
017265     END-IF.
017266*
017268 2650-CHECK-HOT-CARD.
017270     SET HT-IDX TO 1
017272     SEARCH HT-ENTRY
017274         AT END
017276             CONTINUE
017278         WHEN HT-IDX > HT-TABLE-COUNT
017280             CONTINUE
017282         WHEN HT-CARD-NO (HT-IDX) = CW-CARD-NO-NUM
017284             MOVE HT-BLOCK-TYPE (HT-IDX) TO WS-HOT-BLOCK-TYPE
017286             IF HT-SUCCESSOR-CARD (HT-IDX) = ZERO
017288                 MOVE 'B' TO WS-HOT-CARD-SWITCH
017290             ELSE
017292                 MOVE 'R' TO WS-HOT-CARD-SWITCH
017294                 MOVE HT-SUCCESSOR-CARD (HT-IDX)
017296                     TO CW-CARD-NO-NUM
017298                 ADD 1 TO WS-CARDS-REDIRECTED
017300             END-IF
017302     END-SEARCH.
017304*
017306*    A DIVERTED DETAIL STILL COUNTS TOWARD THE BATCH'S
017308*    DECLARED TOTAL, SO THE REST OF THE BATCH CAN ACCEPT.
017310*
017312 2700-DIVERT-TO-REPAIR-QUEUE.
017314     ADD 1 TO WS-CARDS-DIVERTED
017316     ADD 1 TO WS-BATCH-DIVERTED-COUNT
017318     MOVE 'MICROBAT'      TO RQ-SOURCE-JOB
017320     MOVE WS-RUN-DATE     TO RQ-RUN-DATE
017322     MOVE CW-STORE-NO     TO RQ-STORE-NO
017324     MOVE CW-TERMINAL-ID  TO RQ-TERMINAL-ID
017326     MOVE CW-TRANS-NO     TO RQ-TRANS-NO
017328     MOVE CW-TRANS-DATE   TO RQ-TRANS-DATE
017330     MOVE CW-CARD-NO      TO RQ-CARD-NO-RAW
017332     EVALUATE TRUE
017334         WHEN CW-CARD-NO IS NOT NUMERIC
017336             MOVE 'CARD NOT NUMERIC' TO RQ-REASON
017338         WHEN WS-HOT-CARD-BLOCKED AND WS-HOT-BLOCK-TYPE = 'P'
017340             MOVE 'CARD PURGED - BLOCKED' TO RQ-REASON
017342         WHEN WS-HOT-CARD-BLOCKED
017344             MOVE 'CARD FRAUD-BLOCKED' TO RQ-REASON
017346         WHEN OTHER
017348             MOVE 'CARD FAILS CHECK DIGIT' TO RQ-REASON
017350     END-EVALUATE
017352     WRITE CARD-REPAIR-RECORD.
017354*
017400*    STORE-NO IS PACKED IN BYTES 1-2, TRANS-DATE IN BYTES 3-6
017500*    AND BONUS-POINTS IN BYTES 32-35 OF THE 53-BYTE RECORD.
017600*
023500         VARYING WS-BD-SUB FROM 1 BY 1
023600         UNTIL WS-BD-SUB > BD-TABLE-COUNT
023700     MOVE 'ACCEPTED    ' TO BR-STATUS
023750     MOVE BD-TABLE-COUNT  TO BR-APPENDED-COUNT
023800     PERFORM 3300-WRITE-REGISTER.
023900*
024000 3110-APPEND-ONE-DETAIL.
025300         VARYING WS-BD-SUB FROM 1 BY 1
025400         UNTIL WS-BD-SUB > BD-TABLE-COUNT
025500     MOVE 'QUARANTINED ' TO BR-STATUS
025550     MOVE ZERO            TO BR-APPENDED-COUNT
025600     PERFORM 3300-WRITE-REGISTER.
025700*
025800 3210-QUARANTINE-ONE-DETAIL.
