000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GENRBCK.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - RECOVERY.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - ROLLS A MASTER FILE BACK   *
001400*                   TO A NAMED GENERATION ON THE GENERATION      *
001500*                   REGISTRY (GENREG.CPY) AND PROVES THE REPLAY  *
001600*                   OF THE LATER TRANSACTION BATCHES BEFORE THE  *
001700*                   RESULT IS RELEASED.  THE REQUEST NAMES THE   *
001800*                   MASTER, THE GENERATION TO GO BACK TO, THE    *
001900*                   BATCH THE OPERATOR MARKS BAD (ZERO FOR       *
002000*                   NONE) AND THE OPERATOR, WHO MUST HOLD CHANGE *
002100*                   AUTHORITY ON THE MASTER (OPRCHK).            *
002200*                   FUNCTION 'R' RESTORES: THE NAMED GENERATION  *
002300*                   IS PROVED AGAINST ITS REGISTERED COUNT AND   *
002400*                   HASH AS IT IS COPIED TO THE RESTORED MASTER, *
002500*                   AND THE REPLAY PLAN IS PRINTED - EVERY LATER *
002600*                   BATCH IN ORDER, THE BAD ONE MARKED SKIP, AND *
002700*                   THE CONTROL TOTALS THE REPLAY MUST COME TO.  *
002800*                   THE ROLLBACK PROCEDURE THEN RUNS THE OWNING  *
002900*                   MAINTENANCE STEP ONCE FOR EACH REPLAY LINE,  *
003000*                   AGAINST THE RETAINED TRANSACTION GENERATION  *
003100*                   IT NAMES, WITHOUT THE GENRCRD STEP.          *
003200*                   FUNCTION 'P' PROVES: THE REPLAYED MASTER     *
003300*                   MUST COME TO THE PLAN'S CONTROL TOTALS.  IF  *
003400*                   IT DOES, IT IS REGISTERED AS THE NEXT        *
003500*                   GENERATION ('R') AND RELEASED; IF NOT,       *
003600*                   NOTHING IS REGISTERED.  EITHER FUNCTION SETS *
003700*                   RETURN-CODE 8 ON ANY FAILURE.  A ROLLBACK    *
003800*                   CANNOT REACH BEHIND AN EARLIER ROLLBACK.     *
003900*                                                                *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ROLLBACK-REQUEST-FILE ASSIGN TO GENRREQ
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT REGISTRY-FILE      ASSIGN TO GENREG
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT MASTER-IN-FILE     ASSIGN TO GENRIN
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT MASTER-OUT-FILE    ASSIGN TO GENROUT
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT ROLLBACK-REPORT    ASSIGN TO GENRRPT
005600         ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000*    ONE REQUEST PER RUN.  THE SAME CARD DRIVES THE RESTORE AND
006100*    THE PROOF, SO BOTH WORK FROM THE SAME PLAN.
006200*
006300 FD  ROLLBACK-REQUEST-FILE.
006400 01  ROLLBACK-REQUEST-RECORD.
006500     05  RQ-FUNCTION             PIC X(01).
006600         88  RQ-RESTORE          VALUE 'R'.
006700         88  RQ-PROVE            VALUE 'P'.
006800     05  RQ-MASTER-NAME          PIC X(08).
006900     05  RQ-TARGET-GENERATION    PIC 9(05).
007000     05  RQ-BAD-GENERATION       PIC 9(05).
007100     05  RQ-OPER-ID              PIC X(08).
007200*
007300 FD  REGISTRY-FILE.
007400     COPY "GENREG.cpy".
007500*
007600*    THE NAMED GENERATION ON A RESTORE; THE REPLAYED MASTER ON
007700*    A PROOF.
007800*
007900 FD  MASTER-IN-FILE
008000     RECORD IS VARYING IN SIZE FROM 1 TO 4096
008100     DEPENDING ON WS-IN-LENGTH.
008200 01  MASTER-IN-RECORD            PIC X(4096).
008300*
008400 FD  MASTER-OUT-FILE
008500     RECORD IS VARYING IN SIZE FROM 1 TO 4096
008600     DEPENDING ON WS-OUT-LENGTH.
008700 01  MASTER-OUT-RECORD           PIC X(4096).
008800*
008900 FD  ROLLBACK-REPORT.
009000 01  ROLLBACK-REPORT-RECORD.
009100     05  RP-CARRIAGE-CONTROL     PIC X(01).
009200     05  RP-PRINT-LINE           PIC X(132).
009300*
009400 WORKING-STORAGE SECTION.
009500*
009600 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
009700     88  WS-EOF                  VALUE 'Y'.
009800 01  WS-FAILED-SWITCH            PIC X(01) VALUE 'N'.
009900     88  WS-FAILED               VALUE 'Y'.
010000*
010100 01  WS-RUN-DATE                 PIC 9(08).
010200 01  WS-IN-LENGTH                PIC 9(05) COMP.
010300 01  WS-OUT-LENGTH               PIC 9(05) COMP.
010400*
010500 01  WS-AUTH-ACTION              PIC X(01) VALUE 'C'.
010600 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
010700 01  WS-AUTH-STATUS              PIC X(01).
010800     88  WS-AUTH-GRANTED         VALUE 'Y'.
010900 01  WS-AUTH-DISPOSITION         PIC X(25).
011000*
011100*    THE MASTER'S CHAIN ON THE REGISTRY.
011200*
011300 01  WS-LATEST-GENERATION        PIC 9(05) VALUE 0.
011400 01  WS-LATEST-ROLLBACK          PIC 9(05) VALUE 0.
011500*
011600*    THE TARGET GENERATION AND EVERY ONE AFTER IT, IN ORDER.
011700*
011800 01  WS-GT-SUB                   PIC 9(03) COMP.
011900 01  GT-TABLE-MAX                PIC 9(03) COMP VALUE 999.
012000 01  GT-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
012100 01  GT-TABLE.
012200     05  GT-ENTRY OCCURS 999 TIMES.
012300         10  GT-GENERATION       PIC 9(05).
012400         10  GT-TRAN-COUNT       PIC 9(09).
012500         10  GT-NEW-RUN-DATE     PIC 9(08).
012600         10  GT-NEW-JOB-NAME     PIC X(08).
012700         10  GT-OLD-RECORD-COUNT PIC 9(09).
012800         10  GT-OLD-HASH-TOTAL   PIC S9(15)V99.
012900         10  GT-NEW-RECORD-COUNT PIC 9(09).
013000         10  GT-NEW-HASH-TOTAL   PIC S9(15)V99.
013100*
013200*    THE TARGET'S HASH FIELD, AS REGISTERED.
013300*
013400 01  WS-TARGET-HASH-FIELD.
013500     05  WS-HASH-OFFSET          PIC 9(04).
013600     05  WS-HASH-LENGTH          PIC 9(02).
013700     05  WS-HASH-USAGE           PIC X(01).
013800         88  WS-USAGE-PACKED     VALUE 'P'.
013900     05  WS-HASH-DECIMALS        PIC 9(01).
014000 01  WS-SCALE-DIVISOR            PIC 9(03) VALUE 1.
014100*
014200*    WHAT THE REPLAY MUST COME TO - THE TARGET'S TOTALS PLUS
014300*    WHAT EACH REPLAYED BATCH ADDED WHEN IT FIRST RAN.
014400*
014500 01  WS-EXPECTED-COUNT           PIC S9(10) VALUE 0.
014600 01  WS-EXPECTED-HASH            PIC S9(15)V99 COMP-3 VALUE 0.
014700 01  WS-REPLAY-TRAN-COUNT        PIC 9(09) VALUE 0.
014800 01  WS-REPLAY-STEP-COUNT        PIC 9(03) VALUE 0.
014900*
015000 01  WS-FILE-RECORD-COUNT        PIC 9(09) VALUE 0.
015100 01  WS-FILE-HASH-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
015200*
015300*    HASH EXTRACTION, AS IN EXTVERFY.
015400*
015500 01  WS-HASH-RECORD              PIC X(4096).
015600 01  WS-HASH-AMOUNT              PIC S9(15)V99 COMP-3.
015700 01  WS-ZONED-AMOUNT             PIC S9(15).
015800 01  WS-ZONED-VIEW REDEFINES WS-ZONED-AMOUNT
015900                                 PIC X(15).
016000 01  WS-PACKED-AMOUNT            PIC S9(15) COMP-3.
016100 01  WS-PACKED-VIEW REDEFINES WS-PACKED-AMOUNT
016200                                 PIC X(08).
016300 01  WS-LAY-OFFSET               PIC 9(04) COMP.
016400*
016500 01  WS-HEADING-LINE.
016600     05  FILLER                  PIC X(44)
016700         VALUE 'GENRBCK - MASTER FILE ROLLBACK AND REPLAY   '.
016800     05  H1-RUN-DATE             PIC 9(08).
016900     05  FILLER                  PIC X(09) VALUE '  MASTER '.
017000     05  H1-MASTER-NAME          PIC X(08).
017100     05  FILLER                  PIC X(11) VALUE '  FUNCTION '.
017200     05  H1-FUNCTION             PIC X(07).
017300     05  FILLER                  PIC X(45) VALUE SPACES.
017400*
017500 01  WS-STEP-LINE.
017600     05  SL-CAPTION              PIC X(20).
017700     05  FILLER                  PIC X(11) VALUE 'GENERATION '.
017800     05  SL-GENERATION           PIC ZZZZ9.
017900     05  FILLER                  PIC X(10) VALUE '  CREATED '.
018000     05  SL-RUN-DATE             PIC 9(08).
018100     05  FILLER                  PIC X(04) VALUE ' BY '.
018200     05  SL-JOB-NAME             PIC X(08).
018300     05  FILLER                  PIC X(09) VALUE '  TRANS  '.
018400     05  SL-TRAN-COUNT           PIC ZZZZZZZZ9.
018500     05  FILLER                  PIC X(10) VALUE '  RECORDS '.
018600     05  SL-RECORD-COUNT         PIC ZZZZZZZZ9.
018700     05  FILLER                  PIC X(07) VALUE '  HASH '.
018800     05  SL-HASH-TOTAL           PIC -(15)9.99.
018900     05  FILLER                  PIC X(03) VALUE SPACES.
019000*
019100 01  WS-TOTAL-LINE.
019200     05  TL-CAPTION              PIC X(40).
019300     05  FILLER                  PIC X(10) VALUE '  RECORDS '.
019400     05  TL-RECORD-COUNT         PIC -(9)9.
019500     05  FILLER                  PIC X(07) VALUE '  HASH '.
019600     05  TL-HASH-TOTAL           PIC -(15)9.99.
019700     05  FILLER                  PIC X(46) VALUE SPACES.
019800*
019900 01  WS-MESSAGE-LINE.
020000     05  ML-TEXT                 PIC X(50).
020100     05  ML-VALUE                PIC X(25).
020200     05  FILLER                  PIC X(57) VALUE SPACES.
020300*
020400 PROCEDURE DIVISION.
020500*
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE
020800     IF NOT WS-FAILED
020900         PERFORM 1100-SCAN-REGISTRY
021000         PERFORM 1200-CHECK-REQUEST
021100     END-IF
021200     IF NOT WS-FAILED
021300         PERFORM 1300-LOAD-CHAIN
021400         PERFORM 1400-PRINT-THE-PLAN
021500         IF RQ-RESTORE
021600             PERFORM 2000-RESTORE-GENERATION
021700         ELSE
021800             PERFORM 3000-PROVE-THE-REPLAY
021900         END-IF
022000     END-IF
022100     PERFORM 9999-EXIT.
022200*
022300 1000-INITIALIZE.
022400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
022500     MOVE SPACES TO ROLLBACK-REQUEST-RECORD
022600     OPEN INPUT ROLLBACK-REQUEST-FILE
022700     READ ROLLBACK-REQUEST-FILE
022800         AT END
022900             CONTINUE
023000     END-READ
023100     CLOSE ROLLBACK-REQUEST-FILE
023200     OPEN OUTPUT ROLLBACK-REPORT
023300     MOVE WS-RUN-DATE    TO H1-RUN-DATE
023400     MOVE RQ-MASTER-NAME TO H1-MASTER-NAME
023500     EVALUATE TRUE
023600         WHEN RQ-RESTORE
023700             MOVE 'RESTORE' TO H1-FUNCTION
023800         WHEN RQ-PROVE
023900             MOVE 'PROVE'   TO H1-FUNCTION
024000         WHEN OTHER
024100             MOVE SPACES    TO H1-FUNCTION
024200     END-EVALUATE
024300     MOVE '1' TO RP-CARRIAGE-CONTROL
024400     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
024500     WRITE ROLLBACK-REPORT-RECORD
024600     MOVE '0' TO RP-CARRIAGE-CONTROL
024700     EVALUATE TRUE
024800         WHEN NOT RQ-RESTORE AND NOT RQ-PROVE
024900             MOVE 'REJECTED - FUNCTION MUST BE R OR P' TO ML-TEXT
025000             MOVE RQ-FUNCTION TO ML-VALUE
025100             PERFORM 8100-PRINT-FAILURE
025200         WHEN RQ-MASTER-NAME = SPACES
025300             MOVE 'REJECTED - NO MASTER NAMED' TO ML-TEXT
025400             MOVE SPACES TO ML-VALUE
025500             PERFORM 8100-PRINT-FAILURE
025600         WHEN OTHER
025700             CALL 'OPRCHK' USING RQ-OPER-ID RQ-MASTER-NAME
025800                 WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
025900                 WS-AUTH-STATUS WS-AUTH-DISPOSITION
026000             IF NOT WS-AUTH-GRANTED
026100                 MOVE WS-AUTH-DISPOSITION TO ML-TEXT
026200                 MOVE RQ-OPER-ID TO ML-VALUE
026300                 PERFORM 8100-PRINT-FAILURE
026400             END-IF
026500     END-EVALUATE.
026600*
026700*    FIRST PASS - THE LATEST GENERATION OF THE MASTER AND THE
026800*    LATEST ROLLBACK, BEHIND WHICH THE CHAIN CANNOT BE REPLAYED.
026900*
027000 1100-SCAN-REGISTRY.
027100     MOVE 'N' TO WS-EOF-SWITCH
027200     OPEN INPUT REGISTRY-FILE
027300     PERFORM 8200-READ-REGISTRY
027400     PERFORM 1110-NOTE-REGISTRY-ENTRY
027500         UNTIL WS-EOF
027600     CLOSE REGISTRY-FILE.
027700*
027800 1110-NOTE-REGISTRY-ENTRY.
027900     IF GR-MASTER-NAME = RQ-MASTER-NAME
028000         MOVE GR-GENERATION TO WS-LATEST-GENERATION
028100         IF GR-ROLLBACK
028200             MOVE GR-GENERATION TO WS-LATEST-ROLLBACK
028300         END-IF
028400     END-IF
028500     PERFORM 8200-READ-REGISTRY.
028600*
028700 1200-CHECK-REQUEST.
028800     MOVE '0' TO RP-CARRIAGE-CONTROL
028900     EVALUATE TRUE
029000         WHEN RQ-TARGET-GENERATION = ZERO
029100             OR RQ-TARGET-GENERATION > WS-LATEST-GENERATION
029200             MOVE 'REJECTED - GENERATION NOT REGISTERED'
029300                 TO ML-TEXT
029400             MOVE RQ-TARGET-GENERATION TO ML-VALUE
029500             PERFORM 8100-PRINT-FAILURE
029600         WHEN RQ-TARGET-GENERATION = WS-LATEST-GENERATION
029700             MOVE 'REJECTED - GENERATION IS ALREADY CURRENT'
029800                 TO ML-TEXT
029900             MOVE RQ-TARGET-GENERATION TO ML-VALUE
030000             PERFORM 8100-PRINT-FAILURE
030100         WHEN RQ-TARGET-GENERATION < WS-LATEST-ROLLBACK
030200             MOVE 'REJECTED - BEHIND THE ROLLBACK AT GENERATION'
030300                 TO ML-TEXT
030400             MOVE WS-LATEST-ROLLBACK TO ML-VALUE
030500             PERFORM 8100-PRINT-FAILURE
030600         WHEN WS-LATEST-GENERATION - RQ-TARGET-GENERATION
030700             NOT < GT-TABLE-MAX
030800             MOVE 'REJECTED - TOO MANY BATCHES TO REPLAY'
030900                 TO ML-TEXT
031000             MOVE RQ-TARGET-GENERATION TO ML-VALUE
031100             PERFORM 8100-PRINT-FAILURE
031200         WHEN RQ-BAD-GENERATION NOT = ZERO
031300             AND (RQ-BAD-GENERATION NOT > RQ-TARGET-GENERATION
031400               OR RQ-BAD-GENERATION > WS-LATEST-GENERATION)
031500             MOVE 'REJECTED - BAD BATCH NOT AFTER THE TARGET'
031600                 TO ML-TEXT
031700             MOVE RQ-BAD-GENERATION TO ML-VALUE
031800             PERFORM 8100-PRINT-FAILURE
031900     END-EVALUATE.
032000*
032100*    SECOND PASS - THE TARGET AND EVERY GENERATION AFTER IT.
032200*
032300 1300-LOAD-CHAIN.
032400     MOVE 'N' TO WS-EOF-SWITCH
032500     OPEN INPUT REGISTRY-FILE
032600     PERFORM 8200-READ-REGISTRY
032700     PERFORM 1310-LOAD-REGISTRY-ENTRY
032800         UNTIL WS-EOF
032900     CLOSE REGISTRY-FILE.
033000*
033100 1310-LOAD-REGISTRY-ENTRY.
033200     IF GR-MASTER-NAME = RQ-MASTER-NAME
033300         AND GR-GENERATION NOT < RQ-TARGET-GENERATION
033400         AND GT-TABLE-COUNT < GT-TABLE-MAX
033500         ADD 1 TO GT-TABLE-COUNT
033600         MOVE GR-GENERATION  TO GT-GENERATION (GT-TABLE-COUNT)
033700         MOVE GR-TRAN-COUNT  TO GT-TRAN-COUNT (GT-TABLE-COUNT)
033800         MOVE GR-NEW-RUN-DATE TO GT-NEW-RUN-DATE (GT-TABLE-COUNT)
033900         MOVE GR-NEW-JOB-NAME TO GT-NEW-JOB-NAME (GT-TABLE-COUNT)
034000         MOVE GR-OLD-RECORD-COUNT
034100             TO GT-OLD-RECORD-COUNT (GT-TABLE-COUNT)
034200         MOVE GR-OLD-HASH-TOTAL
034300             TO GT-OLD-HASH-TOTAL (GT-TABLE-COUNT)
034400         MOVE GR-NEW-RECORD-COUNT
034500             TO GT-NEW-RECORD-COUNT (GT-TABLE-COUNT)
034600         MOVE GR-NEW-HASH-TOTAL
034700             TO GT-NEW-HASH-TOTAL (GT-TABLE-COUNT)
034800         IF GR-GENERATION = RQ-TARGET-GENERATION
034900             MOVE GR-HASH-FIELD TO WS-TARGET-HASH-FIELD
035000         END-IF
035100     END-IF
035200     PERFORM 8200-READ-REGISTRY.
035300*
035400******************************************************************
035500*    THE PLAN - THE TARGET, THEN EACH LATER BATCH TO REPLAY OR   *
035600*    SKIP, AND THE CONTROL TOTALS THE REPLAY MUST COME TO.       *
035700******************************************************************
035800*
035900 1400-PRINT-THE-PLAN.
036000     EVALUATE WS-HASH-DECIMALS
036100         WHEN 0
036200             MOVE 1 TO WS-SCALE-DIVISOR
036300         WHEN 1
036400             MOVE 10 TO WS-SCALE-DIVISOR
036500         WHEN OTHER
036600             MOVE 100 TO WS-SCALE-DIVISOR
036700     END-EVALUATE
036800     MOVE GT-NEW-RECORD-COUNT (1) TO WS-EXPECTED-COUNT
036900     MOVE GT-NEW-HASH-TOTAL (1)   TO WS-EXPECTED-HASH
037000     MOVE 'RESTORE FROM' TO SL-CAPTION
037100     MOVE 1 TO WS-GT-SUB
037200     PERFORM 1420-PRINT-STEP-LINE
037300     MOVE ' ' TO RP-CARRIAGE-CONTROL
037400     PERFORM 1410-PLAN-ONE-BATCH
037500         VARYING WS-GT-SUB FROM 2 BY 1
037600         UNTIL WS-GT-SUB > GT-TABLE-COUNT
037700     MOVE '0' TO RP-CARRIAGE-CONTROL
037800     MOVE 'EXPECTED AFTER REPLAY' TO TL-CAPTION
037900     MOVE WS-EXPECTED-COUNT TO TL-RECORD-COUNT
038000     MOVE WS-EXPECTED-HASH  TO TL-HASH-TOTAL
038100     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
038200     WRITE ROLLBACK-REPORT-RECORD.
038300*
038400 1410-PLAN-ONE-BATCH.
038500     IF GT-GENERATION (WS-GT-SUB) = RQ-BAD-GENERATION
038600         MOVE 'SKIP - MARKED BAD' TO SL-CAPTION
038700     ELSE
038800         MOVE 'REPLAY BATCH' TO SL-CAPTION
038900         ADD 1 TO WS-REPLAY-STEP-COUNT
039000         ADD GT-TRAN-COUNT (WS-GT-SUB) TO WS-REPLAY-TRAN-COUNT
039100         COMPUTE WS-EXPECTED-COUNT = WS-EXPECTED-COUNT
039200             + GT-NEW-RECORD-COUNT (WS-GT-SUB)
039300             - GT-OLD-RECORD-COUNT (WS-GT-SUB)
039400         COMPUTE WS-EXPECTED-HASH = WS-EXPECTED-HASH
039500             + GT-NEW-HASH-TOTAL (WS-GT-SUB)
039600             - GT-OLD-HASH-TOTAL (WS-GT-SUB)
039700     END-IF
039800     PERFORM 1420-PRINT-STEP-LINE.
039900*
040000 1420-PRINT-STEP-LINE.
040100     MOVE GT-GENERATION (WS-GT-SUB)       TO SL-GENERATION
040200     MOVE GT-NEW-RUN-DATE (WS-GT-SUB)     TO SL-RUN-DATE
040300     MOVE GT-NEW-JOB-NAME (WS-GT-SUB)     TO SL-JOB-NAME
040400     MOVE GT-TRAN-COUNT (WS-GT-SUB)       TO SL-TRAN-COUNT
040500     MOVE GT-NEW-RECORD-COUNT (WS-GT-SUB) TO SL-RECORD-COUNT
040600     MOVE GT-NEW-HASH-TOTAL (WS-GT-SUB)   TO SL-HASH-TOTAL
040700     MOVE WS-STEP-LINE TO RP-PRINT-LINE
040800     WRITE ROLLBACK-REPORT-RECORD.
040900*
041000******************************************************************
041100*    RESTORE - COPY THE NAMED GENERATION, PROVING IT IS THE ONE  *
041200*    THE REGISTRY RECORDED.                                      *
041300******************************************************************
041400*
041500 2000-RESTORE-GENERATION.
041600     MOVE 'N' TO WS-EOF-SWITCH
041700     OPEN INPUT  MASTER-IN-FILE
041800     OPEN OUTPUT MASTER-OUT-FILE
041900     PERFORM 8300-READ-MASTER-IN
042000     PERFORM 2010-COPY-ONE-RECORD
042100         UNTIL WS-EOF
042200     CLOSE MASTER-IN-FILE MASTER-OUT-FILE
042300     MOVE 'RESTORED FROM THE FILE SUPPLIED' TO TL-CAPTION
042400     PERFORM 8400-PRINT-FILE-TOTALS
042500     MOVE '0' TO RP-CARRIAGE-CONTROL
042600     IF WS-FILE-RECORD-COUNT = GT-NEW-RECORD-COUNT (1)
042700         AND WS-FILE-HASH-TOTAL = GT-NEW-HASH-TOTAL (1)
042800         MOVE 'RESTORED - REPLAY STEPS TO RUN' TO ML-TEXT
042900         MOVE WS-REPLAY-STEP-COUNT TO ML-VALUE
043000         MOVE WS-MESSAGE-LINE TO RP-PRINT-LINE
043100         WRITE ROLLBACK-REPORT-RECORD
043200         DISPLAY 'GENRBCK - ' RQ-MASTER-NAME
043300             ' RESTORED TO GENERATION '
043400             RQ-TARGET-GENERATION ', ' WS-REPLAY-STEP-COUNT
043500             ' BATCHES TO REPLAY'
043600     ELSE
043700         MOVE 'FAILED - FILE IS NOT THE GENERATION NAMED'
043800             TO ML-TEXT
043900         MOVE RQ-TARGET-GENERATION TO ML-VALUE
044000         PERFORM 8100-PRINT-FAILURE
044100     END-IF.
044200*
044300 2010-COPY-ONE-RECORD.
044400     PERFORM 8500-ADD-RECORD-TO-TOTALS
044500     MOVE WS-IN-LENGTH TO WS-OUT-LENGTH
044600     MOVE MASTER-IN-RECORD (1:WS-IN-LENGTH)
044700         TO MASTER-OUT-RECORD (1:WS-OUT-LENGTH)
044800     WRITE MASTER-OUT-RECORD
044900     PERFORM 8300-READ-MASTER-IN.
045000*
045100******************************************************************
045200*    PROVE - THE REPLAYED MASTER AGAINST THE PLAN'S TOTALS.      *
045300******************************************************************
045400*
045500 3000-PROVE-THE-REPLAY.
045600     MOVE 'N' TO WS-EOF-SWITCH
045700     OPEN INPUT MASTER-IN-FILE
045800     PERFORM 8300-READ-MASTER-IN
045900     PERFORM 3010-TOTAL-ONE-RECORD
046000         UNTIL WS-EOF
046100     CLOSE MASTER-IN-FILE
046200     MOVE 'REPLAYED MASTER' TO TL-CAPTION
046300     PERFORM 8400-PRINT-FILE-TOTALS
046400     MOVE '0' TO RP-CARRIAGE-CONTROL
046500     IF WS-FILE-RECORD-COUNT = WS-EXPECTED-COUNT
046600         AND WS-FILE-HASH-TOTAL = WS-EXPECTED-HASH
046700         PERFORM 3100-REGISTER-THE-REPLAY
046800     ELSE
046900         MOVE 'NOT RELEASED - REPLAY DOES NOT BALANCE' TO ML-TEXT
047000         MOVE SPACES TO ML-VALUE
047100         PERFORM 8100-PRINT-FAILURE
047200     END-IF.
047300*
047400 3010-TOTAL-ONE-RECORD.
047500     PERFORM 8500-ADD-RECORD-TO-TOTALS
047600     PERFORM 8300-READ-MASTER-IN.
047700*
047800 3100-REGISTER-THE-REPLAY.
047900     MOVE SPACES                 TO GENERATION-REGISTRY-RECORD
048000     MOVE RQ-MASTER-NAME         TO GR-MASTER-NAME
048100     ADD 1 WS-LATEST-GENERATION GIVING GR-GENERATION
048200     MOVE 'R'                    TO GR-ENTRY-TYPE
048300     MOVE RQ-TARGET-GENERATION   TO GR-OLD-GENERATION
048400     MOVE RQ-BAD-GENERATION      TO GR-SKIPPED-GENERATION
048500     MOVE WS-REPLAY-TRAN-COUNT   TO GR-TRAN-COUNT
048600     MOVE WS-TARGET-HASH-FIELD   TO GR-HASH-FIELD
048700     MOVE GT-NEW-RUN-DATE (1)    TO GR-OLD-RUN-DATE
048800     MOVE GT-NEW-JOB-NAME (1)    TO GR-OLD-JOB-NAME
048900     MOVE GT-NEW-RECORD-COUNT (1) TO GR-OLD-RECORD-COUNT
049000     MOVE GT-NEW-HASH-TOTAL (1)  TO GR-OLD-HASH-TOTAL
049100     MOVE WS-RUN-DATE            TO GR-NEW-RUN-DATE
049200     MOVE 'GENRBCK'              TO GR-NEW-JOB-NAME
049300     MOVE WS-FILE-RECORD-COUNT   TO GR-NEW-RECORD-COUNT
049400     MOVE WS-FILE-HASH-TOTAL     TO GR-NEW-HASH-TOTAL
049500     MOVE RQ-OPER-ID             TO GR-OPER-ID
049600     OPEN EXTEND REGISTRY-FILE
049700     WRITE GENERATION-REGISTRY-RECORD
049800     CLOSE REGISTRY-FILE
049900     MOVE 'RELEASED AS GENERATION' TO ML-TEXT
050000     MOVE GR-GENERATION TO ML-VALUE
050100     MOVE WS-MESSAGE-LINE TO RP-PRINT-LINE
050200     WRITE ROLLBACK-REPORT-RECORD
050300     DISPLAY 'GENRBCK - ' RQ-MASTER-NAME
050400         ' REPLAY PROVED, RELEASED'
050500         ' AS GENERATION ' GR-GENERATION.
050600*
050700 8100-PRINT-FAILURE.
050800     MOVE 'Y' TO WS-FAILED-SWITCH
050900     MOVE WS-MESSAGE-LINE TO RP-PRINT-LINE
051000     WRITE ROLLBACK-REPORT-RECORD
051100     DISPLAY 'GENRBCK - ' ML-TEXT ' ' ML-VALUE.
051200*
051300 8200-READ-REGISTRY.
051400     READ REGISTRY-FILE
051500         AT END MOVE 'Y' TO WS-EOF-SWITCH
051600     END-READ.
051700*
051800 8300-READ-MASTER-IN.
051900     READ MASTER-IN-FILE
052000         AT END MOVE 'Y' TO WS-EOF-SWITCH
052100     END-READ.
052200*
052300 8400-PRINT-FILE-TOTALS.
052400     MOVE WS-FILE-RECORD-COUNT TO TL-RECORD-COUNT
052500     MOVE WS-FILE-HASH-TOTAL   TO TL-HASH-TOTAL
052600     MOVE ' ' TO RP-CARRIAGE-CONTROL
052700     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
052800     WRITE ROLLBACK-REPORT-RECORD.
052900*
053000*    COUNT THE RECORD AND ADD ITS HASH FIELD, SCALED.
053100*
053200 8500-ADD-RECORD-TO-TOTALS.
053300     ADD 1 TO WS-FILE-RECORD-COUNT
053400     IF WS-HASH-LENGTH > ZERO
053500         MOVE MASTER-IN-RECORD (1:WS-IN-LENGTH) TO WS-HASH-RECORD
053600         IF WS-USAGE-PACKED
053700             MOVE LOW-VALUES TO WS-PACKED-VIEW
053800             COMPUTE WS-LAY-OFFSET = 9 - WS-HASH-LENGTH
053900             MOVE WS-HASH-RECORD (WS-HASH-OFFSET:WS-HASH-LENGTH)
054000                 TO WS-PACKED-VIEW (WS-LAY-OFFSET:WS-HASH-LENGTH)
054100             COMPUTE WS-HASH-AMOUNT =
054200                 WS-PACKED-AMOUNT / WS-SCALE-DIVISOR
054300         ELSE
054400             MOVE ZEROS TO WS-ZONED-VIEW
054500             COMPUTE WS-LAY-OFFSET = 16 - WS-HASH-LENGTH
054600             MOVE WS-HASH-RECORD (WS-HASH-OFFSET:WS-HASH-LENGTH)
054700                 TO WS-ZONED-VIEW (WS-LAY-OFFSET:WS-HASH-LENGTH)
054800             COMPUTE WS-HASH-AMOUNT =
054900                 WS-ZONED-AMOUNT / WS-SCALE-DIVISOR
055000         END-IF
055100         ADD WS-HASH-AMOUNT TO WS-FILE-HASH-TOTAL
055200     END-IF.
055300*
055400 9999-EXIT.
055500     CLOSE ROLLBACK-REPORT
055600     IF WS-FAILED
055700         MOVE 8 TO RETURN-CODE
055800     END-IF
055900     STOP RUN.
