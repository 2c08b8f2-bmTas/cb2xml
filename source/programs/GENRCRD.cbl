000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GENRCRD.
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
001300*   10/15/26  MO    INITIAL VERSION - REGISTERS EACH NIGHT'S     *
001400*                   NEW GENERATION OF A MASTER FILE ON THE       *
001500*                   GENERATION REGISTRY (GENREG.CPY).  RUN AS    *
001600*                   THE STEP AFTER EVERY OLD-TO-NEW MASTER       *
001700*                   REWRITE (TIERMAST, PTSBAL, KEYMAST,          *
001800*                   STORMAST, HOLDMAST, DSPMAST, ADDRMAST) WITH  *
001900*                   THE OLD AND NEW GENERATIONS AND THE          *
002000*                   TRANSACTION BATCH APPLIED.  THE CARD NAMES   *
002100*                   THE MASTER, THE CREATING JOB AND THE HASH    *
002200*                   FIELD IN THE EXTVERFY SHAPE.  THE OLD        *
002300*                   GENERATION MUST BALANCE TO THE LAST ONE      *
002400*                   REGISTERED FOR THAT MASTER; IF IT DOES NOT,  *
002500*                   NOTHING IS REGISTERED AND RETURN-CODE 8      *
002600*                   STOPS THE JOB.  GENRBCK ROLLS A MASTER BACK  *
002700*                   FROM THE REGISTRY.                           *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT REGISTER-PARM-FILE ASSIGN TO GENRPARM
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT OLD-MASTER-FILE    ASSIGN TO GENROLD
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT NEW-MASTER-FILE    ASSIGN TO GENRNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL TRAN-BATCH-FILE ASSIGN TO GENRTRAN
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL REGISTRY-FILE ASSIGN TO GENREG
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900*    THE MASTER, THE JOB THAT REWROTE IT, AND THE HASH FIELD
005000*    (OFFSET, LENGTH, Z ZONED OR P PACKED, DECIMALS).
005100*
005200 FD  REGISTER-PARM-FILE.
005300 01  REGISTER-PARM-RECORD.
005400     05  RP-MASTER-NAME          PIC X(08).
005500     05  RP-JOB-NAME             PIC X(08).
005600     05  RP-HASH-OFFSET          PIC 9(04).
005700     05  RP-HASH-LENGTH          PIC 9(02).
005800     05  RP-HASH-USAGE           PIC X(01).
005900     05  RP-HASH-DECIMALS        PIC 9(01).
006000*
006100 FD  OLD-MASTER-FILE
006200     RECORD IS VARYING IN SIZE FROM 1 TO 4096
006300     DEPENDING ON WS-OLD-LENGTH.
006400 01  OLD-MASTER-RECORD           PIC X(4096).
006500*
006600 FD  NEW-MASTER-FILE
006700     RECORD IS VARYING IN SIZE FROM 1 TO 4096
006800     DEPENDING ON WS-NEW-LENGTH.
006900 01  NEW-MASTER-RECORD           PIC X(4096).
007000*
007100 FD  TRAN-BATCH-FILE
007200     RECORD IS VARYING IN SIZE FROM 1 TO 4096
007300     DEPENDING ON WS-TRAN-LENGTH.
007400 01  TRAN-BATCH-RECORD           PIC X(4096).
007500*
007600 FD  REGISTRY-FILE.
007700     COPY "GENREG.cpy".
007800*
007900 WORKING-STORAGE SECTION.
008000*
008100 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
008200     88  WS-EOF                  VALUE 'Y'.
008300 01  WS-FAILED-SWITCH            PIC X(01) VALUE 'N'.
008400     88  WS-FAILED               VALUE 'Y'.
008500*
008600 01  WS-RUN-DATE                 PIC 9(08).
008700 01  WS-OLD-LENGTH               PIC 9(05) COMP.
008800 01  WS-NEW-LENGTH               PIC 9(05) COMP.
008900 01  WS-TRAN-LENGTH              PIC 9(05) COMP.
009000*
009100*    THE LAST GENERATION REGISTERED FOR THE MASTER.
009200*
009300 01  WS-LAST-GENERATION          PIC 9(05) VALUE 0.
009400 01  WS-LAST-CONTROL.
009500     05  WS-LAST-RUN-DATE        PIC 9(08) VALUE 0.
009600     05  WS-LAST-JOB-NAME        PIC X(08) VALUE SPACES.
009700     05  WS-LAST-RECORD-COUNT    PIC 9(09) VALUE 0.
009800     05  WS-LAST-HASH-TOTAL      PIC S9(15)V99 VALUE 0.
009900*
010000*    TONIGHT'S TOTALS.
010100*
010200 01  WS-OLD-RECORD-COUNT         PIC 9(09) VALUE 0.
010300 01  WS-OLD-HASH-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
010400 01  WS-NEW-RECORD-COUNT         PIC 9(09) VALUE 0.
010500 01  WS-NEW-HASH-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
010600 01  WS-TRAN-COUNT               PIC 9(09) VALUE 0.
010700*
010800*    HASH EXTRACTION, AS IN EXTVERFY - THE FIELD BYTES ARE LAID
010900*    RIGHT-ALIGNED OVER THE REDEFINED VIEW AND SCALED BY THE
011000*    DECIMAL COUNT.
011100*
011200 01  WS-HASH-OFFSET              PIC 9(04) VALUE 1.
011300 01  WS-HASH-LENGTH              PIC 9(02) VALUE 0.
011400 01  WS-HASH-USAGE               PIC X(01) VALUE 'Z'.
011500     88  WS-USAGE-PACKED         VALUE 'P'.
011600 01  WS-HASH-DECIMALS            PIC 9(01) VALUE 0.
011700 01  WS-SCALE-DIVISOR            PIC 9(03) VALUE 1.
011800 01  WS-HASH-RECORD              PIC X(4096).
011900 01  WS-HASH-AMOUNT              PIC S9(15)V99 COMP-3.
012000 01  WS-ZONED-AMOUNT             PIC S9(15).
012100 01  WS-ZONED-VIEW REDEFINES WS-ZONED-AMOUNT
012200                                 PIC X(15).
012300 01  WS-PACKED-AMOUNT            PIC S9(15) COMP-3.
012400 01  WS-PACKED-VIEW REDEFINES WS-PACKED-AMOUNT
012500                                 PIC X(08).
012600 01  WS-LAY-OFFSET               PIC 9(04) COMP.
012700*
012800 PROCEDURE DIVISION.
012900*
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE
013200     IF NOT WS-FAILED
013300         PERFORM 1100-FIND-LAST-GENERATION
013400         PERFORM 2000-TOTAL-OLD-GENERATION
013500         PERFORM 2100-TOTAL-NEW-GENERATION
013600         PERFORM 2200-COUNT-TRAN-BATCH
013700         PERFORM 3000-CHECK-THE-CHAIN
013800     END-IF
013900     IF NOT WS-FAILED
014000         PERFORM 4000-REGISTER-GENERATION
014100     END-IF
014200     PERFORM 9999-EXIT.
014300*
014400 1000-INITIALIZE.
014500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014600     MOVE SPACES TO REGISTER-PARM-RECORD
014700     OPEN INPUT REGISTER-PARM-FILE
014800     READ REGISTER-PARM-FILE
014900         AT END
015000             CONTINUE
015100         NOT AT END
015200             MOVE RP-HASH-OFFSET   TO WS-HASH-OFFSET
015300             MOVE RP-HASH-LENGTH   TO WS-HASH-LENGTH
015400             MOVE RP-HASH-USAGE    TO WS-HASH-USAGE
015500             MOVE RP-HASH-DECIMALS TO WS-HASH-DECIMALS
015600     END-READ
015700     CLOSE REGISTER-PARM-FILE
015800     IF RP-MASTER-NAME = SPACES
015900         DISPLAY 'GENRCRD - NO MASTER NAMED ON THE CARD'
016000         MOVE 'Y' TO WS-FAILED-SWITCH
016100     END-IF
016200     EVALUATE WS-HASH-DECIMALS
016300         WHEN 0
016400             MOVE 1 TO WS-SCALE-DIVISOR
016500         WHEN 1
016600             MOVE 10 TO WS-SCALE-DIVISOR
016700         WHEN OTHER
016800             MOVE 100 TO WS-SCALE-DIVISOR
016900     END-EVALUATE.
017000*
017100 1100-FIND-LAST-GENERATION.
017200     MOVE 'N' TO WS-EOF-SWITCH
017300     OPEN INPUT REGISTRY-FILE
017400     PERFORM 1110-READ-REGISTRY
017500     PERFORM 1120-NOTE-REGISTRY-ENTRY
017600         UNTIL WS-EOF
017700     CLOSE REGISTRY-FILE.
017800*
017900 1110-READ-REGISTRY.
018000     READ REGISTRY-FILE
018100         AT END MOVE 'Y' TO WS-EOF-SWITCH
018200     END-READ.
018300*
018400 1120-NOTE-REGISTRY-ENTRY.
018500     IF GR-MASTER-NAME = RP-MASTER-NAME
018600         MOVE GR-GENERATION       TO WS-LAST-GENERATION
018700         MOVE GR-NEW-RUN-DATE     TO WS-LAST-RUN-DATE
018800         MOVE GR-NEW-JOB-NAME     TO WS-LAST-JOB-NAME
018900         MOVE GR-NEW-RECORD-COUNT TO WS-LAST-RECORD-COUNT
019000         MOVE GR-NEW-HASH-TOTAL   TO WS-LAST-HASH-TOTAL
019100     END-IF
019200     PERFORM 1110-READ-REGISTRY.
019300*
019400******************************************************************
019500*    COUNT AND HASH THE OLD AND NEW GENERATIONS; COUNT THE       *
019600*    TRANSACTION BATCH THAT TURNED ONE INTO THE OTHER.           *
019700******************************************************************
019800*
019900 2000-TOTAL-OLD-GENERATION.
020000     MOVE 'N' TO WS-EOF-SWITCH
020100     OPEN INPUT OLD-MASTER-FILE
020200     PERFORM 2010-READ-OLD-MASTER
020300     PERFORM 2020-ADD-OLD-RECORD
020400         UNTIL WS-EOF
020500     CLOSE OLD-MASTER-FILE.
020600*
020700 2010-READ-OLD-MASTER.
020800     READ OLD-MASTER-FILE
020900         AT END MOVE 'Y' TO WS-EOF-SWITCH
021000     END-READ.
021100*
021200 2020-ADD-OLD-RECORD.
021300     ADD 1 TO WS-OLD-RECORD-COUNT
021400     IF WS-HASH-LENGTH > ZERO
021500         MOVE OLD-MASTER-RECORD (1:WS-OLD-LENGTH)
021600             TO WS-HASH-RECORD
021700         PERFORM 8000-TAKE-HASH-AMOUNT
021800         ADD WS-HASH-AMOUNT TO WS-OLD-HASH-TOTAL
021900     END-IF
022000     PERFORM 2010-READ-OLD-MASTER.
022100*
022200 2100-TOTAL-NEW-GENERATION.
022300     MOVE 'N' TO WS-EOF-SWITCH
022400     OPEN INPUT NEW-MASTER-FILE
022500     PERFORM 2110-READ-NEW-MASTER
022600     PERFORM 2120-ADD-NEW-RECORD
022700         UNTIL WS-EOF
022800     CLOSE NEW-MASTER-FILE.
022900*
023000 2110-READ-NEW-MASTER.
023100     READ NEW-MASTER-FILE
023200         AT END MOVE 'Y' TO WS-EOF-SWITCH
023300     END-READ.
023400*
023500 2120-ADD-NEW-RECORD.
023600     ADD 1 TO WS-NEW-RECORD-COUNT
023700     IF WS-HASH-LENGTH > ZERO
023800         MOVE NEW-MASTER-RECORD (1:WS-NEW-LENGTH)
023900             TO WS-HASH-RECORD
024000         PERFORM 8000-TAKE-HASH-AMOUNT
024100         ADD WS-HASH-AMOUNT TO WS-NEW-HASH-TOTAL
024200     END-IF
024300     PERFORM 2110-READ-NEW-MASTER.
024400*
024500 2200-COUNT-TRAN-BATCH.
024600     MOVE 'N' TO WS-EOF-SWITCH
024700     OPEN INPUT TRAN-BATCH-FILE
024800     PERFORM 2210-READ-TRAN-BATCH
024900     PERFORM 2220-COUNT-TRAN-RECORD
025000         UNTIL WS-EOF
025100     CLOSE TRAN-BATCH-FILE.
025200*
025300 2210-READ-TRAN-BATCH.
025400     READ TRAN-BATCH-FILE
025500         AT END MOVE 'Y' TO WS-EOF-SWITCH
025600     END-READ.
025700*
025800 2220-COUNT-TRAN-RECORD.
025900     ADD 1 TO WS-TRAN-COUNT
026000     PERFORM 2210-READ-TRAN-BATCH.
026100*
026200*    THE OLD GENERATION MUST BE THE LAST ONE REGISTERED.  THE
026300*    FIRST REGISTRATION OF A MASTER HAS NOTHING TO BALANCE TO.
026400*
026500 3000-CHECK-THE-CHAIN.
026600     IF WS-LAST-GENERATION > ZERO
026700         IF WS-OLD-RECORD-COUNT NOT = WS-LAST-RECORD-COUNT
026800             OR WS-OLD-HASH-TOTAL NOT = WS-LAST-HASH-TOTAL
026900             DISPLAY 'GENRCRD - ' RP-MASTER-NAME
027000                 ' OLD GENERATION IS NOT GENERATION '
027100                 WS-LAST-GENERATION
027200             DISPLAY 'GENRCRD - REGISTERED ' WS-LAST-RECORD-COUNT
027300                 ' RECORDS, HASH ' WS-LAST-HASH-TOTAL
027400             DISPLAY 'GENRCRD - OLD FILE   ' WS-OLD-RECORD-COUNT
027500                 ' RECORDS, HASH ' WS-OLD-HASH-TOTAL
027600             MOVE 'Y' TO WS-FAILED-SWITCH
027700         END-IF
027800     END-IF.
027900*
028000 4000-REGISTER-GENERATION.
028100     MOVE SPACES               TO GENERATION-REGISTRY-RECORD
028200     MOVE RP-MASTER-NAME       TO GR-MASTER-NAME
028300     ADD 1 WS-LAST-GENERATION GIVING GR-GENERATION
028400     MOVE 'N'                  TO GR-ENTRY-TYPE
028500     MOVE WS-LAST-GENERATION   TO GR-OLD-GENERATION
028600     MOVE ZERO                 TO GR-SKIPPED-GENERATION
028700     MOVE WS-TRAN-COUNT        TO GR-TRAN-COUNT
028800     MOVE WS-HASH-OFFSET       TO GR-HASH-OFFSET
028900     MOVE WS-HASH-LENGTH       TO GR-HASH-LENGTH
029000     MOVE WS-HASH-USAGE        TO GR-HASH-USAGE
029100     MOVE WS-HASH-DECIMALS     TO GR-HASH-DECIMALS
029200     MOVE WS-LAST-RUN-DATE     TO GR-OLD-RUN-DATE
029300     MOVE WS-LAST-JOB-NAME     TO GR-OLD-JOB-NAME
029400     MOVE WS-OLD-RECORD-COUNT  TO GR-OLD-RECORD-COUNT
029500     MOVE WS-OLD-HASH-TOTAL    TO GR-OLD-HASH-TOTAL
029600     MOVE WS-RUN-DATE          TO GR-NEW-RUN-DATE
029700     MOVE RP-JOB-NAME          TO GR-NEW-JOB-NAME
029800     MOVE WS-NEW-RECORD-COUNT  TO GR-NEW-RECORD-COUNT
029900     MOVE WS-NEW-HASH-TOTAL    TO GR-NEW-HASH-TOTAL
030000     OPEN EXTEND REGISTRY-FILE
030100     WRITE GENERATION-REGISTRY-RECORD
030200     CLOSE REGISTRY-FILE
030300     DISPLAY 'GENRCRD - ' GR-MASTER-NAME ' GENERATION '
030400         GR-GENERATION ' REGISTERED - ' GR-NEW-RECORD-COUNT
030500         ' RECORDS, HASH ' GR-NEW-HASH-TOTAL.
030600*
030700*    THE HASH FIELD OF THE RECORD IN WS-HASH-RECORD, SCALED.
030800*
030900 8000-TAKE-HASH-AMOUNT.
031000     IF WS-USAGE-PACKED
031100         MOVE LOW-VALUES TO WS-PACKED-VIEW
031200         COMPUTE WS-LAY-OFFSET = 9 - WS-HASH-LENGTH
031300         MOVE WS-HASH-RECORD (WS-HASH-OFFSET:WS-HASH-LENGTH)
031400             TO WS-PACKED-VIEW (WS-LAY-OFFSET:WS-HASH-LENGTH)
031500         COMPUTE WS-HASH-AMOUNT =
031600             WS-PACKED-AMOUNT / WS-SCALE-DIVISOR
031700     ELSE
031800         MOVE ZEROS TO WS-ZONED-VIEW
031900         COMPUTE WS-LAY-OFFSET = 16 - WS-HASH-LENGTH
032000         MOVE WS-HASH-RECORD (WS-HASH-OFFSET:WS-HASH-LENGTH)
032100             TO WS-ZONED-VIEW (WS-LAY-OFFSET:WS-HASH-LENGTH)
032200         COMPUTE WS-HASH-AMOUNT =
032300             WS-ZONED-AMOUNT / WS-SCALE-DIVISOR
032400     END-IF.
032500*
032600 9999-EXIT.
032700     IF WS-FAILED
032800         MOVE 8 TO RETURN-CODE
032900     END-IF
033000     STOP RUN.
