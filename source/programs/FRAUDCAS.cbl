000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FRAUDCAS.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - LOSS PREVENTION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - NIGHTLY FRAUD CASE MASTER  *
001400*                   UPDATE.  HITS FROM THE FOUR SCREENS (REGNFRD *
001500*                   REGNCASE, CARDVELO VELOSUSP, DUPCHECK DUPRPT *
001600*                   AND RTRNMTCH RTRNSUSP) OPEN A CASE PER CARD  *
001700*                   OR EXTEND THE CARD'S ACTIVE ONE.  THE        *
001800*                   INVESTIGATORS' DISPOSITIONS (FRDDISP) ARE    *
001900*                   APPLIED FIRST; A CONFIRMED CASE IS ADDED TO  *
002000*                   THE FRAUD BLOCK FILE FOR HOTCARD.            *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FRAUD-PARM-FILE ASSIGN TO FRDPARM
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT OPTIONAL OLD-CASE-FILE ASSIGN TO FRDCASE
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT NEW-CASE-FILE  ASSIGN TO FRDCASNO
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL REGION-CASE-FILE ASSIGN TO REGNCASE
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPTIONAL VELO-SUSPECT-FILE ASSIGN TO VELOSUSP
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL DUPLICATE-FILE ASSIGN TO DUPRPT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPTIONAL RETURN-SUSP-FILE ASSIGN TO RTRNSUSP
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT DTAR119-FILE   ASSIGN TO DTARIN
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL DISPOSITION-FILE ASSIGN TO FRDDISP
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004800     SELECT DISP-WORK-FILE ASSIGN TO SRTWK02.
004900     SELECT HIT-SORTED-FILE ASSIGN TO FRDHSRT
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT DISP-SORTED-FILE ASSIGN TO FRDDSRT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT DISP-REJECT-FILE ASSIGN TO FRDDREJ
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPTIONAL FRAUD-BLOCK-FILE ASSIGN TO FRDBLOCK
005600         ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000*    THE SLA AND THE QUIET PERIOD ARE HELD ON A PARAMETER FILE,
006100*    AS CARDVELO'S THRESHOLDS ARE.
006200*
006300 FD  FRAUD-PARM-FILE.
006400 01  FRAUD-PARM-RECORD.
006500     05  FP-SLA-DAYS             PIC 9(03).
006600     05  FP-QUIET-DAYS           PIC 9(03).
006700*
006800 FD  OLD-CASE-FILE.
006900     COPY "FRDCASE.cpy" REPLACING ==FRAUD-CASE-RECORD==
007000                               BY ==OLD-CASE-RECORD==.
007100*
007200 FD  NEW-CASE-FILE.
007300     COPY "FRDCASE.cpy" REPLACING ==FRAUD-CASE-RECORD==
007400                               BY ==NEW-CASE-RECORD==.
007500*
007600*    SCREEN OUTPUTS - ONLY THE FIELDS USED HERE ARE NAMED.
007700*
007800 FD  REGION-CASE-FILE.
007900 01  REGION-CASE-RECORD.
008000     05  RG-CARD-NO-MASKED       PIC X(16).
008100     05  RG-STORE-NO             PIC 9(03).
008200     05  RG-TERMINAL-ID          PIC 9(03).
008300     05  RG-TRANS-NO             PIC 9(04).
008400     05  RG-TRANS-DATE           PIC 9(07).
008500     05  FILLER                  PIC X(31).
008600*
008700 FD  VELO-SUSPECT-FILE.
008800 01  VELO-SUSPECT-RECORD.
008900     05  VS-SCORE                PIC 9(03).
009000     05  VS-POINTS-TOTAL         PIC 9(09).
009100     05  VS-CARD-NO              PIC 9(16).
009200     05  FILLER                  PIC X(12).
009300*
009400 FD  DUPLICATE-FILE.
009500 01  DUPLICATE-RECORD.
009600     05  DU-STORE-NO             PIC 9(03).
009700     05  DU-TERMINAL-ID          PIC 9(03).
009800     05  DU-TRANS-NO             PIC 9(04).
009900     05  DU-TRANS-DATE           PIC 9(07).
010000*
010100 FD  RETURN-SUSP-FILE.
010200 01  RETURN-SUSP-RECORD.
010300     05  RS-STORE-NO             PIC 9(03)     COMP-3.
010400     05  RS-TRANS-DATE           PIC 9(07)     COMP-3.
010500     05  RS-TRANS-CODE           PIC 9(02)     COMP-3.
010600     05  RS-CARD-NO              PIC 9(16).
010700     05  FILLER                  PIC X(29).
010800*
010900 FD  DTAR119-FILE.
011000 01  DTAR119-RECORD.
011100     COPY "DTAR119.cbl".
011200*
011300 FD  DISPOSITION-FILE.
011400 01  DISPOSITION-IN-RECORD       PIC X(74).
011500*
011600 SD  SORT-WORK-FILE.
011700 01  SORT-WORK-RECORD.
011800     05  SW-CARD-NO              PIC 9(16).
011900     05  SW-SOURCE               PIC X(01).
012000     05  SW-HIT-DATE             PIC 9(07).
012100*
012200 SD  DISP-WORK-FILE.
012300 01  DISP-WORK-RECORD.
012400     05  DW-CARD-NO              PIC 9(16).
012500     05  FILLER                  PIC X(13).
012600     05  DW-ACTION-DATE          PIC 9(07).
012700     05  FILLER                  PIC X(38).
012800*
012900 FD  HIT-SORTED-FILE.
013000 01  HIT-SORTED-RECORD.
013100     05  HS-CARD-NO              PIC 9(16).
013200     05  HS-SOURCE               PIC X(01).
013300     05  HS-HIT-DATE             PIC 9(07).
013400*
013500 FD  DISP-SORTED-FILE.
013600     COPY "FRDDISP.cpy".
013700*
013800 FD  DISP-REJECT-FILE.
013900 01  DISP-REJECT-RECORD.
014000     05  DJ-DISPOSITION          PIC X(74).
014100     05  DJ-REASON               PIC X(25).
014200*
014300 FD  FRAUD-BLOCK-FILE.
014400     COPY "FRDBLOCK.cpy".
014500*
014600 WORKING-STORAGE SECTION.
014700*
014800 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
014900     88  WS-OLD-EOF              VALUE 'Y'.
015000 01  WS-SCREEN-EOF-SWITCH        PIC X(01) VALUE 'N'.
015100     88  WS-SCREEN-EOF           VALUE 'Y'.
015200 01  WS-DTAR-EOF-SWITCH          PIC X(01) VALUE 'N'.
015300     88  WS-DTAR-EOF             VALUE 'Y'.
015400 01  WS-CASE-HELD-SWITCH         PIC X(01) VALUE 'N'.
015500     88  WS-CASE-HELD            VALUE 'Y'.
015600*
015700 01  WS-HIGH-VALUE-KEY           PIC 9(16) VALUE 9999999999999999.
015800 01  WS-CASE-KEY                 PIC 9(16).
015900 01  WS-HIT-KEY                  PIC 9(16).
016000 01  WS-DISP-KEY                 PIC 9(16).
016100 01  WS-CURRENT-CARD             PIC 9(16).
016200*
016300*    DEFAULTS WHEN THE PARAMETER FILE IS EMPTY.
016400*
016500 01  WS-SLA-DAYS                 PIC 9(03) VALUE 005.
016600 01  WS-QUIET-DAYS               PIC 9(03) VALUE 007.
016700*
016800 01  WS-RUN-DATE                 PIC 9(08).
016900 01  WS-RUN-DAY                  PIC 9(07).
017000 01  WS-RUN-DAY-NUMBER           PIC 9(07).
017100 01  WS-DATE-IN                  PIC 9(07).
017200 01  WS-DATE-YEAR                PIC 9(04).
017300 01  WS-DATE-DDD                 PIC 9(03).
017400 01  WS-DAY-NUMBER               PIC 9(07).
017500 01  WS-AGE-DAYS                 PIC S9(07).
017600 01  WS-ACTION-DATE              PIC 9(07).
017700*
017800*    CASE NUMBERS ARE THE RUN DAY TIMES 100000 PLUS A SEQUENCE,
017900*    AS VCHMAST NUMBERS ITS VOUCHERS.  THE SEQUENCE STARTS PAST
018000*    ANY CASE ALREADY OPENED TODAY SO A RERUN CANNOT REUSE ONE.
018100*
018200 01  WS-CASE-BASE                PIC 9(12).
018300 01  WS-CASE-SEQ                 PIC 9(05) VALUE 0.
018400 01  WS-CASE-NO-DISPLAY          PIC 9(12).
018500*
018600*    THE CARD'S LATEST CASE, HELD UNTIL ALL ITS HITS AND
018700*    DISPOSITIONS HAVE BEEN APPLIED.
018800*
018900     COPY "FRDCASE.cpy" REPLACING ==FRAUD-CASE-RECORD==
019000                               BY ==WS-HELD-CASE==.
019100*
019200 01  WS-OLD-CASES-READ           PIC 9(07) VALUE 0.
019300 01  WS-REGION-HITS              PIC 9(07) VALUE 0.
019400 01  WS-VELOCITY-HITS            PIC 9(07) VALUE 0.
019500 01  WS-DUPLICATE-HITS           PIC 9(07) VALUE 0.
019600 01  WS-RETURN-HITS              PIC 9(07) VALUE 0.
019700 01  WS-HITS-UNMATCHED           PIC 9(07) VALUE 0.
019800 01  WS-HITS-SUPPRESSED          PIC 9(07) VALUE 0.
019900 01  WS-CASES-OPENED             PIC 9(07) VALUE 0.
020000 01  WS-CASES-EXTENDED           PIC 9(07) VALUE 0.
020100 01  WS-DISP-APPLIED             PIC 9(07) VALUE 0.
020200 01  WS-DISP-REJECTED            PIC 9(07) VALUE 0.
020300 01  WS-CASES-CONFIRMED          PIC 9(07) VALUE 0.
020400 01  WS-CASES-WRITTEN            PIC 9(07) VALUE 0.
020500 01  WS-CASES-ACTIVE             PIC 9(07) VALUE 0.
020600 01  WS-CASES-PAST-SLA           PIC 9(07) VALUE 0.
020700 01  WS-EXTENDED-SWITCH          PIC X(01).
020800     88  WS-CASE-NOT-TOUCHED     VALUE 'N'.
020900     88  WS-CASE-EXTENDED        VALUE 'Y'.
021000     88  WS-CASE-OPENED-TODAY    VALUE 'O'.
021100*
021200*    REGNCASE AND DUPRPT CARRY THE TRANSACTION KEY BUT NOT THE
021300*    FULL CARD NUMBER, SO THEIR HITS ARE HELD HERE WHILE THE
021400*    DAY'S DTAR119 FILE IS PASSED TO FIND THE CARD.
021500*
021600 01  KH-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
021700 01  KH-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
021800 01  KH-TABLE.
021900     05  KH-ENTRY OCCURS 2000 TIMES
022000                  INDEXED BY KH-IDX.
022100         10  KH-STORE-NO         PIC 9(03).
022200         10  KH-TERMINAL-ID      PIC 9(03).
022300         10  KH-TRANS-NO         PIC 9(04).
022400         10  KH-TRANS-DATE       PIC 9(07).
022500         10  KH-SOURCE           PIC X(01).
022600         10  KH-CARD-NO          PIC 9(16).
022700 01  WS-KH-SUB                   PIC 9(04) COMP.
022800*
022900 PROCEDURE DIVISION.
023000*
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE
023300     SORT SORT-WORK-FILE
023400         ON ASCENDING KEY SW-CARD-NO
023500                          SW-HIT-DATE
023600         INPUT PROCEDURE IS 2000-RELEASE-HITS
023700         GIVING HIT-SORTED-FILE
023800     SORT DISP-WORK-FILE
023900         ON ASCENDING KEY DW-CARD-NO
024000                          DW-ACTION-DATE
024100         WITH DUPLICATES IN ORDER
024200         USING DISPOSITION-FILE
024300         GIVING DISP-SORTED-FILE
024400     OPEN INPUT  OLD-CASE-FILE
024500                 HIT-SORTED-FILE
024600                 DISP-SORTED-FILE
024700     OPEN OUTPUT NEW-CASE-FILE
024800                 DISP-REJECT-FILE
024900     OPEN EXTEND FRAUD-BLOCK-FILE
025000     PERFORM 8100-READ-OLD-CASE
025100     PERFORM 8200-READ-HIT
025200     PERFORM 8300-READ-DISPOSITION
025300     PERFORM 3000-PROCESS-ONE-CARD
025400         UNTIL WS-CASE-KEY = WS-HIGH-VALUE-KEY
025500         AND WS-HIT-KEY = WS-HIGH-VALUE-KEY
025600         AND WS-DISP-KEY = WS-HIGH-VALUE-KEY
025700     DISPLAY 'FRAUDCAS - CASES READ:          ' WS-OLD-CASES-READ
025800     DISPLAY 'FRAUDCAS - REGION HITS:         ' WS-REGION-HITS
025900     DISPLAY 'FRAUDCAS - VELOCITY HITS:       ' WS-VELOCITY-HITS
026000     DISPLAY 'FRAUDCAS - DUPLICATE HITS:      ' WS-DUPLICATE-HITS
026100     DISPLAY 'FRAUDCAS - RETURN HITS:         ' WS-RETURN-HITS
026200     DISPLAY 'FRAUDCAS - HITS WITH NO CARD:   ' WS-HITS-UNMATCHED
026300     DISPLAY 'FRAUDCAS - HITS IN QUIET DAYS:  '
026400         WS-HITS-SUPPRESSED
026500     DISPLAY 'FRAUDCAS - CASES OPENED:        ' WS-CASES-OPENED
026600     DISPLAY 'FRAUDCAS - CASES EXTENDED:      ' WS-CASES-EXTENDED
026700     DISPLAY 'FRAUDCAS - DISPS APPLIED:       ' WS-DISP-APPLIED
026800     DISPLAY 'FRAUDCAS - DISPS REJECTED:      ' WS-DISP-REJECTED
026900     DISPLAY 'FRAUDCAS - CASES CONFIRMED:     '
027000         WS-CASES-CONFIRMED
027100     DISPLAY 'FRAUDCAS - CASES WRITTEN:       ' WS-CASES-WRITTEN
027200     DISPLAY 'FRAUDCAS - CASES ACTIVE:        ' WS-CASES-ACTIVE
027300     DISPLAY 'FRAUDCAS - ACTIVE PAST SLA:     '
027400         WS-CASES-PAST-SLA
027500     PERFORM 9999-EXIT.
027600*
027700 1000-INITIALIZE.
027800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027900     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
028000     MOVE WS-RUN-DAY TO WS-DATE-IN
028100     PERFORM 8500-COMPUTE-DAY-NUMBER
028200     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
028300     COMPUTE WS-CASE-BASE = WS-RUN-DAY * 100000
028400     OPEN INPUT FRAUD-PARM-FILE
028500     READ FRAUD-PARM-FILE
028600         AT END
028700             DISPLAY 'FRAUDCAS - PARM MISSING, DEFAULTS USED'
028800         NOT AT END
028900             MOVE FP-SLA-DAYS   TO WS-SLA-DAYS
029000             MOVE FP-QUIET-DAYS TO WS-QUIET-DAYS
029100     END-READ
029200     CLOSE FRAUD-PARM-FILE
029300     PERFORM 1100-SEED-CASE-SEQUENCE
029400     PERFORM 1200-LOAD-KEYED-HITS
029500     PERFORM 1300-FIND-HIT-CARDS.
029600*
029700 1100-SEED-CASE-SEQUENCE.
029800     OPEN INPUT OLD-CASE-FILE
029900     PERFORM 8100-READ-OLD-CASE
030000     PERFORM 1110-CHECK-CASE-NO
030100         UNTIL WS-OLD-EOF
030200     CLOSE OLD-CASE-FILE
030300     MOVE 'N' TO WS-OLD-EOF-SWITCH
030400     MOVE 0 TO WS-OLD-CASES-READ.
030500*
030600 1110-CHECK-CASE-NO.
030700     IF FC-CASE-NO OF OLD-CASE-RECORD > WS-CASE-BASE
030800         AND FC-CASE-NO OF OLD-CASE-RECORD - WS-CASE-BASE
030900             > WS-CASE-SEQ
031000         COMPUTE WS-CASE-SEQ =
031100             FC-CASE-NO OF OLD-CASE-RECORD - WS-CASE-BASE
031200     END-IF
031300     PERFORM 8100-READ-OLD-CASE.
031400*
031500 1200-LOAD-KEYED-HITS.
031600     OPEN INPUT REGION-CASE-FILE
031700     MOVE 'N' TO WS-SCREEN-EOF-SWITCH
031800     READ REGION-CASE-FILE
031900         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
032000     END-READ
032100     PERFORM 1210-LOAD-REGION-HIT
032200         UNTIL WS-SCREEN-EOF
032300     CLOSE REGION-CASE-FILE
032400     OPEN INPUT DUPLICATE-FILE
032500     MOVE 'N' TO WS-SCREEN-EOF-SWITCH
032600     READ DUPLICATE-FILE
032700         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
032800     END-READ
032900     PERFORM 1220-LOAD-DUPLICATE-HIT
033000         UNTIL WS-SCREEN-EOF
033100     CLOSE DUPLICATE-FILE.
033200*
033300 1210-LOAD-REGION-HIT.
033400     ADD 1 TO WS-REGION-HITS
033500     PERFORM 1250-CHECK-HIT-ROOM
033600     ADD 1 TO KH-TABLE-COUNT
033700     SET KH-IDX TO KH-TABLE-COUNT
033800     MOVE RG-STORE-NO    TO KH-STORE-NO (KH-IDX)
033900     MOVE RG-TERMINAL-ID TO KH-TERMINAL-ID (KH-IDX)
034000     MOVE RG-TRANS-NO    TO KH-TRANS-NO (KH-IDX)
034100     MOVE RG-TRANS-DATE  TO KH-TRANS-DATE (KH-IDX)
034200     MOVE 'R'            TO KH-SOURCE (KH-IDX)
034300     MOVE ZERO           TO KH-CARD-NO (KH-IDX)
034400     READ REGION-CASE-FILE
034500         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
034600     END-READ.
034700*
034800 1220-LOAD-DUPLICATE-HIT.
034900     ADD 1 TO WS-DUPLICATE-HITS
035000     PERFORM 1250-CHECK-HIT-ROOM
035100     ADD 1 TO KH-TABLE-COUNT
035200     SET KH-IDX TO KH-TABLE-COUNT
035300     MOVE DU-STORE-NO    TO KH-STORE-NO (KH-IDX)
035400     MOVE DU-TERMINAL-ID TO KH-TERMINAL-ID (KH-IDX)
035500     MOVE DU-TRANS-NO    TO KH-TRANS-NO (KH-IDX)
035600     MOVE DU-TRANS-DATE  TO KH-TRANS-DATE (KH-IDX)
035700     MOVE 'D'            TO KH-SOURCE (KH-IDX)
035800     MOVE ZERO           TO KH-CARD-NO (KH-IDX)
035900     READ DUPLICATE-FILE
036000         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
036100     END-READ.
036200*
036300*    DROPPING HITS WOULD LEAVE SUSPECT CARDS WITHOUT A CASE,
036400*    SO RUNNING OUT OF TABLE ROOM STOPS THE JOB.
036500*
036600 1250-CHECK-HIT-ROOM.
036700     IF KH-TABLE-COUNT NOT < KH-TABLE-MAX
036800         DISPLAY 'FRAUDCAS - HIT TABLE FULL AT ' KH-TABLE-MAX
036900             ' ENTRIES - CASES NOT UPDATED'
037000         MOVE 8 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037300*
037400 1300-FIND-HIT-CARDS.
037500     OPEN INPUT DTAR119-FILE
037600     READ DTAR119-FILE
037700         AT END MOVE 'Y' TO WS-DTAR-EOF-SWITCH
037800     END-READ
037900     PERFORM 1310-MATCH-ONE-TRANSACTION
038000         UNTIL WS-DTAR-EOF
038100     CLOSE DTAR119-FILE.
038200*
038300 1310-MATCH-ONE-TRANSACTION.
038400     PERFORM 1320-MATCH-ONE-HIT
038500         VARYING WS-KH-SUB FROM 1 BY 1
038600         UNTIL WS-KH-SUB > KH-TABLE-COUNT
038700     READ DTAR119-FILE
038800         AT END MOVE 'Y' TO WS-DTAR-EOF-SWITCH
038900     END-READ.
039000*
039100*    A TRANSACTION RAISED BY BOTH SCREENS FILLS BOTH ENTRIES.
039200*
039300 1320-MATCH-ONE-HIT.
039400     IF KH-CARD-NO (WS-KH-SUB) = ZERO
039500         AND KH-STORE-NO (WS-KH-SUB) = DTAR119-STORE-NO
039600         AND KH-TERMINAL-ID (WS-KH-SUB) = DTAR119-TERMINAL-ID
039700         AND KH-TRANS-NO (WS-KH-SUB) = DTAR119-TRANS-NO
039800         AND KH-TRANS-DATE (WS-KH-SUB) = DTAR119-TRANS-DATE
039900         MOVE DTAR119-CARD-NO TO KH-CARD-NO (WS-KH-SUB)
040000     END-IF.
040100*
040200 2000-RELEASE-HITS.
040300     PERFORM 2100-RELEASE-KEYED-HIT
040400         VARYING WS-KH-SUB FROM 1 BY 1
040500         UNTIL WS-KH-SUB > KH-TABLE-COUNT
040600     OPEN INPUT VELO-SUSPECT-FILE
040700     MOVE 'N' TO WS-SCREEN-EOF-SWITCH
040800     READ VELO-SUSPECT-FILE
040900         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
041000     END-READ
041100     PERFORM 2200-RELEASE-VELOCITY-HIT
041200         UNTIL WS-SCREEN-EOF
041300     CLOSE VELO-SUSPECT-FILE
041400     OPEN INPUT RETURN-SUSP-FILE
041500     MOVE 'N' TO WS-SCREEN-EOF-SWITCH
041600     READ RETURN-SUSP-FILE
041700         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
041800     END-READ
041900     PERFORM 2300-RELEASE-RETURN-HIT
042000         UNTIL WS-SCREEN-EOF
042100     CLOSE RETURN-SUSP-FILE.
042200*
042300 2100-RELEASE-KEYED-HIT.
042400     IF KH-CARD-NO (WS-KH-SUB) = ZERO
042500         ADD 1 TO WS-HITS-UNMATCHED
042600     ELSE
042700         MOVE KH-CARD-NO (WS-KH-SUB)    TO SW-CARD-NO
042800         MOVE KH-SOURCE (WS-KH-SUB)     TO SW-SOURCE
042900         MOVE KH-TRANS-DATE (WS-KH-SUB) TO SW-HIT-DATE
043000         RELEASE SORT-WORK-RECORD
043100     END-IF.
043200*
043300*    THE VELOCITY SCREEN LOOKS BACK OVER A WINDOW, SO ITS HIT
043400*    IS DATED THE RUN DAY.
043500*
043600 2200-RELEASE-VELOCITY-HIT.
043700     ADD 1 TO WS-VELOCITY-HITS
043800     MOVE VS-CARD-NO TO SW-CARD-NO
043900     MOVE 'V'        TO SW-SOURCE
044000     MOVE WS-RUN-DAY TO SW-HIT-DATE
044100     RELEASE SORT-WORK-RECORD
044200     READ VELO-SUSPECT-FILE
044300         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
044400     END-READ.
044500*
044600 2300-RELEASE-RETURN-HIT.
044700     ADD 1 TO WS-RETURN-HITS
044800     MOVE RS-CARD-NO    TO SW-CARD-NO
044900     MOVE 'T'           TO SW-SOURCE
045000     MOVE RS-TRANS-DATE TO SW-HIT-DATE
045100     RELEASE SORT-WORK-RECORD
045200     READ RETURN-SUSP-FILE
045300         AT END MOVE 'Y' TO WS-SCREEN-EOF-SWITCH
045400     END-READ.
045500*
045600*    THE OLD MASTER, THE SORTED HITS AND THE SORTED
045700*    DISPOSITIONS ARE MATCHED ON CARD.  DISPOSITIONS GO FIRST
045800*    SO A CASE CLEARED TODAY IS NOT EXTENDED BY TODAY'S HITS.
045900*
046000 3000-PROCESS-ONE-CARD.
046100     MOVE WS-CASE-KEY TO WS-CURRENT-CARD
046200     IF WS-HIT-KEY < WS-CURRENT-CARD
046300         MOVE WS-HIT-KEY TO WS-CURRENT-CARD
046400     END-IF
046500     IF WS-DISP-KEY < WS-CURRENT-CARD
046600         MOVE WS-DISP-KEY TO WS-CURRENT-CARD
046700     END-IF
046800     MOVE 'N' TO WS-CASE-HELD-SWITCH
046900     PERFORM 3100-TAKE-OLD-CASE
047000         UNTIL WS-CASE-KEY NOT = WS-CURRENT-CARD
047100     PERFORM 3200-APPLY-DISPOSITION
047200         UNTIL WS-DISP-KEY NOT = WS-CURRENT-CARD
047300     MOVE 'N' TO WS-EXTENDED-SWITCH
047400     PERFORM 3300-APPLY-HIT
047500         UNTIL WS-HIT-KEY NOT = WS-CURRENT-CARD
047600     IF WS-CASE-EXTENDED
047700         ADD 1 TO WS-CASES-EXTENDED
047800     END-IF
047900     IF WS-CASE-HELD
048000         PERFORM 3900-WRITE-HELD-CASE
048100     END-IF.
048200*
048300*    AN EARLIER CASE ON THE SAME CARD IS CLOSED, SO IT IS
048400*    WRITTEN STRAIGHT THROUGH WHEN THE NEXT ONE IS TAKEN.
048500*
048600 3100-TAKE-OLD-CASE.
048700     IF WS-CASE-HELD
048800         PERFORM 3900-WRITE-HELD-CASE
048900     END-IF
049000     MOVE OLD-CASE-RECORD TO WS-HELD-CASE
049100     MOVE 'Y' TO WS-CASE-HELD-SWITCH
049200     PERFORM 8100-READ-OLD-CASE.
049300*
049400 3200-APPLY-DISPOSITION.
049500     EVALUATE TRUE
049600         WHEN NOT WS-CASE-HELD
049700             MOVE 'NO CASE ON FILE FOR CARD' TO DJ-REASON
049800             PERFORM 3290-REJECT-DISPOSITION
049900         WHEN DP-CASE-NO NOT = FC-CASE-NO OF WS-HELD-CASE
050000             MOVE 'NOT THE CARD''S LATEST CASE' TO DJ-REASON
050100             PERFORM 3290-REJECT-DISPOSITION
050200         WHEN FC-CASE-CLOSED OF WS-HELD-CASE
050300             MOVE 'CASE ALREADY CLOSED' TO DJ-REASON
050400             PERFORM 3290-REJECT-DISPOSITION
050500         WHEN NOT DP-ACTION-VALID
050600             MOVE 'ACTION NOT A/U/C/F' TO DJ-REASON
050700             PERFORM 3290-REJECT-DISPOSITION
050800         WHEN OTHER
050900             PERFORM 3250-APPLY-VALID-ACTION
051000     END-EVALUATE
051100     PERFORM 8300-READ-DISPOSITION.
051200*
051300 3250-APPLY-VALID-ACTION.
051400     ADD 1 TO WS-DISP-APPLIED
051500     IF DP-ACTION-DATE = ZERO
051600         MOVE WS-RUN-DAY TO WS-ACTION-DATE
051700     ELSE
051800         MOVE DP-ACTION-DATE TO WS-ACTION-DATE
051900     END-IF
052000     MOVE DP-ACTION      TO FC-STATUS OF WS-HELD-CASE
052100     MOVE WS-ACTION-DATE TO FC-STATUS-DATE OF WS-HELD-CASE
052200     IF DP-INVESTIGATOR NOT = SPACES
052300         MOVE DP-INVESTIGATOR TO FC-INVESTIGATOR OF WS-HELD-CASE
052400     END-IF
052500     IF FC-CASE-CLOSED OF WS-HELD-CASE
052600         MOVE WS-ACTION-DATE TO FC-CLOSED-DATE OF WS-HELD-CASE
052700     END-IF
052800     IF DP-CONFIRM
052900         ADD 1 TO WS-CASES-CONFIRMED
053000         PERFORM 3260-WRITE-FRAUD-BLOCK
053100     END-IF.
053200*
053300*    HOTCARD PICKS THE BLOCK UP ON ITS NEXT RUN.
053400*
053500 3260-WRITE-FRAUD-BLOCK.
053600     MOVE WS-CURRENT-CARD TO FB-CARD-NO
053700     MOVE 'B'             TO FB-ACTION
053800     MOVE WS-RUN-DATE     TO FB-ACTION-DATE
053900     MOVE 'FRAUDCAS'      TO FB-SOURCE
054000     MOVE FC-CASE-NO OF WS-HELD-CASE TO WS-CASE-NO-DISPLAY
054100     MOVE SPACES          TO FB-REFERENCE
054200     MOVE 'CASE '         TO FB-REFERENCE (1:5)
054300     MOVE WS-CASE-NO-DISPLAY TO FB-REFERENCE (6:12)
054400     WRITE FRAUD-BLOCK-RECORD.
054500*
054600 3290-REJECT-DISPOSITION.
054700     ADD 1 TO WS-DISP-REJECTED
054800     MOVE FRAUD-DISPOSITION-RECORD TO DJ-DISPOSITION
054900     WRITE DISP-REJECT-RECORD.
055000*
055100*    A HIT EXTENDS AN ACTIVE OR CONFIRMED CASE.  A CARD CLEARED
055200*    WITHIN THE QUIET PERIOD IS NOT REOPENED; OTHERWISE THE HIT
055300*    OPENS A NEW CASE.
055400*
055500 3300-APPLY-HIT.
055600     EVALUATE TRUE
055700         WHEN NOT WS-CASE-HELD
055800             PERFORM 3350-OPEN-NEW-CASE
055900         WHEN FC-CASE-ACTIVE OF WS-HELD-CASE
056000             OR FC-STATUS-CONFIRMED OF WS-HELD-CASE
056100             PERFORM 3360-EXTEND-CASE
056200         WHEN OTHER
056300             MOVE FC-CLOSED-DATE OF WS-HELD-CASE TO WS-DATE-IN
056400             PERFORM 8500-COMPUTE-DAY-NUMBER
056500             IF WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
056600                 NOT > WS-QUIET-DAYS
056700                 ADD 1 TO WS-HITS-SUPPRESSED
056800             ELSE
056900                 PERFORM 3350-OPEN-NEW-CASE
057000             END-IF
057100     END-EVALUATE
057200     PERFORM 8200-READ-HIT.
057300*
057400 3350-OPEN-NEW-CASE.
057500     IF WS-CASE-HELD
057600         PERFORM 3900-WRITE-HELD-CASE
057700     END-IF
057800     ADD 1 TO WS-CASE-SEQ
057900     ADD 1 TO WS-CASES-OPENED
058000     MOVE WS-CURRENT-CARD TO FC-CARD-NO OF WS-HELD-CASE
058100     COMPUTE FC-CASE-NO OF WS-HELD-CASE =
058200         WS-CASE-BASE + WS-CASE-SEQ
058300     MOVE 'O'         TO FC-STATUS OF WS-HELD-CASE
058400     MOVE HS-SOURCE   TO FC-FIRST-SOURCE OF WS-HELD-CASE
058500     MOVE WS-RUN-DAY  TO FC-OPENED-DATE OF WS-HELD-CASE
058600     MOVE ZERO        TO FC-LAST-HIT-DATE OF WS-HELD-CASE
058700     MOVE WS-RUN-DAY  TO FC-STATUS-DATE OF WS-HELD-CASE
058800     MOVE ZERO        TO FC-CLOSED-DATE OF WS-HELD-CASE
058900     MOVE SPACES      TO FC-INVESTIGATOR OF WS-HELD-CASE
059000     MOVE ZERO        TO FC-REGION-HITS OF WS-HELD-CASE
059100                         FC-VELOCITY-HITS OF WS-HELD-CASE
059200                         FC-DUPLICATE-HITS OF WS-HELD-CASE
059300                         FC-RETURN-HITS OF WS-HELD-CASE
059400     MOVE 'Y' TO WS-CASE-HELD-SWITCH
059500     MOVE 'O' TO WS-EXTENDED-SWITCH
059600     PERFORM 3360-EXTEND-CASE.
059700*
059800 3360-EXTEND-CASE.
059900     EVALUATE HS-SOURCE
060000         WHEN 'R'
060100             ADD 1 TO FC-REGION-HITS OF WS-HELD-CASE
060200         WHEN 'V'
060300             ADD 1 TO FC-VELOCITY-HITS OF WS-HELD-CASE
060400         WHEN 'D'
060500             ADD 1 TO FC-DUPLICATE-HITS OF WS-HELD-CASE
060600         WHEN 'T'
060700             ADD 1 TO FC-RETURN-HITS OF WS-HELD-CASE
060800     END-EVALUATE
060900     IF HS-HIT-DATE > FC-LAST-HIT-DATE OF WS-HELD-CASE
061000         MOVE HS-HIT-DATE TO FC-LAST-HIT-DATE OF WS-HELD-CASE
061100     END-IF
061200     IF WS-CASE-NOT-TOUCHED
061300         MOVE 'Y' TO WS-EXTENDED-SWITCH
061400     END-IF.
061500*
061600*    AGE IS COUNTED FROM THE DAY THE CASE WAS OPENED.
061700*
061800 3900-WRITE-HELD-CASE.
061900     MOVE WS-HELD-CASE TO NEW-CASE-RECORD
062000     WRITE NEW-CASE-RECORD
062100     ADD 1 TO WS-CASES-WRITTEN
062200     IF FC-CASE-ACTIVE OF WS-HELD-CASE
062300         ADD 1 TO WS-CASES-ACTIVE
062400         MOVE FC-OPENED-DATE OF WS-HELD-CASE TO WS-DATE-IN
062500         PERFORM 8500-COMPUTE-DAY-NUMBER
062600         COMPUTE WS-AGE-DAYS =
062700             WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
062800         IF WS-AGE-DAYS > WS-SLA-DAYS
062900             ADD 1 TO WS-CASES-PAST-SLA
063000         END-IF
063100     END-IF
063200     MOVE 'N' TO WS-CASE-HELD-SWITCH.
063300*
063400 8100-READ-OLD-CASE.
063500     READ OLD-CASE-FILE
063600         AT END
063700             MOVE 'Y' TO WS-OLD-EOF-SWITCH
063800             MOVE WS-HIGH-VALUE-KEY TO WS-CASE-KEY
063900         NOT AT END
064000             ADD 1 TO WS-OLD-CASES-READ
064100             MOVE FC-CARD-NO OF OLD-CASE-RECORD TO WS-CASE-KEY
064200     END-READ.
064300*
064400 8200-READ-HIT.
064500     READ HIT-SORTED-FILE
064600         AT END
064700             MOVE WS-HIGH-VALUE-KEY TO WS-HIT-KEY
064800         NOT AT END
064900             MOVE HS-CARD-NO TO WS-HIT-KEY
065000     END-READ.
065100*
065200 8300-READ-DISPOSITION.
065300     READ DISP-SORTED-FILE
065400         AT END
065500             MOVE WS-HIGH-VALUE-KEY TO WS-DISP-KEY
065600         NOT AT END
065700             MOVE DP-CARD-NO TO WS-DISP-KEY
065800     END-READ.
065900*
066000 8500-COMPUTE-DAY-NUMBER.
066100     DIVIDE WS-DATE-IN BY 1000 GIVING WS-DATE-YEAR
066200         REMAINDER WS-DATE-DDD
066300     COMPUTE WS-DAY-NUMBER = WS-DATE-YEAR * 365 + WS-DATE-DDD.
066400*
066500 9999-EXIT.
066600     CLOSE OLD-CASE-FILE HIT-SORTED-FILE DISP-SORTED-FILE
066700           NEW-CASE-FILE DISP-REJECT-FILE FRAUD-BLOCK-FILE
066800     STOP RUN.
