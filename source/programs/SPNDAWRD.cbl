000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SPNDAWRD.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - MARKETING REPORTING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - PERIOD-END AWARD RUN FOR   *
001400*                   SPEND-THRESHOLD PROMOTIONS ("SPEND $200 IN   *
001500*                   THE DELI IN NOVEMBER, GET 1,000 POINTS").    *
001600*                   EACH DEFINITION ON SPNDDEF GIVES THE         *
001700*                   PERIOD, A KEYMAST DEPARTMENT (OR '****'), A  *
001800*                   STORMAST REGION (OR '***'), THE SPEND        *
001900*                   THRESHOLD AND THE AWARD.  ONCE A PERIOD HAS  *
002000*                   ENDED, EACH CARD'S QUALIFYING KEYCODE        *
002100*                   AMOUNTS ARE TOTALLED FROM BONHIST AND A      *
002200*                   CARD AT OR OVER THE THRESHOLD GETS ONE       *
002300*                   DTAR119-FORMAT AWARD UNDER CODE 08, WHICH    *
002400*                   POSTS THROUGH PTSBLUPD AS ORDINARY EARN.     *
002500*                   A CARD WHOSE ARCHIVE ALREADY HOLDS THE       *
002600*                   CODE 08 AWARD FOR THE PROMOTION IS NOT       *
002700*                   AWARDED AGAIN, SO THE RUN CAN BE REPEATED    *
002800*                   ONCE THE PREVIOUS AWARDS ARE ARCHIVED.       *
002900*                   THE AWARD REGISTER LISTS EVERY QUALIFYING    *
003000*                   CARD FOR THE CAMPAIGN REPORT.                *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SPEND-DEF-FILE ASSIGN TO SPNDDEF
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT KEY-MAST-FILE  ASSIGN TO KEYMNEW
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT STORE-MAST-FILE ASSIGN TO STORNEW
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT HISTORY-FILE   ASSIGN TO BONHIST
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT SORTED-FILE    ASSIGN TO SPNDSRT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
005000     SELECT AWARD-TRAN-FILE ASSIGN TO SPNDTRNO
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT AWARD-REGISTER ASSIGN TO SPNDREG
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*
005700*    ONE DEFINITION PER PROMOTION.  PERIOD DATES ARE YYYYDDD,
005800*    THE SAME FORMAT AS DTAR119-TRANS-DATE, AND INCLUSIVE.
005900*
006000 FD  SPEND-DEF-FILE.
006100 01  SPEND-DEF-RECORD.
006200     05  SD-PROM-NO              PIC 9(05).
006300     05  SD-PERIOD-FROM          PIC 9(07).
006400     05  SD-PERIOD-TO            PIC 9(07).
006500     05  SD-DEPARTMENT           PIC X(04).
006600         88  SD-ANY-DEPARTMENT   VALUE '****'.
006700     05  SD-REGION               PIC X(03).
006800         88  SD-ANY-REGION       VALUE '***'.
006900     05  SD-THRESHOLD            PIC 9(07)V99.
007000     05  SD-AWARD-POINTS         PIC 9(06).
007100*
007200 FD  KEY-MAST-FILE.
007300     COPY "KEYMAST.cpy".
007400*
007500 FD  STORE-MAST-FILE.
007600     COPY "STORMAST.cpy".
007700*
007800 FD  HISTORY-FILE.
007900 01  HISTORY-RECORD              PIC X(53).
008000*
008100 FD  SORTED-FILE.
008200 01  DTAR119-RECORD.
008300     COPY "DTAR119.cbl".
008400*
008500 SD  SORT-WORK-FILE.
008600 01  SORT-WORK-RECORD.
008700     05  SW-STORE-NO             PIC 9(03)     COMP-3.
008800     05  SW-TRANS-DATE           PIC 9(07)     COMP-3.
008900     05  SW-TRANS-CODE           PIC 9(02)     COMP-3.
009000     05  SW-CARD-NO              PIC 9(16).
009100     05  FILLER                  PIC X(29).
009200*
009300*    AWARDS CARRY THE SAME BYTE LAYOUT AS DTAR119.cbl, CODE 08,
009400*    STORE AND TERMINAL 000 (HEAD OFFICE) AND THE PROMOTION
009500*    NUMBER, SO THEY POST THROUGH THE NORMAL DAILY PATH.
009600*
009700 FD  AWARD-TRAN-FILE.
009800 01  AWARD-TRAN-RECORD.
009900     05  AW-STORE-NO             PIC 9(03)     COMP-3.
010000     05  AW-TRANS-DATE           PIC 9(07)     COMP-3.
010100     05  AW-TRANS-CODE           PIC 9(02)     COMP-3.
010200     05  AW-CARD-NO              PIC 9(16).
010300     05  AW-TERMINAL-ID          PIC 9(03).
010400     05  AW-TRANS-NO             PIC 9(04).
010500     05  AW-BONUS-POINTS         PIC S9(06)    COMP-3.
010600     05  AW-KEYCODE              PIC 9(08)     COMP-3.
010700     05  AW-KEYCODE-AMT          PIC S9(07)V99 COMP-3.
010800     05  AW-KEYCODE-QTY          PIC S9(07)V99 COMP-3.
010900     05  AW-PROM-NO              PIC 9(05)     COMP-3.
011000*
011100 FD  AWARD-REGISTER.
011200 01  AWARD-REGISTER-RECORD.
011300     05  RP-CARRIAGE-CONTROL     PIC X(01).
011400     05  RP-PRINT-LINE           PIC X(132).
011500*
011600 WORKING-STORAGE SECTION.
011700*
011800 01  WS-DEF-EOF-SWITCH           PIC X(01) VALUE 'N'.
011900     88  WS-DEF-EOF              VALUE 'Y'.
012000 01  WS-KEY-EOF-SWITCH           PIC X(01) VALUE 'N'.
012100     88  WS-KEY-EOF              VALUE 'Y'.
012200 01  WS-STORE-EOF-SWITCH         PIC X(01) VALUE 'N'.
012300     88  WS-STORE-EOF            VALUE 'Y'.
012400 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
012500     88  WS-HIST-EOF             VALUE 'Y'.
012600 01  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
012700     88  WS-GROUP-OPEN           VALUE 'Y'.
012800*
012900*    REDEMPTIONS AND THE RESERVED SYSTEM CODES (04 EXPIRY,
013000*    05 ADJUSTMENT, 06 VOUCHER, 07 AIRLINE TRANSFER, 08 SPEND
013100*    AWARD) ARE NOT SPEND.
013200*
013300 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
013400 01  WS-FIRST-SYSTEM-CODE        PIC 9(02) VALUE 04.
013500 01  WS-LAST-SYSTEM-CODE         PIC 9(02) VALUE 08.
013600 01  WS-SPEND-AWARD-CODE         PIC 9(02) VALUE 08.
013700*
013800 01  WS-RUN-DATE                 PIC 9(08).
013900 01  WS-RUN-DAY                  PIC 9(07).
014000 01  WS-TRANS-NO                 PIC 9(04) VALUE 0.
014100 01  WS-GROUP-CARD-NO            PIC 9(16).
014200 01  WS-TRANS-DEPARTMENT         PIC X(04).
014300 01  WS-TRANS-REGION             PIC X(03).
014400 01  WS-CP-SUB                   PIC 9(03) COMP.
014500 01  WS-RECORDS-READ             PIC 9(09) VALUE 0.
014600 01  WS-AWARDS-WRITTEN           PIC 9(07) VALUE 0.
014700 01  WS-ALREADY-AWARDED          PIC 9(07) VALUE 0.
014800 01  WS-POINTS-AWARDED           PIC 9(11) VALUE 0.
014900*
015000*    PROMOTIONS WHOSE PERIOD HAS ENDED.  THE CARD SPEND AND
015100*    AWARDED FLAG ARE RESET AT EACH CARD BREAK.
015200*
015300 01  CP-TABLE-MAX                PIC 9(03) COMP VALUE 50.
015400 01  CP-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
015500 01  CP-TABLE.
015600     05  CP-ENTRY OCCURS 50 TIMES
015700                  INDEXED BY CP-IDX.
015800         10  CP-PROM-NO          PIC 9(05).
015900         10  CP-PERIOD-FROM      PIC 9(07).
016000         10  CP-PERIOD-TO        PIC 9(07).
016100         10  CP-DEPARTMENT       PIC X(04).
016200         10  CP-REGION           PIC X(03).
016300         10  CP-THRESHOLD        PIC 9(07)V99  COMP-3.
016400         10  CP-AWARD-POINTS     PIC 9(06).
016500         10  CP-CARD-SPEND       PIC S9(09)V99 COMP-3.
016600         10  CP-CARD-AWARDED-SW  PIC X(01).
016700             88  CP-CARD-AWARDED VALUE 'Y'.
016800         10  CP-AWARD-COUNT      PIC 9(07)     COMP-3.
016900         10  CP-POINTS-TOTAL     PIC 9(11)     COMP-3.
017000*
017100 01  KT-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
017200 01  KT-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
017300 01  KT-TABLE.
017400     05  KT-ENTRY OCCURS 20000 TIMES
017500                  INDEXED BY KT-IDX.
017600         10  KT-KEYCODE          PIC 9(08).
017700         10  KT-DEPARTMENT       PIC X(04).
017800*
017900 01  SR-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
018000 01  SR-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
018100 01  SR-TABLE.
018200     05  SR-ENTRY OCCURS 1000 TIMES
018300                  INDEXED BY SR-IDX.
018400         10  SR-STORE-NO         PIC 9(03).
018500         10  SR-REGION           PIC X(03).
018600*
018700 01  WS-HEADING-LINE.
018800     05  FILLER                  PIC X(44)
018900         VALUE 'SPNDAWRD - SPEND-THRESHOLD AWARD REGISTER   '.
019000     05  H1-RUN-DATE             PIC 9(08).
019100     05  FILLER                  PIC X(80) VALUE SPACES.
019200*
019300 01  WS-COLUMN-LINE.
019400     05  FILLER                  PIC X(25)
019500         VALUE '  PROMO  CARD NUMBER     '.
019600     05  FILLER                  PIC X(25)
019700         VALUE '      QUALIFYING SPEND   '.
019800     05  FILLER                  PIC X(10)
019900         VALUE '   AWARDED'.
020000     05  FILLER                  PIC X(72) VALUE SPACES.
020100*
020200 01  WS-DETAIL-LINE.
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  DT-PROM-NO              PIC 9(05).
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  DT-CARD-NO              PIC 9(16).
020700     05  FILLER                  PIC X(06) VALUE SPACES.
020800     05  DT-SPEND                PIC Z,ZZZ,ZZZ,ZZ9.99.
020900     05  FILLER                  PIC X(03) VALUE SPACES.
021000     05  DT-AWARD-POINTS         PIC ZZZ,ZZ9.
021100     05  FILLER                  PIC X(75) VALUE SPACES.
021200*
021300 01  WS-TOTAL-LINE.
021400     05  FILLER                  PIC X(02) VALUE SPACES.
021500     05  TL-PROM-NO              PIC 9(05).
021600     05  FILLER                  PIC X(02) VALUE SPACES.
021700     05  FILLER                  PIC X(17)
021800         VALUE 'CARDS AWARDED:   '.
021900     05  TL-AWARD-COUNT          PIC Z,ZZZ,ZZ9.
022000     05  FILLER                  PIC X(03) VALUE SPACES.
022100     05  FILLER                  PIC X(08) VALUE 'POINTS: '.
022200     05  TL-POINTS-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.
022300     05  FILLER                  PIC X(72) VALUE SPACES.
022400*
022500 PROCEDURE DIVISION.
022600*
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE
022900     PERFORM 2000-TOTAL-ONE-RECORD
023000         UNTIL WS-HIST-EOF
023100     IF WS-GROUP-OPEN
023200         PERFORM 3000-AWARD-CARD
023300     END-IF
023400     PERFORM 4000-PRINT-PROMOTION-TOTAL
023500         VARYING WS-CP-SUB FROM 1 BY 1
023600         UNTIL WS-CP-SUB > CP-TABLE-COUNT
023700     DISPLAY 'SPNDAWRD - PROMOTIONS ENDED:   ' CP-TABLE-COUNT
023800     DISPLAY 'SPNDAWRD - HISTORY READ:       ' WS-RECORDS-READ
023900     DISPLAY 'SPNDAWRD - AWARDS WRITTEN:     ' WS-AWARDS-WRITTEN
024000     DISPLAY 'SPNDAWRD - ALREADY AWARDED:    ' WS-ALREADY-AWARDED
024100     DISPLAY 'SPNDAWRD - POINTS AWARDED:     ' WS-POINTS-AWARDED
024200     PERFORM 9999-EXIT.
024300*
024400 1000-INITIALIZE.
024500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024600     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
024700     OPEN INPUT SPEND-DEF-FILE
024800     READ SPEND-DEF-FILE
024900         AT END MOVE 'Y' TO WS-DEF-EOF-SWITCH
025000     END-READ
025100     PERFORM 1100-LOAD-PROMOTION-ENTRY
025200         UNTIL WS-DEF-EOF
025300     CLOSE SPEND-DEF-FILE
025400     OPEN INPUT KEY-MAST-FILE
025500     READ KEY-MAST-FILE
025600         AT END MOVE 'Y' TO WS-KEY-EOF-SWITCH
025700     END-READ
025800     PERFORM 1200-LOAD-KEYCODE-ENTRY
025900         UNTIL WS-KEY-EOF
026000     CLOSE KEY-MAST-FILE
026100     OPEN INPUT STORE-MAST-FILE
026200     READ STORE-MAST-FILE
026300         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
026400     END-READ
026500     PERFORM 1300-LOAD-STORE-ENTRY
026600         UNTIL WS-STORE-EOF
026700     CLOSE STORE-MAST-FILE
026800     SORT SORT-WORK-FILE
026900         ON ASCENDING KEY SW-CARD-NO
027000                          SW-TRANS-DATE
027100         USING HISTORY-FILE
027200         GIVING SORTED-FILE
027300     OPEN INPUT  SORTED-FILE
027400     OPEN OUTPUT AWARD-TRAN-FILE
027500     OPEN OUTPUT AWARD-REGISTER
027600     MOVE WS-RUN-DATE TO H1-RUN-DATE
027700     MOVE '1' TO RP-CARRIAGE-CONTROL
027800     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
027900     WRITE AWARD-REGISTER-RECORD
028000     MOVE '0' TO RP-CARRIAGE-CONTROL
028100     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
028200     WRITE AWARD-REGISTER-RECORD
028300     MOVE ' ' TO RP-CARRIAGE-CONTROL
028400     READ SORTED-FILE
028500         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
028600     END-READ.
028700*
028800*    A PROMOTION STILL RUNNING IS LEFT FOR A LATER RUN.
028900*
029000 1100-LOAD-PROMOTION-ENTRY.
029100     IF SD-PERIOD-TO < WS-RUN-DAY
029200         AND CP-TABLE-COUNT < CP-TABLE-MAX
029300         ADD 1 TO CP-TABLE-COUNT
029400         SET CP-IDX TO CP-TABLE-COUNT
029500         MOVE SD-PROM-NO      TO CP-PROM-NO (CP-IDX)
029600         MOVE SD-PERIOD-FROM  TO CP-PERIOD-FROM (CP-IDX)
029700         MOVE SD-PERIOD-TO    TO CP-PERIOD-TO (CP-IDX)
029800         MOVE SD-DEPARTMENT   TO CP-DEPARTMENT (CP-IDX)
029900         MOVE SD-REGION       TO CP-REGION (CP-IDX)
030000         MOVE SD-THRESHOLD    TO CP-THRESHOLD (CP-IDX)
030100         MOVE SD-AWARD-POINTS TO CP-AWARD-POINTS (CP-IDX)
030200         MOVE 0               TO CP-AWARD-COUNT (CP-IDX)
030300         MOVE 0               TO CP-POINTS-TOTAL (CP-IDX)
030400     END-IF
030500     READ SPEND-DEF-FILE
030600         AT END MOVE 'Y' TO WS-DEF-EOF-SWITCH
030700     END-READ.
030800*
030900 1200-LOAD-KEYCODE-ENTRY.
031000     IF KT-TABLE-COUNT < KT-TABLE-MAX
031100         ADD 1 TO KT-TABLE-COUNT
031200         SET KT-IDX TO KT-TABLE-COUNT
031300         MOVE KM-KEYCODE    TO KT-KEYCODE (KT-IDX)
031400         MOVE KM-DEPARTMENT TO KT-DEPARTMENT (KT-IDX)
031500     END-IF
031600     READ KEY-MAST-FILE
031700         AT END MOVE 'Y' TO WS-KEY-EOF-SWITCH
031800     END-READ.
031900*
032000 1300-LOAD-STORE-ENTRY.
032100     IF SR-TABLE-COUNT < SR-TABLE-MAX
032200         ADD 1 TO SR-TABLE-COUNT
032300         SET SR-IDX TO SR-TABLE-COUNT
032400         MOVE SM-STORE-NO TO SR-STORE-NO (SR-IDX)
032500         MOVE SM-REGION   TO SR-REGION (SR-IDX)
032600     END-IF
032700     READ STORE-MAST-FILE
032800         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
032900     END-READ.
033000*
033100 2000-TOTAL-ONE-RECORD.
033200     ADD 1 TO WS-RECORDS-READ
033300     IF WS-GROUP-OPEN
033400         AND DTAR119-CARD-NO NOT = WS-GROUP-CARD-NO
033500         PERFORM 3000-AWARD-CARD
033600     END-IF
033700     IF NOT WS-GROUP-OPEN
033800         MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
033900         MOVE DTAR119-CARD-NO TO WS-GROUP-CARD-NO
034000         PERFORM 2100-CLEAR-CARD-TOTAL
034100             VARYING WS-CP-SUB FROM 1 BY 1
034200             UNTIL WS-CP-SUB > CP-TABLE-COUNT
034300     END-IF
034400     EVALUATE TRUE
034500         WHEN DTAR119-TRANS-CODE = WS-SPEND-AWARD-CODE
034600             PERFORM 2200-NOTE-PRIOR-AWARD
034700                 VARYING WS-CP-SUB FROM 1 BY 1
034800                 UNTIL WS-CP-SUB > CP-TABLE-COUNT
034900         WHEN DTAR119-TRANS-CODE = WS-REDEMPTION-CODE
035000             CONTINUE
035100         WHEN DTAR119-TRANS-CODE >= WS-FIRST-SYSTEM-CODE
035200             AND DTAR119-TRANS-CODE <= WS-LAST-SYSTEM-CODE
035300             CONTINUE
035400         WHEN OTHER
035500             PERFORM 2300-CLASSIFY-SPEND
035600             PERFORM 2400-ADD-QUALIFYING-SPEND
035700                 VARYING WS-CP-SUB FROM 1 BY 1
035800                 UNTIL WS-CP-SUB > CP-TABLE-COUNT
035900     END-EVALUATE
036000     READ SORTED-FILE
036100         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
036200     END-READ.
036300*
036400 2100-CLEAR-CARD-TOTAL.
036500     MOVE 0   TO CP-CARD-SPEND (WS-CP-SUB)
036600     MOVE 'N' TO CP-CARD-AWARDED-SW (WS-CP-SUB).
036700*
036800 2200-NOTE-PRIOR-AWARD.
036900     IF CP-PROM-NO (WS-CP-SUB) = DTAR119-PROM-NO
037000         MOVE 'Y' TO CP-CARD-AWARDED-SW (WS-CP-SUB)
037100     END-IF.
037200*
037300*    A KEYCODE MISSING FROM KEYMAST, OR A STORE MISSING FROM
037400*    STORMAST, QUALIFIES ONLY FOR A PROMOTION OPEN TO ANY
037500*    DEPARTMENT OR ANY REGION RESPECTIVELY.
037600*
037700 2300-CLASSIFY-SPEND.
037800     MOVE SPACES TO WS-TRANS-DEPARTMENT
037900     SET KT-IDX TO 1
038000     SEARCH KT-ENTRY
038100         AT END
038200             CONTINUE
038300         WHEN KT-IDX > KT-TABLE-COUNT
038400             CONTINUE
038500         WHEN KT-KEYCODE (KT-IDX) = DTAR119-KEYCODE
038600             MOVE KT-DEPARTMENT (KT-IDX) TO WS-TRANS-DEPARTMENT
038700     END-SEARCH
038800     MOVE SPACES TO WS-TRANS-REGION
038900     SET SR-IDX TO 1
039000     SEARCH SR-ENTRY
039100         AT END
039200             CONTINUE
039300         WHEN SR-IDX > SR-TABLE-COUNT
039400             CONTINUE
039500         WHEN SR-STORE-NO (SR-IDX) = DTAR119-STORE-NO
039600             MOVE SR-REGION (SR-IDX) TO WS-TRANS-REGION
039700     END-SEARCH.
039800*
039900*    RETURNS CARRY A NEGATIVE KEYCODE AMOUNT AND NET OFF.
040000*
040100 2400-ADD-QUALIFYING-SPEND.
040200     IF DTAR119-TRANS-DATE >= CP-PERIOD-FROM (WS-CP-SUB)
040300         AND DTAR119-TRANS-DATE <= CP-PERIOD-TO (WS-CP-SUB)
040400         AND (CP-DEPARTMENT (WS-CP-SUB) = '****'
040500             OR CP-DEPARTMENT (WS-CP-SUB) = WS-TRANS-DEPARTMENT)
040600         AND (CP-REGION (WS-CP-SUB) = '***'
040700             OR CP-REGION (WS-CP-SUB) = WS-TRANS-REGION)
040800         ADD DTAR119-KEYCODE-AMT TO CP-CARD-SPEND (WS-CP-SUB)
040900     END-IF.
041000*
041100 3000-AWARD-CARD.
041200     PERFORM 3100-TEST-ONE-PROMOTION
041300         VARYING WS-CP-SUB FROM 1 BY 1
041400         UNTIL WS-CP-SUB > CP-TABLE-COUNT
041500     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
041600*
041700 3100-TEST-ONE-PROMOTION.
041800     IF CP-CARD-SPEND (WS-CP-SUB) >= CP-THRESHOLD (WS-CP-SUB)
041900         AND CP-CARD-SPEND (WS-CP-SUB) > ZERO
042000         IF CP-CARD-AWARDED (WS-CP-SUB)
042100             ADD 1 TO WS-ALREADY-AWARDED
042200         ELSE
042300             PERFORM 3200-WRITE-AWARD
042400         END-IF
042500     END-IF.
042600*
042700 3200-WRITE-AWARD.
042800     ADD 1 TO WS-AWARDS-WRITTEN
042900     ADD 1 TO WS-TRANS-NO
043000     ADD 1 TO CP-AWARD-COUNT (WS-CP-SUB)
043100     ADD CP-AWARD-POINTS (WS-CP-SUB)
043200         TO CP-POINTS-TOTAL (WS-CP-SUB)
043300     ADD CP-AWARD-POINTS (WS-CP-SUB) TO WS-POINTS-AWARDED
043400     MOVE 0                  TO AW-STORE-NO
043500     MOVE WS-RUN-DAY         TO AW-TRANS-DATE
043600     MOVE WS-SPEND-AWARD-CODE TO AW-TRANS-CODE
043700     MOVE WS-GROUP-CARD-NO   TO AW-CARD-NO
043800     MOVE 0                  TO AW-TERMINAL-ID
043900     MOVE WS-TRANS-NO        TO AW-TRANS-NO
044000     MOVE CP-AWARD-POINTS (WS-CP-SUB) TO AW-BONUS-POINTS
044100     MOVE 0                  TO AW-KEYCODE
044200     MOVE 0                  TO AW-KEYCODE-AMT
044300     MOVE 0                  TO AW-KEYCODE-QTY
044400     MOVE CP-PROM-NO (WS-CP-SUB) TO AW-PROM-NO
044500     WRITE AWARD-TRAN-RECORD
044600     MOVE CP-PROM-NO (WS-CP-SUB)      TO DT-PROM-NO
044700     MOVE WS-GROUP-CARD-NO            TO DT-CARD-NO
044800     MOVE CP-CARD-SPEND (WS-CP-SUB)   TO DT-SPEND
044900     MOVE CP-AWARD-POINTS (WS-CP-SUB) TO DT-AWARD-POINTS
045000     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
045100     WRITE AWARD-REGISTER-RECORD.
045200*
045300 4000-PRINT-PROMOTION-TOTAL.
045400     MOVE CP-PROM-NO (WS-CP-SUB)      TO TL-PROM-NO
045500     MOVE CP-AWARD-COUNT (WS-CP-SUB)  TO TL-AWARD-COUNT
045600     MOVE CP-POINTS-TOTAL (WS-CP-SUB) TO TL-POINTS-TOTAL
045700     IF WS-CP-SUB = 1
045800         MOVE '0' TO RP-CARRIAGE-CONTROL
045900     ELSE
046000         MOVE ' ' TO RP-CARRIAGE-CONTROL
046100     END-IF
046200     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
046300     WRITE AWARD-REGISTER-RECORD.
046400*
046500 9999-EXIT.
046600     CLOSE SORTED-FILE AWARD-TRAN-FILE AWARD-REGISTER
046700     STOP RUN.
